      *---------------------------------------------------------------*
      *  COPYBOOK  : RCNLREC                                           *
      *  FUNCTION  : RECORD LAYOUT FOR THE XFCREQ RECONCILIATION       *
      *              OUTCOME LOG.  EVERY ABRECON RUN THAT GETS AS FAR  *
      *              AS COMPARING ITS TWO SIDES APPENDS ONE OF THESE   *
      *              80-BYTE RECORDS TO THE SEQUENTIAL DATASET ON DD   *
      *              RCNLOG - WHEN IT RAN (RCN-DATE YYYYMMDD, RCN-TIME *
      *              HHMMSSTH), THE GROUP AND BASE FILE NAME IT WAS    *
      *              GIVEN, THE RECORDS READ FROM EACH SIDE, THE       *
      *              MISMATCHES FOUND AND THE VERDICT: RCN-RESULT 'M'  *
      *              IF THE SIDES MATCHED, 'D' IF THEY DIFFERED.  THE  *
      *              RECORDS ARE IN THE ORDER THE RUNS FINISHED.  THE  *
      *              EVIDENCE PACK EVIDPACK READS THE LOG BACK.        *
      *---------------------------------------------------------------*
       01  RCN-RECORD.
           03  RCN-DATE                PIC X(08).
           03  RCN-TIME                PIC X(08).
           03  RCN-GROUP-ID            PIC X(04).
           03  RCN-FILE                PIC X(08).
           03  RCN-READ-A              PIC 9(09).
           03  RCN-READ-B              PIC 9(09).
           03  RCN-MISMATCHES          PIC 9(09).
           03  RCN-RESULT              PIC X(01).
           03  FILLER                  PIC X(24).

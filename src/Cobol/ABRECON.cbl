      *          SIDEB    - FLAT EXTRACT (REPRO) OF THE fffffffB      *
      *                     CLUSTER, IN KEY ORDER                     *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *          RCNLOG   - THE RECONCILIATION OUTCOME LOG (LAYOUT    *
      *                     RCNLREC), OPENED EXTEND                   *
      *                                                               *
      * ONCE THE SIDES HAVE BEEN COMPARED, ONE OUTCOME RECORD - WHEN, *
      * WHICH GROUP AND FILE, THE COUNTS AND THE VERDICT - IS ADDED   *
      * TO RCNLOG FOR THE CHANGE EVIDENCE PACK.  A LOG THAT WILL NOT  *
      * OPEN OR WRITE IS REPORTED BUT DOES NOT CHANGE THE RETURN      *
      * CODE - THE VERDICT GATES THE CUTOVER, NOT ITS PAPERWORK; THE  *
      * MISSING OUTCOME SHOWS UP AS A FAILED SECTION IN THE PACK.     *
      *                                                               *
      * THE RECORDS ARE COMPARED AS OPAQUE BYTE STRINGS - LENGTH      *
      * FIRST, THEN CONTENT - SO THE PROGRAM NEEDS NO KNOWLEDGE OF    *
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RCNLOG ASSIGN TO RCNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RCN-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       01  SIDEB-RECORD                PIC X(4096).
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
       FD  RCNLOG.
       COPY RCNLREC.
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
          03  WS-A-STATUS              PIC X(02).
          03  WS-B-STATUS              PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-RCN-STATUS            PIC X(02).
          03  WS-A-EOF                 PIC X(01) VALUE 'N'.
          03  WS-B-EOF                 PIC X(01) VALUE 'N'.
      *
      *
       01 WS-PARM-GROUP                PIC X(04).
       01 WS-PARM-FILE                 PIC X(08).
      *
       01 WS-TODAY-DATE                PIC X(08).
       01 WS-TODAY-TIME                PIC X(08).
      *
      *    UPPER BOUND OF THE CHECKPOINT FILE-LIST WALK - MUST MATCH
      *    THE OCCURS ON CKP-FILELIST-ENTRY IN CKPTREC.  THE WALK
      *
          03 WS-RPT-NOMATCH            PIC X(133) VALUE
             '0SIDES DO NOT MATCH - DO NOT CUT OVER ON THIS COPY'.
      *
          03 WS-RPT-NOLOG.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'OUTCOME NOT ADDED TO THE RCNLOG OUTCOME LOG, S'.
             05  FILLER                PIC X(06) VALUE 'TATUS '.
             05  WS-NOLOG-STATUS       PIC X(02).
             05  FILLER                PIC X(78) VALUE SPACES.
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
              MOVE 8 TO RETURN-CODE
           END-IF.

       A-600-LOG.
           PERFORM D-10-LOG-OUTCOME.

       A-800-CLOSE-RPT.
           CLOSE RPTFILE.


       C-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ADD THIS RUN'S OUTCOME TO THE RECONCILIATION OUTCOME LOG      *
      * ------------------------------------------------------------- *
       D-10-LOG-OUTCOME SECTION.

       D-100-OPEN.
           OPEN EXTEND RCNLOG.
           IF WS-RCN-STATUS NOT = '00'
              DISPLAY 'ABRECON: RCNLOG OPEN FAILED, STATUS '
                      WS-RCN-STATUS
              MOVE WS-RCN-STATUS TO WS-NOLOG-STATUS
              WRITE RPT-RECORD FROM WS-RPT-NOLOG
              EXIT SECTION
           END-IF.

       D-200-WRITE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.

           MOVE SPACES        TO RCN-RECORD.
           MOVE WS-TODAY-DATE TO RCN-DATE.
           MOVE WS-TODAY-TIME TO RCN-TIME.
           MOVE WS-PARM-GROUP TO RCN-GROUP-ID.
           MOVE WS-PARM-FILE  TO RCN-FILE.
           MOVE WS-READ-A     TO RCN-READ-A.
           MOVE WS-READ-B     TO RCN-READ-B.
           MOVE WS-MISMATCHES TO RCN-MISMATCHES.
           IF WS-MISMATCHES = ZERO
              MOVE 'M' TO RCN-RESULT
           ELSE
              MOVE 'D' TO RCN-RESULT
           END-IF.

           WRITE RCN-RECORD.
           IF WS-RCN-STATUS NOT = '00'
              DISPLAY 'ABRECON: RCNLOG WRITE FAILED, STATUS '
                      WS-RCN-STATUS
              MOVE WS-RCN-STATUS TO WS-NOLOG-STATUS
              WRITE RPT-RECORD FROM WS-RPT-NOLOG
           END-IF.

           CLOSE RCNLOG.

       D-999-TERMINATE.
           EXIT.

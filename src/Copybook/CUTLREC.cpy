      *---------------------------------------------------------------*
      *  COPYBOOK  : CUTLREC                                           *
      *  FUNCTION  : RECORD LAYOUT FOR THE XFCREQ CUTOVER TIMING LOG   *
      *              (EADECUTL).  EXITMAIN WRITES ONE RECORD FOR EVERY *
      *              FILE A CUTOVER CLOSES AND RE-OPENS - FORWARD      *
      *              (R-20-SWITCH-ONE-FILE) OR BACK (R-30-RESTORE-ONE- *
      *              FILE).  THE KEY CARRIES THE DATE/TIME THE         *
      *              CUTOVER STARTED, THE TASK AND A CUTOVER NUMBER    *
      *              WITHIN THE TASK, SO ALL THE FILE RECORDS OF ONE   *
      *              CUTOVER SIT TOGETHER IN THE ORDER THEY WERE CUT   *
      *              OVER.  CTL-FILE-CLOSED IS THE FILE TAKEN OUT OF   *
      *              SERVICE AND CTL-FILE-OPENED ITS TWIN BROUGHT IN;  *
      *              THE THREE TIMES ARE CICS ABSTIME VALUES           *
      *              (MILLISECONDS), SO THE CLOSE WAIT IS CLOSE-END    *
      *              MINUS CLOSE-START AND THE FILE'S UNAVAILABILITY   *
      *              IS OPEN-END MINUS CLOSE-START.  CTL-TYPE IS 'S'   *
      *              FOR A SWITCH, 'R' FOR A SOAK REVERT AND 'B' FOR   *
      *              A BACKOUT.  CTL-RESULT IS 'Y' IF THE OPENED FILE  *
      *              CAME OPEN.  THE BATCH REPORT CUTREPT READS THE    *
      *              FILE IN KEY (CHRONOLOGICAL) ORDER.                *
      *---------------------------------------------------------------*
       01  CTL-RECORD.
           03  CTL-KEY.
               05  CTL-KEY-DATE        PIC X(08).
               05  CTL-KEY-TIME        PIC X(08).
               05  CTL-KEY-TASKNUM     PIC 9(07).
               05  CTL-KEY-CUTNO       PIC 9(03).
               05  CTL-KEY-SEQ         PIC 9(03).
           03  CTL-GROUP-ID            PIC X(04).
           03  CTL-COMMAND             PIC X(08).
           03  CTL-TYPE                PIC X(01).
           03  CTL-FILESET-OLD         PIC X(01).
           03  CTL-FILESET-NEW         PIC X(01).
           03  CTL-FILE-CLOSED         PIC X(08).
           03  CTL-FILE-OPENED         PIC X(08).
           03  CTL-CLOSE-START         PIC S9(15) COMP-3.
           03  CTL-CLOSE-END           PIC S9(15) COMP-3.
           03  CTL-OPEN-END            PIC S9(15) COMP-3.
           03  CTL-RESULT              PIC X(01).
           03  FILLER                  PIC X(15).

CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM CUTREPT                         *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. CUTREPT.
      *REMARKS
      *****************************************************************
      * CUTOVER TIMING AND SLA REPORT OVER THE XFCREQ CUTOVER LOG     *
      * EADECUTL (WRITTEN BY EXITMAIN FOR EVERY FILE A SWITCH, SOAK   *
      * REVERT OR BACKOUT CLOSES AND RE-OPENS).  READS THE LOG        *
      * SEQUENTIALLY IN KEY ORDER AND PRODUCES:                       *
      *                                                               *
      *  - ONE LINE PER CUTOVER WITH ITS TOTAL UNAVAILABILITY - FROM  *
      *    THE FIRST CLOSE STARTING TO THE LAST OPEN ENDING - AND,    *
      *    UNDER IT, EACH FILE'S CLOSE WAIT, OPEN TIME AND            *
      *    UNAVAILABILITY.  A CUTOVER OVER THE SLA IS FLAGGED, AS IS  *
      *    ONE THAT HAD TO BE BACKED OUT PART WAY                     *
      *  - THE SLOWEST FILES OF THE WHOLE PERIOD, WORST FIRST         *
      *  - A MONTHLY TREND PER GROUP: CUTOVERS, AVERAGE AND WORST     *
      *    TOTAL UNAVAILABILITY, AND HOW MANY WENT OVER THE SLA       *
      *                                                               *
      * PARM=nnnnnnn - THE SLA THRESHOLD IN MILLISECONDS (1 TO 7      *
      *                DIGITS).  A CUTOVER WHOSE TOTAL                *
      *                UNAVAILABILITY IS GREATER THAN THIS IS OVER    *
      *                THE SLA.                                       *
      *                                                               *
      * DDNAMES: CUTLFILE - THE EADECUTL CLUSTER, READ ONLY           *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * ALL TIMES ARE CICS ABSTIME DIFFERENCES, IN MILLISECONDS.  THE *
      * CUTOVER AND FILE TABLES HOLD WS-CUT-MAX AND WS-FIL-MAX        *
      * ENTRIES; A LOG BIGGER THAN THAT IS REPORTED AS FAR AS IT      *
      * FITS AND THE REPORT SAYS SO (SAME CONVENTION AS STATREPT).    *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - EVERY CUTOVER WITHIN THE SLA                            *
      *   4 - ONE OR MORE CUTOVERS OVER THE SLA, OR THE LOG WAS       *
      *       TOO BIG FOR THE TABLES                                  *
      *  12 - PARM MISSING OR NOT NUMERIC                             *
      *  16 - A FILE WOULD NOT OPEN                                   *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTLFILE ASSIGN TO CUTLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CTL-KEY
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  CUTLFILE.
       COPY CUTLREC.
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-CTL-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
          03  WS-TRUNCATED             PIC X(01) VALUE 'N'.
          03  WS-OVER-SLA              PIC X(01) VALUE 'N'.
      *
       01 WS-SLA-MS                    PIC 9(07).
       01 WS-PARM-WORK                 PIC X(07).
      *
       01 WS-REC-COUNT                 PIC S9(09) COMP VALUE ZERO.
      *
      *    ONE ENTRY PER CUTOVER - EVERY RECORD SHARING A KEY DATE,
      *    TIME, TASK AND CUTOVER NUMBER.  THE LOG IS IN KEY ORDER, SO
      *    A CUTOVER'S RECORDS ARRIVE TOGETHER AND A NEW KEY PREFIX
      *    ALWAYS MEANS A NEW CUTOVER.  WS-CT-TYPE IS THE TYPE OF ITS
      *    FIRST RECORD; WS-CT-BACKED IS 'Y' IF A SWITCH OR REVERT
      *    WAS THEN BACKED OUT ('B' RECORDS AFTER THE FORWARD ONES).
      *
       01 WS-CUT-MAX                   PIC S9(04) COMP VALUE 1000.
       01 WS-CUT-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-CUT-TABLE.
          03  WS-CUT-ENTRY OCCURS 1000 TIMES.
              05  WS-CT-DATE           PIC X(08).
              05  WS-CT-TIME           PIC X(08).
              05  WS-CT-TASKNUM        PIC 9(07).
              05  WS-CT-CUTNO          PIC 9(03).
              05  WS-CT-GROUP          PIC X(04).
              05  WS-CT-COMMAND        PIC X(08).
              05  WS-CT-TYPE           PIC X(01).
              05  WS-CT-OLD            PIC X(01).
              05  WS-CT-NEW            PIC X(01).
              05  WS-CT-BACKED         PIC X(01).
              05  WS-CT-FIRST          PIC S9(15) COMP-3.
              05  WS-CT-LAST           PIC S9(15) COMP-3.
              05  WS-CT-TOTAL          PIC S9(09) COMP.
              05  WS-CT-FILES          PIC S9(04) COMP.
              05  WS-CT-FAILS          PIC S9(04) COMP.
      *
      *    ONE ENTRY PER LOG RECORD, POINTING BACK AT ITS CUTOVER.
      *
       01 WS-FIL-MAX                   PIC S9(04) COMP VALUE 5000.
       01 WS-FIL-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-FIL-TABLE.
          03  WS-FIL-ENTRY OCCURS 5000 TIMES.
              05  WS-FL-CUT            PIC S9(04) COMP.
              05  WS-FL-TYPE           PIC X(01).
              05  WS-FL-CLOSED         PIC X(08).
              05  WS-FL-OPENED         PIC X(08).
              05  WS-FL-WAIT           PIC S9(09) COMP.
              05  WS-FL-OPEN           PIC S9(09) COMP.
              05  WS-FL-UNAVAIL        PIC S9(09) COMP.
              05  WS-FL-RESULT         PIC X(01).
              05  WS-FL-PICKED         PIC X(01).
      *
      *    THE (GROUP, MONTH) TREND BUCKETS, CREATED IN LOG ORDER SO
      *    ANY ONE GROUP'S MONTHS COME OUT IN DATE ORDER WITHOUT A
      *    SORT.
      *
       01 WS-MON-MAX                   PIC S9(04) COMP VALUE 500.
       01 WS-MON-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-MON-TABLE.
          03  WS-MON-ENTRY OCCURS 500 TIMES.
              05  WS-MN-GROUP          PIC X(04).
              05  WS-MN-MONTH          PIC X(06).
              05  WS-MN-CUTS           PIC S9(04) COMP.
              05  WS-MN-SUM            PIC S9(15) COMP-3.
              05  WS-MN-WORST          PIC S9(09) COMP.
              05  WS-MN-OVER           PIC S9(04) COMP.
      *
       01 WS-GRP-MAX                   PIC S9(04) COMP VALUE 20.
       01 WS-GRP-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-TABLE.
          03  WS-GRP-ID                PIC X(04) OCCURS 20 TIMES.
      *
       01 WS-SLOW-MAX                  PIC S9(04) COMP VALUE 10.
      *
       01 WS-SUB                       PIC S9(04) COMP.
       01 WS-CUT-SUB                   PIC S9(04) COMP.
       01 WS-FIL-SUB                   PIC S9(04) COMP.
       01 WS-MON-SUB                   PIC S9(04) COMP.
       01 WS-MON-MATCH                 PIC S9(04) COMP.
       01 WS-GRP-SUB                   PIC S9(04) COMP.
       01 WS-GRP-FOUND                 PIC X(01).
       01 WS-SLOW-SUB                  PIC S9(04) COMP.
       01 WS-SLOW-MATCH                PIC S9(04) COMP.
       01 WS-SLOW-WORST                PIC S9(09) COMP.
       01 WS-CUR-GROUP                 PIC X(04).
       01 WS-CUR-CUT                   PIC S9(04) COMP.
       01 WS-CUT-ACTIVE                PIC X(01) VALUE 'N'.
       01 WS-AVG-MS                    PIC S9(09) COMP.
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'XFCREQ CUTOVER TIMING AND SLA REPORT - PROGRAM'.
             05  FILLER                PIC X(08) VALUE ' CUTREPT'.
             05  FILLER                PIC X(78) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'SLA THRESHOLD (MS)      : '.
             05  WS-HDR2-SLA           PIC 9(07) USAGE DISPLAY.
             05  FILLER                PIC X(99) VALUE SPACES.
      *
          03 WS-RPT-HDR3.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'LOG RECORDS READ        : '.
             05  WS-HDR3-COUNT         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-HDR4.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'CUTOVERS REPORTED       : '.
             05  WS-HDR4-COUNT         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-PARMERR            PIC X(133) VALUE
             '0PARM MUST BE THE SLA THRESHOLD IN MILLISECONDS, 1-7 DIGI
      -    'TS'.
      *
          03 WS-RPT-TRUNC.
             05  FILLER                PIC X(51) VALUE
                 '0** LOG EXCEEDS THE CUTOVER OR FILE TABLE - ONLY TH'.
             05  FILLER                PIC X(42) VALUE
                 'E EARLIEST CUTOVERS ARE FULLY REPORTED **'.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-EMPTY              PIC X(133) VALUE
             '0NO CUTOVER RECORDS ON FILE - NOTHING TO REPORT'.
      *
          03 WS-RPT-CUTTTL             PIC X(133) VALUE
             '-CUTOVERS (TOTAL = FIRST CLOSE START TO LAST OPEN END, MS
      -    ')'.
      *
          03 WS-RPT-CUTCOL.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'DATE     TIME   GROUP COMMAND  TYPE     SETS F'.
             05  FILLER                PIC X(29) VALUE
                 'ILES FAILED  TOTAL(MS)  FLAGS'.
             05  FILLER                PIC X(57) VALUE SPACES.
      *
          03 WS-RPT-CUT.
             05  FILLER                PIC X(01) VALUE '0'.
             05  WS-CO-DATE            PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-CO-TIME            PIC X(06).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-CO-GROUP           PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CO-COMMAND         PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-CO-TYPE            PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-CO-OLD             PIC X(01).
             05  FILLER                PIC X(02) VALUE '->'.
             05  WS-CO-NEW             PIC X(01).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CO-FILES           PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-CO-FAILS           PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-CO-TOTAL           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CO-SLA             PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-CO-BACKED          PIC X(10).
             05  FILLER                PIC X(43) VALUE SPACES.
      *
          03 WS-RPT-FILCOL.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(46) VALUE
                 '      CLOSED   OPENED   TYPE CLOSE WAIT      O'.
             05  FILLER                PIC X(23) VALUE
                 'PEN    UNAVAIL   RESULT'.
             05  FILLER                PIC X(63) VALUE SPACES.
      *
          03 WS-RPT-FIL.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(06) VALUE SPACES.
             05  WS-FO-CLOSED          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-FO-OPENED          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-FO-TYPE            PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-FO-WAIT            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-FO-OPEN            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-FO-UNAVAIL         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-FO-RESULT          PIC X(06).
             05  FILLER                PIC X(63) VALUE SPACES.
      *
          03 WS-RPT-SLOWTTL            PIC X(133) VALUE
             '-SLOWEST FILES (UNAVAILABILITY, MS, WORST FIRST)'.
      *
          03 WS-RPT-SLOWCOL.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'RANK  DATE     TIME   GROUP CLOSED   OPENED   '.
             05  FILLER                PIC X(27) VALUE
                 'TYPE CLOSE WAIT     UNAVAIL'.
             05  FILLER                PIC X(59) VALUE SPACES.
      *
          03 WS-RPT-SLOW.
             05  FILLER                PIC X(01) VALUE ' '.
             05  WS-SO-RANK            PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-SO-DATE            PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-SO-TIME            PIC X(06).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-SO-GROUP           PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-SO-CLOSED          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-SO-OPENED          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-SO-TYPE            PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-SO-WAIT            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-SO-UNAVAIL         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(58) VALUE SPACES.
      *
          03 WS-RPT-TRNDTTL.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(43) VALUE
                 'MONTHLY TREND PER GROUP AGAINST THE SLA OF '.
             05  WS-TT-SLA             PIC 9(07) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE ' MS'.
             05  FILLER                PIC X(79) VALUE SPACES.
      *
          03 WS-RPT-GRPHDR.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(08) VALUE 'GROUP : '.
             05  WS-GRPHDR-ID          PIC X(04).
             05  FILLER                PIC X(120) VALUE SPACES.
      *
          03 WS-RPT-MONCOL.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(46) VALUE
                 '  MONTH   CUTOVERS   AVERAGE(MS)     WORST(MS)'.
             05  FILLER                PIC X(09) VALUE
                 ' OVER SLA'.
             05  FILLER                PIC X(77) VALUE SPACES.
      *
          03 WS-RPT-MON.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-MO-MONTH           PIC X(06).
             05  FILLER                PIC X(06) VALUE SPACES.
             05  WS-MO-CUTS            PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-MO-AVG             PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-MO-WORST           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-MO-OVER            PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(77) VALUE SPACES.
      *
          03 WS-RPT-ALLSLA             PIC X(133) VALUE
             '0EVERY CUTOVER REPORTED WAS WITHIN THE SLA'.
      *
          03 WS-RPT-NOTSLA             PIC X(133) VALUE
             '0ONE OR MORE CUTOVERS WENT OVER THE SLA - SEE ABOVE'.
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
      * ------------------------------------------------------------- *
       LINKAGE SECTION.
      * ------------------------------------------------------------- *
       01  PARM-DATA.
           03  PARM-LENGTH             PIC S9(04) COMP.
           03  PARM-TEXT               PIC X(08).
      *
       EJECT
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING PARM-DATA.
      * ------------------------------------------------------------- *
       A-10-MAIN SECTION.

       A-100-OPEN.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'CUTREPT: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       A-200-PARM.
           MOVE SPACES TO WS-PARM-WORK.
           IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 7
              MOVE PARM-TEXT(1:PARM-LENGTH)
                TO WS-PARM-WORK(8 - PARM-LENGTH:PARM-LENGTH)
              INSPECT WS-PARM-WORK REPLACING ALL SPACE BY '0'
           END-IF.

           IF WS-PARM-WORK NOT NUMERIC OR WS-PARM-WORK = '0000000'
              WRITE RPT-RECORD FROM WS-RPT-PARMERR
              MOVE 12 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           MOVE WS-PARM-WORK TO WS-SLA-MS.

       A-300-FILES.
           OPEN INPUT CUTLFILE.
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'CUTREPT: CUTLFILE OPEN FAILED, STATUS '
                      WS-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

       A-400-RUN.
           PERFORM B-10-LOAD.
           PERFORM C-10-REPORT.

       A-500-CLOSE.
           CLOSE CUTLFILE.
           CLOSE RPTFILE.

           IF WS-TRUNCATED = 'Y' OR WS-OVER-SLA = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * READ THE WHOLE LOG INTO THE CUTOVER AND FILE TABLES, THEN     *
      * SETTLE EACH CUTOVER'S TOTAL AND ITS MONTHLY TREND BUCKET      *
      * ------------------------------------------------------------- *
       B-10-LOAD SECTION.

       B-100-READ.
           PERFORM B-20-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.

       B-200-TOTALS.
           MOVE ZERO TO WS-CUT-SUB.
           PERFORM WS-CUT-COUNT TIMES
              ADD 1 TO WS-CUT-SUB
              COMPUTE WS-CT-TOTAL(WS-CUT-SUB) =
                      WS-CT-LAST(WS-CUT-SUB) - WS-CT-FIRST(WS-CUT-SUB)
              IF WS-CT-TOTAL(WS-CUT-SUB) > WS-SLA-MS
                 MOVE 'Y' TO WS-OVER-SLA
              END-IF
              PERFORM B-30-TREND
           END-PERFORM.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE LOG RECORD - START A NEW CUTOVER IF THE KEY PREFIX HAS    *
      * CHANGED, THEN TABLE THE FILE AND WIDEN THE CUTOVER'S WINDOW   *
      * ------------------------------------------------------------- *
       B-20-ONE-RECORD SECTION.

           READ CUTLFILE
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-REC-COUNT.

           IF WS-TRUNCATED = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-CUT-ACTIVE = 'Y'
              IF CTL-KEY-DATE    NOT = WS-CT-DATE(WS-CUR-CUT) OR
                 CTL-KEY-TIME    NOT = WS-CT-TIME(WS-CUR-CUT) OR
                 CTL-KEY-TASKNUM NOT = WS-CT-TASKNUM(WS-CUR-CUT) OR
                 CTL-KEY-CUTNO   NOT = WS-CT-CUTNO(WS-CUR-CUT)
                 MOVE 'N' TO WS-CUT-ACTIVE
              END-IF
           END-IF.
      *
      *    STOP TAKING RECORDS AT THE FIRST ONE THAT WILL NOT FIT, SO
      *    EVERY CUTOVER THAT IS REPORTED IS REPORTED WHOLE.
      *
           IF WS-FIL-COUNT >= WS-FIL-MAX OR
              (WS-CUT-ACTIVE = 'N' AND WS-CUT-COUNT >= WS-CUT-MAX)
              MOVE 'Y' TO WS-TRUNCATED
              EXIT SECTION
           END-IF.

           IF WS-CUT-ACTIVE = 'N'
              ADD 1 TO WS-CUT-COUNT
              MOVE WS-CUT-COUNT    TO WS-CUR-CUT
              MOVE 'Y'             TO WS-CUT-ACTIVE
              MOVE CTL-KEY-DATE    TO WS-CT-DATE(WS-CUR-CUT)
              MOVE CTL-KEY-TIME    TO WS-CT-TIME(WS-CUR-CUT)
              MOVE CTL-KEY-TASKNUM TO WS-CT-TASKNUM(WS-CUR-CUT)
              MOVE CTL-KEY-CUTNO   TO WS-CT-CUTNO(WS-CUR-CUT)
              MOVE CTL-GROUP-ID    TO WS-CT-GROUP(WS-CUR-CUT)
              MOVE CTL-COMMAND     TO WS-CT-COMMAND(WS-CUR-CUT)
              MOVE CTL-TYPE        TO WS-CT-TYPE(WS-CUR-CUT)
              MOVE CTL-FILESET-OLD TO WS-CT-OLD(WS-CUR-CUT)
              MOVE CTL-FILESET-NEW TO WS-CT-NEW(WS-CUR-CUT)
              MOVE 'N'             TO WS-CT-BACKED(WS-CUR-CUT)
              MOVE CTL-CLOSE-START TO WS-CT-FIRST(WS-CUR-CUT)
              MOVE CTL-OPEN-END    TO WS-CT-LAST(WS-CUR-CUT)
              MOVE ZERO            TO WS-CT-TOTAL(WS-CUR-CUT)
              MOVE ZERO            TO WS-CT-FILES(WS-CUR-CUT)
              MOVE ZERO            TO WS-CT-FAILS(WS-CUR-CUT)
           END-IF.

           IF CTL-TYPE = 'B' AND WS-CT-TYPE(WS-CUR-CUT) NOT = 'B'
              MOVE 'Y' TO WS-CT-BACKED(WS-CUR-CUT)
           END-IF.

           IF CTL-CLOSE-START < WS-CT-FIRST(WS-CUR-CUT)
              MOVE CTL-CLOSE-START TO WS-CT-FIRST(WS-CUR-CUT)
           END-IF.

           IF CTL-OPEN-END > WS-CT-LAST(WS-CUR-CUT)
              MOVE CTL-OPEN-END TO WS-CT-LAST(WS-CUR-CUT)
           END-IF.

           ADD 1 TO WS-CT-FILES(WS-CUR-CUT).
           IF CTL-RESULT NOT = 'Y'
              ADD 1 TO WS-CT-FAILS(WS-CUR-CUT)
           END-IF.

           ADD 1 TO WS-FIL-COUNT.
           MOVE WS-CUR-CUT      TO WS-FL-CUT(WS-FIL-COUNT).
           MOVE CTL-TYPE        TO WS-FL-TYPE(WS-FIL-COUNT).
           MOVE CTL-FILE-CLOSED TO WS-FL-CLOSED(WS-FIL-COUNT).
           MOVE CTL-FILE-OPENED TO WS-FL-OPENED(WS-FIL-COUNT).
           MOVE CTL-RESULT      TO WS-FL-RESULT(WS-FIL-COUNT).
           MOVE 'N'             TO WS-FL-PICKED(WS-FIL-COUNT).
           COMPUTE WS-FL-WAIT(WS-FIL-COUNT) =
                   CTL-CLOSE-END - CTL-CLOSE-START.
           COMPUTE WS-FL-OPEN(WS-FIL-COUNT) =
                   CTL-OPEN-END - CTL-CLOSE-END.
           COMPUTE WS-FL-UNAVAIL(WS-FIL-COUNT) =
                   CTL-OPEN-END - CTL-CLOSE-START.

       B-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FOLD ONE CUTOVER INTO ITS (GROUP, MONTH) TREND BUCKET, AND    *
      * NOTE THE GROUP ONCE                                           *
      * ------------------------------------------------------------- *
       B-30-TREND SECTION.

           MOVE ZERO TO WS-MON-MATCH.
           MOVE ZERO TO WS-MON-SUB.
           PERFORM WS-MON-COUNT TIMES
              ADD 1 TO WS-MON-SUB
              IF WS-MN-GROUP(WS-MON-SUB) = WS-CT-GROUP(WS-CUT-SUB) AND
                 WS-MN-MONTH(WS-MON-SUB) = WS-CT-DATE(WS-CUT-SUB)(1:6)
                 MOVE WS-MON-SUB TO WS-MON-MATCH
              END-IF
           END-PERFORM.

           IF WS-MON-MATCH = ZERO
              IF WS-MON-COUNT >= WS-MON-MAX
                 MOVE 'Y' TO WS-TRUNCATED
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-MON-COUNT
              MOVE WS-MON-COUNT TO WS-MON-MATCH
              MOVE WS-CT-GROUP(WS-CUT-SUB)
                TO WS-MN-GROUP(WS-MON-MATCH)
              MOVE WS-CT-DATE(WS-CUT-SUB)(1:6)
                TO WS-MN-MONTH(WS-MON-MATCH)
              MOVE ZERO TO WS-MN-CUTS(WS-MON-MATCH)
              MOVE ZERO TO WS-MN-SUM(WS-MON-MATCH)
              MOVE ZERO TO WS-MN-WORST(WS-MON-MATCH)
              MOVE ZERO TO WS-MN-OVER(WS-MON-MATCH)
           END-IF.

           ADD 1 TO WS-MN-CUTS(WS-MON-MATCH).
           ADD WS-CT-TOTAL(WS-CUT-SUB) TO WS-MN-SUM(WS-MON-MATCH).
           IF WS-CT-TOTAL(WS-CUT-SUB) > WS-MN-WORST(WS-MON-MATCH)
              MOVE WS-CT-TOTAL(WS-CUT-SUB)
                TO WS-MN-WORST(WS-MON-MATCH)
           END-IF.
           IF WS-CT-TOTAL(WS-CUT-SUB) > WS-SLA-MS
              ADD 1 TO WS-MN-OVER(WS-MON-MATCH)
           END-IF.

           MOVE 'N'  TO WS-GRP-FOUND.
           MOVE ZERO TO WS-GRP-SUB.
           PERFORM WS-GRP-MAX TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= WS-GRP-COUNT
                 IF WS-GRP-ID(WS-GRP-SUB) = WS-CT-GROUP(WS-CUT-SUB)
                    MOVE 'Y' TO WS-GRP-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-GRP-FOUND = 'N' AND
              WS-GRP-COUNT < WS-GRP-MAX
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-CT-GROUP(WS-CUT-SUB) TO WS-GRP-ID(WS-GRP-COUNT)
           END-IF.

       B-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * REPORT BODY - HEADER, CUTOVERS, SLOWEST FILES, MONTHLY TREND  *
      * ------------------------------------------------------------- *
       C-10-REPORT SECTION.

       C-100-HEADER.
           WRITE RPT-RECORD FROM WS-RPT-HDR1.
           MOVE WS-SLA-MS    TO WS-HDR2-SLA.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.
           MOVE WS-REC-COUNT TO WS-HDR3-COUNT.
           WRITE RPT-RECORD FROM WS-RPT-HDR3.
           MOVE WS-CUT-COUNT TO WS-HDR4-COUNT.
           WRITE RPT-RECORD FROM WS-RPT-HDR4.

           IF WS-TRUNCATED = 'Y'
              WRITE RPT-RECORD FROM WS-RPT-TRUNC
           END-IF.

           IF WS-CUT-COUNT = ZERO
              WRITE RPT-RECORD FROM WS-RPT-EMPTY
              EXIT SECTION
           END-IF.

       C-200-CUTOVERS.
           WRITE RPT-RECORD FROM WS-RPT-CUTTTL.
           MOVE ZERO TO WS-CUT-SUB.
           PERFORM WS-CUT-COUNT TIMES
              ADD 1 TO WS-CUT-SUB
              PERFORM D-10-CUTOVER-BLOCK
           END-PERFORM.

       C-300-SLOWEST.
           WRITE RPT-RECORD FROM WS-RPT-SLOWTTL.
           WRITE RPT-RECORD FROM WS-RPT-SLOWCOL.
           MOVE ZERO TO WS-SLOW-SUB.
           PERFORM WS-SLOW-MAX TIMES
              ADD 1 TO WS-SLOW-SUB
              PERFORM E-10-NEXT-SLOWEST
           END-PERFORM.

       C-400-TREND.
           MOVE WS-SLA-MS TO WS-TT-SLA.
           WRITE RPT-RECORD FROM WS-RPT-TRNDTTL.
           MOVE ZERO TO WS-GRP-SUB.
           PERFORM WS-GRP-COUNT TIMES
              ADD 1 TO WS-GRP-SUB
              MOVE WS-GRP-ID(WS-GRP-SUB) TO WS-CUR-GROUP
              PERFORM F-10-GROUP-TREND
           END-PERFORM.

       C-500-VERDICT.
           IF WS-OVER-SLA = 'Y'
              WRITE RPT-RECORD FROM WS-RPT-NOTSLA
           ELSE
              WRITE RPT-RECORD FROM WS-RPT-ALLSLA
           END-IF.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE CUTOVER - ITS SUMMARY LINE, THEN A LINE PER FILE          *
      * ------------------------------------------------------------- *
       D-10-CUTOVER-BLOCK SECTION.

       D-100-SUMMARY.
           WRITE RPT-RECORD FROM WS-RPT-CUTCOL.

           MOVE WS-CT-DATE(WS-CUT-SUB)       TO WS-CO-DATE.
           MOVE WS-CT-TIME(WS-CUT-SUB)(1:6)  TO WS-CO-TIME.
           MOVE WS-CT-GROUP(WS-CUT-SUB)      TO WS-CO-GROUP.
           MOVE WS-CT-COMMAND(WS-CUT-SUB)    TO WS-CO-COMMAND.
           MOVE WS-CT-OLD(WS-CUT-SUB)        TO WS-CO-OLD.
           MOVE WS-CT-NEW(WS-CUT-SUB)        TO WS-CO-NEW.
           MOVE WS-CT-FILES(WS-CUT-SUB)      TO WS-CO-FILES.
           MOVE WS-CT-FAILS(WS-CUT-SUB)      TO WS-CO-FAILS.
           MOVE WS-CT-TOTAL(WS-CUT-SUB)      TO WS-CO-TOTAL.

           EVALUATE WS-CT-TYPE(WS-CUT-SUB)
              WHEN 'S'
                 MOVE 'SWITCH  ' TO WS-CO-TYPE
              WHEN 'R'
                 MOVE 'REVERT  ' TO WS-CO-TYPE
              WHEN OTHER
                 MOVE 'BACKOUT ' TO WS-CO-TYPE
           END-EVALUATE.

           IF WS-CT-TOTAL(WS-CUT-SUB) > WS-SLA-MS
              MOVE 'OVER SLA' TO WS-CO-SLA
           ELSE
              MOVE SPACES     TO WS-CO-SLA
           END-IF.

           IF WS-CT-BACKED(WS-CUT-SUB) = 'Y'
              MOVE 'BACKED OUT' TO WS-CO-BACKED
           ELSE
              MOVE SPACES       TO WS-CO-BACKED
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-CUT.

       D-200-FILES.
           WRITE RPT-RECORD FROM WS-RPT-FILCOL.
           MOVE ZERO TO WS-FIL-SUB.
           PERFORM WS-FIL-COUNT TIMES
              ADD 1 TO WS-FIL-SUB
              IF WS-FL-CUT(WS-FIL-SUB) = WS-CUT-SUB
                 MOVE WS-FL-CLOSED(WS-FIL-SUB)  TO WS-FO-CLOSED
                 MOVE WS-FL-OPENED(WS-FIL-SUB)  TO WS-FO-OPENED
                 MOVE WS-FL-WAIT(WS-FIL-SUB)    TO WS-FO-WAIT
                 MOVE WS-FL-OPEN(WS-FIL-SUB)    TO WS-FO-OPEN
                 MOVE WS-FL-UNAVAIL(WS-FIL-SUB) TO WS-FO-UNAVAIL
                 IF WS-FL-TYPE(WS-FIL-SUB) = 'B'
                    MOVE 'BACK' TO WS-FO-TYPE
                 ELSE
                    MOVE 'FWD ' TO WS-FO-TYPE
                 END-IF
                 IF WS-FL-RESULT(WS-FIL-SUB) = 'Y'
                    MOVE 'OPENED' TO WS-FO-RESULT
                 ELSE
                    MOVE 'FAILED' TO WS-FO-RESULT
                 END-IF
                 WRITE RPT-RECORD FROM WS-RPT-FIL
              END-IF
           END-PERFORM.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * PICK AND PRINT THE WORST FILE NOT YET PRINTED                 *
      * ------------------------------------------------------------- *
       E-10-NEXT-SLOWEST SECTION.

           MOVE ZERO TO WS-SLOW-MATCH.
           MOVE -1   TO WS-SLOW-WORST.
           MOVE ZERO TO WS-FIL-SUB.
           PERFORM WS-FIL-COUNT TIMES
              ADD 1 TO WS-FIL-SUB
              IF WS-FL-PICKED(WS-FIL-SUB) = 'N' AND
                 WS-FL-UNAVAIL(WS-FIL-SUB) > WS-SLOW-WORST
                 MOVE WS-FIL-SUB                TO WS-SLOW-MATCH
                 MOVE WS-FL-UNAVAIL(WS-FIL-SUB) TO WS-SLOW-WORST
              END-IF
           END-PERFORM.

           IF WS-SLOW-MATCH = ZERO
              EXIT SECTION
           END-IF.

           MOVE 'Y' TO WS-FL-PICKED(WS-SLOW-MATCH).
           MOVE WS-FL-CUT(WS-SLOW-MATCH) TO WS-SUB.

           MOVE WS-SLOW-SUB                 TO WS-SO-RANK.
           MOVE WS-CT-DATE(WS-SUB)          TO WS-SO-DATE.
           MOVE WS-CT-TIME(WS-SUB)(1:6)     TO WS-SO-TIME.
           MOVE WS-CT-GROUP(WS-SUB)         TO WS-SO-GROUP.
           MOVE WS-FL-CLOSED(WS-SLOW-MATCH) TO WS-SO-CLOSED.
           MOVE WS-FL-OPENED(WS-SLOW-MATCH) TO WS-SO-OPENED.
           MOVE WS-FL-WAIT(WS-SLOW-MATCH)   TO WS-SO-WAIT.
           MOVE WS-FL-UNAVAIL(WS-SLOW-MATCH) TO WS-SO-UNAVAIL.
           IF WS-FL-TYPE(WS-SLOW-MATCH) = 'B'
              MOVE 'BACK' TO WS-SO-TYPE
           ELSE
              MOVE 'FWD ' TO WS-SO-TYPE
           END-IF.
           WRITE RPT-RECORD FROM WS-RPT-SLOW.

       E-999-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE GROUP'S MONTHLY TREND - A ROW PER MONTH BUCKET            *
      * ------------------------------------------------------------- *
       F-10-GROUP-TREND SECTION.

       F-100-HEADER.
           MOVE WS-CUR-GROUP TO WS-GRPHDR-ID.
           WRITE RPT-RECORD FROM WS-RPT-GRPHDR.
           WRITE RPT-RECORD FROM WS-RPT-MONCOL.

       F-200-MONTHS.
           MOVE ZERO TO WS-MON-SUB.
           PERFORM WS-MON-COUNT TIMES
              ADD 1 TO WS-MON-SUB
              IF WS-MN-GROUP(WS-MON-SUB) = WS-CUR-GROUP
                 DIVIDE WS-MN-SUM(WS-MON-SUB) BY WS-MN-CUTS(WS-MON-SUB)
                        GIVING WS-AVG-MS
                 MOVE WS-MN-MONTH(WS-MON-SUB) TO WS-MO-MONTH
                 MOVE WS-MN-CUTS(WS-MON-SUB)  TO WS-MO-CUTS
                 MOVE WS-AVG-MS               TO WS-MO-AVG
                 MOVE WS-MN-WORST(WS-MON-SUB) TO WS-MO-WORST
                 MOVE WS-MN-OVER(WS-MON-SUB)  TO WS-MO-OVER
                 WRITE RPT-RECORD FROM WS-RPT-MON
              END-IF
           END-PERFORM.

       F-999-TERMINATE.
           EXIT.

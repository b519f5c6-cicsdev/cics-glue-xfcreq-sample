CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM HISTEXC                         *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. HISTEXC.
      *REMARKS
      *****************************************************************
      * NIGHTLY TRAFFIC EXCEPTION REPORT OVER THE XFCREQ INTERVAL     *
      * STATISTICS HISTORY FILE EADEHIST.  WHERE STATREPT PRINTS      *
      * EVERY DAY'S TOTALS, THIS JOB PRINTS ONLY WHAT LOOKS WRONG ON  *
      * ONE REPORT DAY, AND ENDS WITH A NON-ZERO RETURN CODE WHEN     *
      * ANYTHING DOES, SO THE SCHEDULER CAN PAGE THE ON-CALL ANALYST. *
      *                                                               *
      * TWO KINDS OF EXCEPTION ARE RAISED, EACH NAMING THE GROUP, THE *
      * FILE, THE INTERVAL AND THE EXPECTED AND ACTUAL REQUEST COUNT. *
      *                                                               *
      *  LEAK - STANDBY-SIDE TRAFFIC.  A SAMPLE INTERVAL ON THE       *
      *         REPORT DAY, AFTER THE GROUP'S LAST SWITCH, IN WHICH   *
      *         THE STANDBY FILESET (THE LETTER OPPOSITE HIS-FILESET) *
      *         TOOK REQUESTS.  EXPECTED IS ZERO.  THE LAST SWITCH IS *
      *         THE LAST SAMPLE UP TO THE END OF THE REPORT DAY WHOSE *
      *         HIS-FILESET DIFFERS FROM THE GROUP'S SAMPLE BEFORE    *
      *         IT.  THAT SAMPLE'S OWN INTERVAL STRADDLES THE SWITCH  *
      *         AND HONESTLY CARRIES TRAFFIC ON BOTH SIDES, SO        *
      *         CHECKING STARTS WITH THE INTERVAL AFTER IT.  A GROUP  *
      *         THAT NEVER SWITCHED IN THE HISTORY IS CHECKED FROM    *
      *         ITS SECOND SAMPLE ON.                                 *
      *                                                               *
      *  DROP - LIVE-SIDE TRAFFIC WELL BELOW NORMAL.  A FILE'S LIVE-  *
      *         SIDE REQUESTS (THE HIS-FILESET SIDE OF EACH SAMPLE)   *
      *         ARE TOTALLED BY HOUR OF THE DAY.  THE EXPECTED FIGURE *
      *         FOR AN HOUR IS THE AVERAGE OF THE SAME HOUR ON THE    *
      *         SAME WEEKDAY OVER THE TRAILING WEEKS; THE HOUR IS AN  *
      *         EXCEPTION WHEN ITS ACTUAL FIGURE IS BELOW THE PARM    *
      *         PERCENTAGE OF THAT.  A DAY ON WHICH THE FILE WAS NOT  *
      *         SAMPLED AT ALL (NEW FILE, SAMPLING STOPPED, NO        *
      *         TRAFFIC ALL DAY) DOES NOT COUNT TOWARDS ITS NORM.  AT *
      *         LEAST WS-MIN-WEEKS DAYS MUST, AND THE NORM MUST BE AT *
      *         LEAST WS-MIN-NORM REQUESTS, BEFORE AN HOUR IS JUDGED  *
      *         - A QUIET HOUR SWINGS TOO FAR TO MEAN ANYTHING.  AN   *
      *         HOUR WITH NO SAMPLES ON THE REPORT DAY COUNTS AS      *
      *         ZERO, SO A REGION OR A SAMPLING TASK THAT WAS DOWN    *
      *         SHOWS HERE.                                           *
      *                                                               *
      * PARM=[yyyymmdd [ww [pp]]]                                     *
      *   yyyymmdd - THE REPORT DAY.  OMITTED, OR '*', MEANS          *
      *              YESTERDAY - THE NIGHTLY RUN AFTER MIDNIGHT       *
      *   ww       - TRAILING WEEKS FOR THE NORM, 2 TO 8 (DEFAULT 4)  *
      *   pp       - DROP THRESHOLD, PERCENT OF NORM, 1 TO 99         *
      *              (DEFAULT 50)                                     *
      *                                                               *
      * DDNAMES: HISTFILE - THE EADEHIST CLUSTER, READ ONLY           *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * EVERY EXCEPTION IS COUNTED, BUT ONLY THE FIRST WS-DET-MAX ARE *
      * LISTED LINE BY LINE (SAME CONVENTION AS ABRECON).             *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - NO EXCEPTIONS                                           *
      *   4 - NO EXCEPTIONS, BUT MORE GROUPS OR FILES THAN THE TABLES *
      *       HOLD - THOSE LEFT OUT WERE NOT CHECKED                  *
      *   8 - EXCEPTIONS FOUND                                        *
      *  12 - PARM INVALID                                            *
      *  16 - A FILE WOULD NOT OPEN                                   *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO HISTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIS-KEY
                  FILE STATUS IS WS-HIS-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  HISTFILE.
       COPY HISTREC.
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-HIS-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
          03  WS-TRUNCATED             PIC X(01) VALUE 'N'.
          03  WS-PARM-OK               PIC X(01).
      *
       01 WS-PARM-DATE                 PIC X(08).
       01 WS-PARM-WEEKS                PIC X(02).
       01 WS-PARM-PCT                  PIC X(02).
       01 WS-PARM-WORK                 PIC X(02).
      *
       01 WS-WEEKS                     PIC 9(02) VALUE 4.
       01 WS-PCT                       PIC 9(02) VALUE 50.
      *
      *    AN HOUR IS ONLY JUDGED WHEN ITS NORM RESTS ON AT LEAST
      *    WS-MIN-WEEKS SAMPLED DAYS AND COMES TO AT LEAST
      *    WS-MIN-NORM REQUESTS.
      *
       01 WS-MIN-WEEKS                 PIC S9(04) COMP VALUE 2.
       01 WS-MIN-NORM                  PIC S9(09) COMP VALUE 50.
      *
      *    DATE-TO-SERIAL-DAY CONVERSION (GREGORIAN DAY NUMBER) AND
      *    BACK, SO THE WEEK ARITHMETIC NEVER HAS TO STEP CALENDARS.
      *    EVERY DIVISION TRUNCATES, WHICH IS WHAT THE FORMULAS
      *    REQUIRE.
      *
       01 WS-SER-YYYY                  PIC 9(04).
       01 WS-SER-MM                    PIC 9(02).
       01 WS-SER-DD                    PIC 9(02).
       01 WS-SER-A                     PIC S9(09) COMP.
       01 WS-SER-B                     PIC S9(09) COMP.
       01 WS-SER-C                     PIC S9(09) COMP.
       01 WS-SER-E                     PIC S9(09) COMP.
       01 WS-SER-Y                     PIC S9(09) COMP.
       01 WS-SER-M                     PIC S9(09) COMP.
       01 WS-SER-T                     PIC S9(09) COMP.
       01 WS-SER-NUM                   PIC S9(09) COMP.
      *
       01 WS-TODAY-DATE                PIC 9(08).
       01 WS-TODAY-YMD REDEFINES WS-TODAY-DATE.
          03  WS-TODAY-YYYY            PIC 9(04).
          03  WS-TODAY-MM              PIC 9(02).
          03  WS-TODAY-DD              PIC 9(02).
      *
       01 WS-DAY-DATE                  PIC 9(08).
       01 WS-DAY-YMD REDEFINES WS-DAY-DATE.
          03  WS-DAY-YYYY              PIC 9(04).
          03  WS-DAY-MM                PIC 9(02).
          03  WS-DAY-DD                PIC 9(02).
       01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                       PIC X(08).
       01 WS-DAY-SERIAL                PIC S9(09) COMP.
      *
      *    THE SERIAL DAY OF THE HISTORY DATE LAST CONVERTED - THE
      *    FILE IS IN DATE-MAJOR ORDER, SO EACH DATE IS CONVERTED
      *    ONCE, NOT ONCE PER RECORD.
      *
       01 WS-REC-DATE                  PIC X(08) VALUE SPACES.
       01 WS-REC-YMD REDEFINES WS-REC-DATE.
          03  WS-REC-YYYY              PIC 9(04).
          03  WS-REC-MM                PIC 9(02).
          03  WS-REC-DD                PIC 9(02).
       01 WS-REC-SERIAL                PIC S9(09) COMP.
       01 WS-REC-WEEK                  PIC S9(04) COMP.
       01 WS-REC-HOUR                  PIC S9(04) COMP.
       01 WS-REC-LIVE                  PIC S9(09) COMP.
       01 WS-REC-STANDBY               PIC S9(09) COMP.
       01 WS-DAYS-BACK                 PIC S9(09) COMP.
       01 WS-DAYS-REM                  PIC S9(09) COMP.
      *
       01 WS-REC-COUNT                 PIC S9(09) COMP VALUE ZERO.
       01 WS-LEAK-COUNT                PIC S9(09) COMP VALUE ZERO.
       01 WS-DROP-COUNT                PIC S9(09) COMP VALUE ZERO.
      *
      *    HOW MANY EXCEPTIONS ARE LISTED LINE BY LINE BEFORE THE
      *    REPORT FALLS BACK TO JUST COUNTING THEM.
      *
       01 WS-DET-MAX                   PIC S9(04) COMP VALUE 200.
       01 WS-DET-COUNT                 PIC S9(04) COMP VALUE ZERO.
      *
      *    ONE ENTRY PER GROUP IN THE HISTORY - ITS FILESET LETTER
      *    AT ITS LATEST SAMPLE, AND THE SAMPLE KEY (DATE AND TIME)
      *    FROM WHICH STANDBY TRAFFIC IS AN EXCEPTION: ITS LAST
      *    SWITCH, OR ITS FIRST SAMPLE IF IT NEVER SWITCHED.
      *
       01 WS-GRP-MAX                   PIC S9(04) COMP VALUE 32.
       01 WS-GRP-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-TABLE.
          03  WS-GRP-ENTRY OCCURS 32 TIMES.
              05  WS-GR-ID             PIC X(04).
              05  WS-GR-FILESET        PIC X(01).
              05  WS-GR-SWITCHED       PIC X(01).
              05  WS-GR-REF-KEY.
                  07  WS-GR-REF-DATE   PIC X(08).
                  07  WS-GR-REF-TIME   PIC X(08).
      *
      *    ONE ENTRY PER (GROUP, FILE) - THE REPORT DAY'S LIVE-SIDE
      *    REQUESTS BY HOUR, THE SAME HOURS SUMMED OVER THE TRAILING
      *    WEEKS, AND WHICH OF THOSE WEEKS' DAYS THE FILE WAS SAMPLED
      *    ON (ONE BYTE PER WEEK BACK).
      *
       01 WS-GF-MAX                    PIC S9(04) COMP VALUE 800.
       01 WS-GF-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01 WS-GF-TABLE.
          03  WS-GF-ENTRY OCCURS 800 TIMES.
              05  WS-GF-GROUP          PIC X(04).
              05  WS-GF-FILE           PIC X(08).
              05  WS-GF-WEEK-SEEN      PIC X(08).
              05  WS-GF-ACTUAL         PIC S9(09) COMP
                                       OCCURS 24 TIMES.
              05  WS-GF-BASE           PIC S9(09) COMP
                                       OCCURS 24 TIMES.
      *
       01 WS-SUB                       PIC S9(04) COMP.
       01 WS-GRP-SUB                   PIC S9(04) COMP.
       01 WS-GRP-MATCH                 PIC S9(04) COMP.
       01 WS-GF-SUB                    PIC S9(04) COMP.
       01 WS-GF-MATCH                  PIC S9(04) COMP.
       01 WS-HR-SUB                    PIC S9(04) COMP.
       01 WS-WK-SUB                    PIC S9(04) COMP.
       01 WS-WK-SEEN                   PIC S9(04) COMP.
       01 WS-NORM                      PIC S9(09) COMP.
       01 WS-LIMIT                     PIC S9(11) COMP.
       01 WS-SCALED                    PIC S9(11) COMP.
       01 WS-HOUR-WORK                 PIC 9(02).
       01 WS-HOUR-X REDEFINES WS-HOUR-WORK
                                       PIC X(02).
       01 WS-WK-DISP                   PIC 9(01).
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'XFCREQ TRAFFIC EXCEPTION REPORT - PROGRAM HIST'.
             05  FILLER                PIC X(04) VALUE 'EXC '.
             05  FILLER                PIC X(82) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(14) VALUE
                 'REPORT DAY  : '.
             05  WS-HDR2-DATE          PIC X(08).
             05  FILLER                PIC X(20) VALUE
                 '   TRAILING WEEKS : '.
             05  WS-HDR2-WEEKS         PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(27) VALUE
                 '   DROP BELOW (% OF NORM): '.
             05  WS-HDR2-PCT           PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(59) VALUE SPACES.
      *
          03 WS-RPT-PARMERR            PIC X(133) VALUE
             '0PARM MUST BE: [yyyymmdd|* [ww [pp]]] - WEEKS 2-8, PERCEN
      -    'T 1-99'.
      *
          03 WS-RPT-TRUNC              PIC X(133) VALUE
             '0** MORE GROUPS OR FILES IN THE HISTORY THAN THE TABLES H
      -    'OLD - THOSE LEFT OUT WERE NOT CHECKED **'.
      *
          03 WS-RPT-COLHDR.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'TYPE  GROUP  FILE      INTERVAL           EXPE'.
             05  FILLER                PIC X(46) VALUE
                 'CTED     ACTUAL  DETAIL                       '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-EXC.
             05  FILLER                PIC X(01) VALUE ' '.
             05  WS-EXC-TYPE           PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-EXC-GROUP          PIC X(04).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-EXC-FILE           PIC X(08).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-EXC-INTERVAL       PIC X(17).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-EXC-EXPECTED       PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-EXC-ACTUAL         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-EXC-DETAIL         PIC X(40).
             05  FILLER                PIC X(28) VALUE SPACES.
      *
          03 WS-RPT-SUPPRESS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(44) VALUE
                 'FURTHER EXCEPTION DETAIL SUPPRESSED AFTER   '.
             05  WS-SUP-MAX            PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(06) VALUE ' LINES'.
             05  FILLER                PIC X(78) VALUE SPACES.
      *
          03 WS-RPT-TOT-READ.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(26) VALUE
                 'HISTORY RECORDS READ    : '.
             05  WS-TOT-READ           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-LEAK.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'STANDBY-SIDE LEAKS      : '.
             05  WS-TOT-LEAK           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-DROP.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'LIVE-SIDE TRAFFIC DROPS : '.
             05  WS-TOT-DROP           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-CLEAN              PIC X(133) VALUE
             '0NO EXCEPTIONS ON THE REPORT DAY'.
      *
          03 WS-RPT-EXCEPTIONS         PIC X(133) VALUE
             '0EXCEPTIONS FOUND - INVESTIGATE BEFORE THE NEXT BUSINESS
      -    'DAY'.
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
      * ------------------------------------------------------------- *
       LINKAGE SECTION.
      * ------------------------------------------------------------- *
       01  PARM-DATA.
           03  PARM-LENGTH             PIC S9(04) COMP.
           03  PARM-TEXT               PIC X(16).
      *
       EJECT
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING PARM-DATA.
      * ------------------------------------------------------------- *
       A-10-MAIN SECTION.

       A-100-OPEN.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'HISTEXC: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       A-200-PARM.
           PERFORM B-10-PARM.

           IF WS-PARM-OK = 'N'
              WRITE RPT-RECORD FROM WS-RPT-PARMERR
              MOVE 12 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-HDR1.
           MOVE WS-DAY-DATE-X TO WS-HDR2-DATE.
           MOVE WS-WEEKS      TO WS-HDR2-WEEKS.
           MOVE WS-PCT        TO WS-HDR2-PCT.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.

           OPEN INPUT HISTFILE.
           IF WS-HIS-STATUS NOT = '00'
              DISPLAY 'HISTEXC: HISTFILE OPEN FAILED, STATUS '
                      WS-HIS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

       A-300-RUN.
           PERFORM C-10-LOAD.

           WRITE RPT-RECORD FROM WS-RPT-COLHDR.
           PERFORM D-10-LEAKS.
           PERFORM E-10-DROPS.

       A-400-TOTALS.
           IF WS-TRUNCATED = 'Y'
              WRITE RPT-RECORD FROM WS-RPT-TRUNC
           END-IF.

           MOVE WS-REC-COUNT  TO WS-TOT-READ.
           WRITE RPT-RECORD FROM WS-RPT-TOT-READ.
           MOVE WS-LEAK-COUNT TO WS-TOT-LEAK.
           WRITE RPT-RECORD FROM WS-RPT-TOT-LEAK.
           MOVE WS-DROP-COUNT TO WS-TOT-DROP.
           WRITE RPT-RECORD FROM WS-RPT-TOT-DROP.

           IF WS-LEAK-COUNT > ZERO OR WS-DROP-COUNT > ZERO
              WRITE RPT-RECORD FROM WS-RPT-EXCEPTIONS
              MOVE 8 TO RETURN-CODE
           ELSE
              WRITE RPT-RECORD FROM WS-RPT-CLEAN
              IF WS-TRUNCATED = 'Y'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       A-800-CLOSE.
           CLOSE HISTFILE.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * PARM - REPORT DAY, TRAILING WEEKS, DROP PERCENTAGE            *
      * ------------------------------------------------------------- *
       B-10-PARM SECTION.

       B-100-SPLIT.
           MOVE 'Y'    TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-DATE, WS-PARM-WEEKS, WS-PARM-PCT.
           IF PARM-LENGTH > ZERO
              UNSTRING PARM-TEXT(1:PARM-LENGTH)
                       DELIMITED BY ALL SPACE
                       INTO WS-PARM-DATE,
                            WS-PARM-WEEKS,
                            WS-PARM-PCT
           END-IF.

       B-200-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
      *    NO DATE MEANS YESTERDAY - THE DAY A RUN SCHEDULED JUST
      *    AFTER MIDNIGHT HAS JUST SEEN CLOSE.
      *
           IF WS-PARM-DATE = SPACES OR WS-PARM-DATE = '*'
              MOVE WS-TODAY-YYYY TO WS-SER-YYYY
              MOVE WS-TODAY-MM   TO WS-SER-MM
              MOVE WS-TODAY-DD   TO WS-SER-DD
              PERFORM Z-10-DATE-SERIAL
              SUBTRACT 1 FROM WS-SER-NUM
              PERFORM Z-20-SERIAL-DATE
              MOVE WS-SER-YYYY TO WS-DAY-YYYY
              MOVE WS-SER-MM   TO WS-DAY-MM
              MOVE WS-SER-DD   TO WS-DAY-DD
           ELSE
              IF WS-PARM-DATE NOT NUMERIC
                 MOVE 'N' TO WS-PARM-OK
                 EXIT SECTION
              END-IF
              MOVE WS-PARM-DATE TO WS-DAY-DATE
              IF WS-DAY-MM < 01 OR WS-DAY-MM > 12 OR
                 WS-DAY-DD < 01 OR WS-DAY-DD > 31
                 MOVE 'N' TO WS-PARM-OK
                 EXIT SECTION
              END-IF
           END-IF.

           MOVE WS-DAY-YYYY TO WS-SER-YYYY.
           MOVE WS-DAY-MM   TO WS-SER-MM.
           MOVE WS-DAY-DD   TO WS-SER-DD.
           PERFORM Z-10-DATE-SERIAL.
           MOVE WS-SER-NUM TO WS-DAY-SERIAL.

       B-300-WEEKS.
           IF WS-PARM-WEEKS NOT = SPACES
              MOVE WS-PARM-WEEKS TO WS-PARM-WORK
              PERFORM B-20-RIGHT-JUSTIFY
              IF WS-PARM-WORK NOT NUMERIC
                 MOVE 'N' TO WS-PARM-OK
                 EXIT SECTION
              END-IF
              MOVE WS-PARM-WORK TO WS-WEEKS
           END-IF.

           IF WS-WEEKS < 2 OR WS-WEEKS > 8
              MOVE 'N' TO WS-PARM-OK
              EXIT SECTION
           END-IF.

       B-400-PERCENT.
           IF WS-PARM-PCT NOT = SPACES
              MOVE WS-PARM-PCT TO WS-PARM-WORK
              PERFORM B-20-RIGHT-JUSTIFY
              IF WS-PARM-WORK NOT NUMERIC
                 MOVE 'N' TO WS-PARM-OK
                 EXIT SECTION
              END-IF
              MOVE WS-PARM-WORK TO WS-PCT
           END-IF.

           IF WS-PCT < 1
              MOVE 'N' TO WS-PARM-OK
           END-IF.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * A ONE-DIGIT PARM VALUE ('4 ') BECOMES '04'                    *
      * ------------------------------------------------------------- *
       B-20-RIGHT-JUSTIFY SECTION.

           IF WS-PARM-WORK(2:1) = SPACE
              MOVE WS-PARM-WORK(1:1) TO WS-PARM-WORK(2:1)
              MOVE '0'               TO WS-PARM-WORK(1:1)
           END-IF.

       B-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FIRST PASS - EVERY RECORD UP TO THE END OF THE REPORT DAY:    *
      * EACH GROUP'S LAST SWITCH, AND THE HOURLY LIVE-SIDE FIGURES    *
      * OF THE REPORT DAY AND OF THE SAME WEEKDAY IN TRAILING WEEKS   *
      * ------------------------------------------------------------- *
       C-10-LOAD SECTION.

       C-100-READ.
           PERFORM C-20-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE HISTORY RECORD                                            *
      * ------------------------------------------------------------- *
       C-20-ONE-RECORD SECTION.

       C-200-READ.
           READ HISTFILE NEXT
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.
      *
      *    THE FILE IS IN DATE-MAJOR KEY ORDER - ONCE PAST THE REPORT
      *    DAY THERE IS NOTHING MORE TO LEARN.
      *
           IF HIS-KEY-DATE > WS-DAY-DATE-X
              MOVE 'Y' TO WS-EOF-FLAG
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-REC-COUNT.

           IF HIS-FILESET NOT = 'A' AND HIS-FILESET NOT = 'B'
              EXIT SECTION
           END-IF.

       C-300-SWITCH.
           PERFORM Z-30-FIND-GROUP.

           IF WS-GRP-MATCH = ZERO
              IF WS-GRP-COUNT >= WS-GRP-MAX
                 MOVE 'Y' TO WS-TRUNCATED
              ELSE
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT  TO WS-GRP-MATCH
                 MOVE HIS-KEY-GROUP TO WS-GR-ID(WS-GRP-MATCH)
                 MOVE HIS-FILESET   TO WS-GR-FILESET(WS-GRP-MATCH)
                 MOVE 'N'           TO WS-GR-SWITCHED(WS-GRP-MATCH)
                 MOVE HIS-KEY-DATE  TO WS-GR-REF-DATE(WS-GRP-MATCH)
                 MOVE HIS-KEY-TIME  TO WS-GR-REF-TIME(WS-GRP-MATCH)
              END-IF
           ELSE
              IF HIS-FILESET NOT = WS-GR-FILESET(WS-GRP-MATCH)
                 MOVE HIS-FILESET   TO WS-GR-FILESET(WS-GRP-MATCH)
                 MOVE 'Y'           TO WS-GR-SWITCHED(WS-GRP-MATCH)
                 MOVE HIS-KEY-DATE  TO WS-GR-REF-DATE(WS-GRP-MATCH)
                 MOVE HIS-KEY-TIME  TO WS-GR-REF-TIME(WS-GRP-MATCH)
              END-IF
           END-IF.

       C-400-WEEK.
           IF HIS-KEY-DATE NOT = WS-REC-DATE
              MOVE HIS-KEY-DATE TO WS-REC-DATE
              MOVE WS-REC-YYYY  TO WS-SER-YYYY
              MOVE WS-REC-MM    TO WS-SER-MM
              MOVE WS-REC-DD    TO WS-SER-DD
              PERFORM Z-10-DATE-SERIAL
              MOVE WS-SER-NUM   TO WS-REC-SERIAL
           END-IF.
      *
      *    ONLY THE REPORT DAY (WEEK 0) AND THE SAME WEEKDAY 1 TO
      *    WS-WEEKS WEEKS BEFORE IT MATTER FOR THE HOURLY FIGURES.
      *
           SUBTRACT WS-REC-SERIAL FROM WS-DAY-SERIAL
               GIVING WS-DAYS-BACK.
           DIVIDE WS-DAYS-BACK BY 7 GIVING WS-SER-T
               REMAINDER WS-DAYS-REM.

           IF WS-DAYS-REM NOT = ZERO OR
              WS-SER-T > WS-WEEKS
              EXIT SECTION
           END-IF.
           MOVE WS-SER-T TO WS-REC-WEEK.

           MOVE HIS-KEY-TIME(1:2) TO WS-HOUR-WORK.
           IF WS-HOUR-WORK NOT NUMERIC OR WS-HOUR-WORK > 23
              EXIT SECTION
           END-IF.
           COMPUTE WS-REC-HOUR = WS-HOUR-WORK + 1.

           IF HIS-FILESET = 'A'
              MOVE HIS-DELTA-A TO WS-REC-LIVE
           ELSE
              MOVE HIS-DELTA-B TO WS-REC-LIVE
           END-IF.

       C-500-FILE.
           PERFORM Z-40-FIND-FILE.

           IF WS-GF-MATCH = ZERO
              IF WS-GF-COUNT >= WS-GF-MAX
                 MOVE 'Y' TO WS-TRUNCATED
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-GF-COUNT
              MOVE WS-GF-COUNT   TO WS-GF-MATCH
              MOVE HIS-KEY-GROUP TO WS-GF-GROUP(WS-GF-MATCH)
              MOVE HIS-KEY-FILE  TO WS-GF-FILE(WS-GF-MATCH)
              MOVE SPACES        TO WS-GF-WEEK-SEEN(WS-GF-MATCH)
              MOVE ZERO TO WS-HR-SUB
              PERFORM 24 TIMES
                 ADD 1 TO WS-HR-SUB
                 MOVE ZERO TO WS-GF-ACTUAL(WS-GF-MATCH, WS-HR-SUB)
                 MOVE ZERO TO WS-GF-BASE(WS-GF-MATCH, WS-HR-SUB)
              END-PERFORM
           END-IF.

           IF WS-REC-WEEK = ZERO
              ADD WS-REC-LIVE
                TO WS-GF-ACTUAL(WS-GF-MATCH, WS-REC-HOUR)
           ELSE
              ADD WS-REC-LIVE
                TO WS-GF-BASE(WS-GF-MATCH, WS-REC-HOUR)
              MOVE 'Y'
                TO WS-GF-WEEK-SEEN(WS-GF-MATCH)(WS-REC-WEEK:1)
           END-IF.

       C-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECOND PASS - THE REPORT DAY AGAIN, NOW THAT EVERY GROUP'S    *
      * LAST SWITCH IS KNOWN: STANDBY-SIDE TRAFFIC AFTER IT           *
      * ------------------------------------------------------------- *
       D-10-LEAKS SECTION.

       D-100-START.
           MOVE 'N'           TO WS-EOF-FLAG.
           MOVE LOW-VALUES    TO HIS-KEY.
           MOVE WS-DAY-DATE-X TO HIS-KEY-DATE.
           START HISTFILE KEY IS NOT LESS THAN HIS-KEY
                 INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

       D-200-READ.
           PERFORM D-20-ONE-RECORD UNTIL WS-EOF-FLAG = 'Y'.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE REPORT-DAY RECORD - ANY STANDBY TRAFFIC AFTER THE SWITCH? *
      * ------------------------------------------------------------- *
       D-20-ONE-RECORD SECTION.

           READ HISTFILE NEXT
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           IF HIS-KEY-DATE NOT = WS-DAY-DATE-X
              MOVE 'Y' TO WS-EOF-FLAG
              EXIT SECTION
           END-IF.

           IF HIS-FILESET = 'A'
              MOVE HIS-DELTA-B TO WS-REC-STANDBY
           ELSE
              IF HIS-FILESET = 'B'
                 MOVE HIS-DELTA-A TO WS-REC-STANDBY
              ELSE
                 EXIT SECTION
              END-IF
           END-IF.

           IF WS-REC-STANDBY NOT > ZERO
              EXIT SECTION
           END-IF.

           PERFORM Z-30-FIND-GROUP.
           IF WS-GRP-MATCH = ZERO
              EXIT SECTION
           END-IF.
      *
      *    THE SWITCH SAMPLE ITSELF, AND ANYTHING BEFORE IT, IS NOT
      *    AN EXCEPTION - ITS INTERVAL STRADDLES THE SWITCH.
      *
           IF HIS-KEY-DATE < WS-GR-REF-DATE(WS-GRP-MATCH)
              EXIT SECTION
           END-IF.
           IF HIS-KEY-DATE = WS-GR-REF-DATE(WS-GRP-MATCH) AND
              HIS-KEY-TIME NOT > WS-GR-REF-TIME(WS-GRP-MATCH)
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-LEAK-COUNT.

           MOVE 'LEAK'        TO WS-EXC-TYPE.
           MOVE HIS-KEY-GROUP TO WS-EXC-GROUP.
           MOVE HIS-KEY-FILE  TO WS-EXC-FILE.
           MOVE SPACES        TO WS-EXC-INTERVAL.
           STRING HIS-KEY-DATE         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HIS-KEY-TIME(1:6)    DELIMITED BY SIZE
                  INTO WS-EXC-INTERVAL
           END-STRING.
           MOVE ZERO           TO WS-EXC-EXPECTED.
           MOVE WS-REC-STANDBY TO WS-EXC-ACTUAL.
           MOVE SPACES         TO WS-EXC-DETAIL.
           IF WS-GR-SWITCHED(WS-GRP-MATCH) = 'Y'
              STRING 'LIVE '       DELIMITED BY SIZE
                     HIS-FILESET   DELIMITED BY SIZE
                     ' SINCE SWITCH AT ' DELIMITED BY SIZE
                     WS-GR-REF-DATE(WS-GRP-MATCH) DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     WS-GR-REF-TIME(WS-GRP-MATCH)(1:6)
                                   DELIMITED BY SIZE
                     INTO WS-EXC-DETAIL
              END-STRING
           ELSE
              STRING 'LIVE '       DELIMITED BY SIZE
                     HIS-FILESET   DELIMITED BY SIZE
                     ', NO SWITCH IN HISTORY' DELIMITED BY SIZE
                     INTO WS-EXC-DETAIL
              END-STRING
           END-IF.
           PERFORM W-10-PUT-EXCEPTION.

       D-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * EVERY (GROUP, FILE) AND HOUR - LIVE-SIDE TRAFFIC WELL BELOW   *
      * THE SAME HOUR'S NORM OVER THE TRAILING WEEKS                  *
      * ------------------------------------------------------------- *
       E-10-DROPS SECTION.

       E-100-FILES.
           MOVE ZERO TO WS-GF-SUB.
           PERFORM WS-GF-MAX TIMES
              ADD 1 TO WS-GF-SUB
              IF WS-GF-SUB <= WS-GF-COUNT
                 PERFORM E-20-ONE-FILE
              END-IF
           END-PERFORM.

       E-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE (GROUP, FILE) - HOW MANY WEEKS' DAYS ITS NORM RESTS ON,   *
      * THEN EACH HOUR AGAINST ITS NORM                               *
      * ------------------------------------------------------------- *
       E-20-ONE-FILE SECTION.

           MOVE ZERO TO WS-WK-SEEN.
           MOVE ZERO TO WS-WK-SUB.
           PERFORM 8 TIMES
              ADD 1 TO WS-WK-SUB
              IF WS-GF-WEEK-SEEN(WS-GF-SUB)(WS-WK-SUB:1) = 'Y'
                 ADD 1 TO WS-WK-SEEN
              END-IF
           END-PERFORM.

           IF WS-WK-SEEN < WS-MIN-WEEKS
              EXIT SECTION
           END-IF.

           MOVE ZERO TO WS-HR-SUB.
           PERFORM 24 TIMES
              ADD 1 TO WS-HR-SUB
              PERFORM E-30-ONE-HOUR
           END-PERFORM.

       E-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE HOUR OF ONE FILE                                          *
      * ------------------------------------------------------------- *
       E-30-ONE-HOUR SECTION.

           DIVIDE WS-GF-BASE(WS-GF-SUB, WS-HR-SUB) BY WS-WK-SEEN
               GIVING WS-NORM ROUNDED.

           IF WS-NORM < WS-MIN-NORM
              EXIT SECTION
           END-IF.
      *
      *    ACTUAL BELOW pp PERCENT OF NORM, IN WHOLE NUMBERS.
      *
           COMPUTE WS-SCALED =
                   WS-GF-ACTUAL(WS-GF-SUB, WS-HR-SUB) * 100.
           COMPUTE WS-LIMIT = WS-NORM * WS-PCT.
           IF WS-SCALED NOT < WS-LIMIT
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-DROP-COUNT.

           MOVE 'DROP'                TO WS-EXC-TYPE.
           MOVE WS-GF-GROUP(WS-GF-SUB) TO WS-EXC-GROUP.
           MOVE WS-GF-FILE(WS-GF-SUB)  TO WS-EXC-FILE.
           COMPUTE WS-HOUR-WORK = WS-HR-SUB - 1.
           MOVE SPACES TO WS-EXC-INTERVAL.
           STRING WS-DAY-DATE-X        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-HOUR-X            DELIMITED BY SIZE
                  '00-'                DELIMITED BY SIZE
                  WS-HOUR-X            DELIMITED BY SIZE
                  '59'                 DELIMITED BY SIZE
                  INTO WS-EXC-INTERVAL
           END-STRING.
           MOVE WS-NORM TO WS-EXC-EXPECTED.
           MOVE WS-GF-ACTUAL(WS-GF-SUB, WS-HR-SUB) TO WS-EXC-ACTUAL.
           MOVE WS-WK-SEEN TO WS-WK-DISP.
           MOVE SPACES TO WS-EXC-DETAIL.
           STRING 'LIVE SIDE, NORM OF '  DELIMITED BY SIZE
                  WS-WK-DISP              DELIMITED BY SIZE
                  ' PRIOR SAME WEEKDAYS'  DELIMITED BY SIZE
                  INTO WS-EXC-DETAIL
           END-STRING.
           PERFORM W-10-PUT-EXCEPTION.

       E-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * LIST ONE EXCEPTION, UNLESS THE DETAIL CAP HAS BEEN REACHED    *
      * ------------------------------------------------------------- *
       W-10-PUT-EXCEPTION SECTION.

           ADD 1 TO WS-DET-COUNT.

           IF WS-DET-COUNT <= WS-DET-MAX
              WRITE RPT-RECORD FROM WS-RPT-EXC
           END-IF.

           IF WS-DET-COUNT = WS-DET-MAX + 1
              MOVE WS-DET-MAX TO WS-SUP-MAX
              WRITE RPT-RECORD FROM WS-RPT-SUPPRESS
           END-IF.

       W-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * GREGORIAN DAY NUMBER OF WS-SER-YYYY/MM/DD INTO WS-SER-NUM -   *
      * EVERY DIVISION TRUNCATES, AS THE FORMULA REQUIRES             *
      * ------------------------------------------------------------- *
       Z-10-DATE-SERIAL SECTION.

           COMPUTE WS-SER-A = 14 - WS-SER-MM.
           DIVIDE WS-SER-A BY 12 GIVING WS-SER-A.
           COMPUTE WS-SER-Y = WS-SER-YYYY + 4800 - WS-SER-A.
           COMPUTE WS-SER-M = WS-SER-MM + (12 * WS-SER-A) - 3.

           COMPUTE WS-SER-NUM = (153 * WS-SER-M) + 2.
           DIVIDE WS-SER-NUM BY 5 GIVING WS-SER-NUM.
           ADD WS-SER-DD TO WS-SER-NUM.
           COMPUTE WS-SER-T = 365 * WS-SER-Y.
           ADD WS-SER-T TO WS-SER-NUM.
           DIVIDE WS-SER-Y BY 4 GIVING WS-SER-T.
           ADD WS-SER-T TO WS-SER-NUM.
           DIVIDE WS-SER-Y BY 100 GIVING WS-SER-T.
           SUBTRACT WS-SER-T FROM WS-SER-NUM.
           DIVIDE WS-SER-Y BY 400 GIVING WS-SER-T.
           ADD WS-SER-T TO WS-SER-NUM.
           SUBTRACT 32045 FROM WS-SER-NUM.

       Z-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE REVERSE - WS-SER-NUM BACK TO WS-SER-YYYY/MM/DD, AGAIN     *
      * WITH EVERY DIVISION TRUNCATING                                *
      * ------------------------------------------------------------- *
       Z-20-SERIAL-DATE SECTION.

           COMPUTE WS-SER-A = WS-SER-NUM + 32044.
           COMPUTE WS-SER-T = (4 * WS-SER-A) + 3.
           DIVIDE WS-SER-T BY 146097 GIVING WS-SER-B.
           COMPUTE WS-SER-T = 146097 * WS-SER-B.
           DIVIDE WS-SER-T BY 4 GIVING WS-SER-T.
           COMPUTE WS-SER-C = WS-SER-A - WS-SER-T.

           COMPUTE WS-SER-T = (4 * WS-SER-C) + 3.
           DIVIDE WS-SER-T BY 1461 GIVING WS-SER-Y.
           COMPUTE WS-SER-T = 1461 * WS-SER-Y.
           DIVIDE WS-SER-T BY 4 GIVING WS-SER-T.
           COMPUTE WS-SER-E = WS-SER-C - WS-SER-T.

           COMPUTE WS-SER-T = (5 * WS-SER-E) + 2.
           DIVIDE WS-SER-T BY 153 GIVING WS-SER-M.

           COMPUTE WS-SER-T = (153 * WS-SER-M) + 2.
           DIVIDE WS-SER-T BY 5 GIVING WS-SER-T.
           COMPUTE WS-SER-DD = WS-SER-E - WS-SER-T + 1.

           DIVIDE WS-SER-M BY 10 GIVING WS-SER-T.
           COMPUTE WS-SER-MM = WS-SER-M + 3 - (12 * WS-SER-T).
           COMPUTE WS-SER-YYYY =
                   (100 * WS-SER-B) + WS-SER-Y - 4800 + WS-SER-T.

       Z-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FIND HIS-KEY-GROUP IN THE GROUP TABLE (WS-GRP-MATCH, ZERO IF  *
      * IT IS NOT THERE)                                              *
      * ------------------------------------------------------------- *
       Z-30-FIND-GROUP SECTION.

           MOVE ZERO TO WS-GRP-MATCH.
           MOVE ZERO TO WS-GRP-SUB.
           PERFORM WS-GRP-MAX TIMES
              ADD 1 TO WS-GRP-SUB
              IF WS-GRP-SUB <= WS-GRP-COUNT
                 IF WS-GR-ID(WS-GRP-SUB) = HIS-KEY-GROUP
                    MOVE WS-GRP-SUB TO WS-GRP-MATCH
                 END-IF
              END-IF
           END-PERFORM.

       Z-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FIND HIS-KEY-GROUP/HIS-KEY-FILE IN THE FILE TABLE             *
      * (WS-GF-MATCH, ZERO IF IT IS NOT THERE)                        *
      * ------------------------------------------------------------- *
       Z-40-FIND-FILE SECTION.

           MOVE ZERO TO WS-GF-MATCH.
           MOVE ZERO TO WS-GF-SUB.
           PERFORM WS-GF-MAX TIMES
              ADD 1 TO WS-GF-SUB
              IF WS-GF-SUB <= WS-GF-COUNT
                 IF WS-GF-GROUP(WS-GF-SUB) = HIS-KEY-GROUP AND
                    WS-GF-FILE(WS-GF-SUB) = HIS-KEY-FILE
                    MOVE WS-GF-SUB TO WS-GF-MATCH
                 END-IF
              END-IF
           END-PERFORM.

       Z-499-EXIT.
           EXIT.

CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM DECKCMP                         *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. DECKCMP.
      *REMARKS
      *****************************************************************
      * DESIRED-STATE DECK COMPARE.  READS A REVIEWED DEFINITION DECK *
      * (CARD LAYOUT DECKREC, AS DECKEXP WRITES IT), COMPARES IT WITH *
      * A REGION'S EADECKPT AND EADESCHD, PRINTS EVERY DIFFERENCE AND *
      * WRITES THE NUMBERED EADE COMMAND CARDS THAT BRING THE REGION  *
      * INTO LINE WITH THE DECK, READY FOR THE RUNBOOK DRIVER.        *
      *                                                               *
      * THE DECK IS CHECKED IN FULL FIRST.  ANY CARD THAT IS NOT      *
      * VALID IS LISTED WITH THE REASON AND NOTHING IS COMPARED - A   *
      * DECK THAT IS HALF RIGHT WOULD CONVERGE THE REGION ON THE      *
      * WRONG THING.  A DECK WITH NO GROUP CARDS AT ALL IS REFUSED    *
      * THE SAME WAY (IT WOULD DISABLE EVERY GROUP IN THE REGION).    *
      *                                                               *
      * WHAT IS COMPARED, AND THE COMMANDS EACH DIFFERENCE PRODUCES:  *
      *   GROUP IN THE DECK ONLY    - ENABLE (NOT TIMED), THEN THE    *
      *                               FILE LIST IS TAKEN FROM THE     *
      *                               EXIT'S DEFAULT LIST TO THE      *
      *                               DECK'S WITH FILEDEL/FILEADD     *
      *   GROUP IN THE REGION ONLY  - DISABLE, AND CALDEL IF IT HAS   *
      *                               A CALENDAR RULE                 *
      *   FILE LIST                 - FILEDEL / FILEADD PER FILE.     *
      *                               LIST ORDER IS NOT COMPARED      *
      *   LIVE OR NEXT FILESET      - ENABLE (NOT TIMED), AFTER THE   *
      *                               FILE LIST IS RIGHT.  ON A GROUP *
      *                               ALREADY IN THE REGION THIS IS A *
      *                               RE-POINT - A CHANGED LIVE SIDE  *
      *                               IS A PHYSICAL CUTOVER, AND A    *
      *                               STAGED TIMED SWITCH IS DROPPED. *
      *                               THE NEXT FILESET OF A GROUP     *
      *                               WITH A CALENDAR RULE IS SET BY  *
      *                               THE RULE'S STAGING, SO IT IS    *
      *                               ONLY COMPARED ON GROUPS WITHOUT *
      *   CALENDAR RULE             - CALSET, WHICH STAGES THE NEXT   *
      *                               OCCURRENCE.  A RULE THE DECK    *
      *                               DOES NOT HAVE GETS CALDEL       *
      *   HOLIDAYS                  - CALHOL PER MISSING DATE, THEN   *
      *                               CALSET TO RE-STAGE CLEAR OF     *
      *                               THEM.  THERE IS NO COMMAND TO   *
      *                               TAKE ONE DATE OFF A RULE, SO A  *
      *                               HOLIDAY THE DECK DOES NOT HAVE  *
      *                               MEANS CALDEL, CALSET AND THE    *
      *                               DECK'S HOLIDAYS ALL ADDED BACK  *
      * A CALENDAR RULE WHOSE GROUP IS NEITHER IN THE DECK NOR ON     *
      * EADECKPT GETS CALDEL.  STAGED SWITCHES AND UPDATE JOURNALS    *
      * ARE RUNNING STATE AND ARE NEVER COMPARED.                     *
      *                                                               *
      * THE CARDS ARE RUNBOOK CARDS - STEP NUMBER IN COLUMNS 1-4,     *
      * GOING UP IN TENS SO A REVIEWER CAN SLOT STEPS IN, AND THE     *
      * COMMAND IN COLUMNS 6-60.  RUN THEM WITH A FRESH RUNBOOK       *
      * CHKFILE - AN OLD ONE WILL NOT MATCH THE NEW STEPS.  THE       *
      * RUNBOOK GOES THROUGH EXCI, SO NONE OF ITS COMMANDS WAITS FOR  *
      * A DUAL-CONTROL CONFIRM; A CHANGE-FREEZE WINDOW STILL APPLIES. *
      *                                                               *
      * DDNAMES: DECKIN   - THE REVIEWED DEFINITION DECK              *
      *          CKPTFILE - THE REGION'S EADECKPT CLUSTER, READ ONLY  *
      *          SCHDFILE - THE REGION'S EADESCHD CLUSTER, READ ONLY  *
      *          RUNBOUT  - THE GENERATED RUNBOOK, 80-BYTE CARDS      *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - THE REGION MATCHES THE DECK - THE RUNBOOK HAS NO STEPS  *
      *   4 - DIFFERENCES FOUND, RUNBOOK WRITTEN                      *
      *   8 - DIFFERENCES FOUND BUT THE STEP NUMBERS RAN OUT - THE    *
      *       RUNBOOK IS INCOMPLETE, DO NOT RUN IT                    *
      *  12 - THE DECK IS NOT VALID - NOTHING COMPARED OR WRITTEN     *
      *  16 - A FILE WOULD NOT OPEN                                   *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKIN ASSIGN TO DECKIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DCK-STATUS.
           SELECT CKPTFILE ASSIGN TO CKPTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CKP-KEY
                  FILE STATUS IS WS-CKP-STATUS.
           SELECT SCHDFILE ASSIGN TO SCHDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCH-KEY
                  FILE STATUS IS WS-SCH-STATUS.
           SELECT RUNBOUT ASSIGN TO RUNBOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNB-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  DECKIN.
       COPY DECKREC.
       FD  CKPTFILE.
       COPY CKPTREC.
       FD  SCHDFILE.
       COPY SCHDREC.
       FD  RUNBOUT.
       01  RNB-RECORD.
           03  RNB-STEP                PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RNB-COMMAND             PIC X(55).
           03  FILLER                  PIC X(20).
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-DCK-STATUS            PIC X(02).
          03  WS-CKP-STATUS            PIC X(02).
          03  WS-SCH-STATUS            PIC X(02).
          03  WS-RNB-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-DCK-EOF               PIC X(01) VALUE 'N'.
          03  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
          03  WS-SCH-EOF               PIC X(01) VALUE 'N'.
          03  WS-SCH-FOUND             PIC X(01).
          03  WS-CKP-FOUND             PIC X(01).
          03  WS-DECK-BAD              PIC X(01) VALUE 'N'.
          03  WS-CAPPED                PIC X(01) VALUE 'N'.
          03  WS-FOUND                 PIC X(01).
          03  WS-CHK-RESULT            PIC X(01).
          03  WS-ENABLED               PIC X(01).
          03  WS-RULE-DIFF             PIC X(01).
      *
      *    THE EXIT'S OWN LIMITS, ITS DEFAULT FILE LIST (WHAT A NEW
      *    GROUP STARTS WITH) AND ITS TRANSACTION ID.
      *
       COPY EXITDATA.
      *
      *    UPPER BOUNDS OF THE TABLE WALKS - WS-DK-MAX MUST MATCH THE
      *    OCCURS ON WS-DK-ENTRY, WS-FL-MAX THE OCCURS ON WS-DK-FILE,
      *    WS-RG-FILE AND CKP-FILELIST-ENTRY, WS-HOL-MAX THE OCCURS
      *    ON WS-DK-HOL, WS-RG-HOL AND SCH-HOLIDAY-ENTRY.  EVERY WALK
      *    RUNS THE CONSTANT WITH THE TABLE'S OWN COUNT AS A GUARD.
      *
       01 WS-DK-MAX                    PIC S9(04) COMP VALUE 16.
       01 WS-FL-MAX                    PIC S9(04) COMP VALUE 50.
       01 WS-HOL-MAX                   PIC S9(04) COMP VALUE 12.
      *
       01 WS-DK-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01 WS-DK-SUB                    PIC S9(04) COMP.
       01 WS-DK-CUR                    PIC S9(04) COMP VALUE ZERO.
       01 WS-DK-MATCH                  PIC S9(04) COMP.
       01 WS-FL-SUB                    PIC S9(04) COMP.
       01 WS-FL-SUB2                   PIC S9(04) COMP.
       01 WS-HOL-SUB                   PIC S9(04) COMP.
       01 WS-HOL-SUB2                  PIC S9(04) COMP.
      *
      *    THE GROUP ID OF A GROUP CARD THAT WAS REFUSED - ITS OWN
      *    FILE, CALRULE AND HOLIDAY CARDS ARE PASSED OVER QUIETLY
      *    RATHER THAN EACH BEING REPORTED AS AN ORPHAN.
      *
       01 WS-DK-SKIP                   PIC X(04) VALUE SPACES.
      *
      *    THE DECK, ONE ENTRY PER GROUP CARD.
      *
       01 WS-DECK-TABLE.
          03  WS-DK-ENTRY              OCCURS 16 TIMES.
              05  WS-DK-GROUP          PIC X(04).
              05  WS-DK-FILESET        PIC X(01).
              05  WS-DK-NEXT           PIC X(01).
              05  WS-DK-SEEN           PIC X(01).
              05  WS-DK-FILE-COUNT     PIC S9(04) COMP.
              05  WS-DK-FILE           PIC X(08) OCCURS 50 TIMES.
              05  WS-DK-RULE           PIC X(01).
              05  WS-DK-CAL-TYPE       PIC X(01).
              05  WS-DK-CAL-DOW        PIC X(01).
              05  WS-DK-CAL-TIME       PIC X(13).
              05  WS-DK-CAL-DATE       PIC X(08).
              05  WS-DK-HOL-COUNT      PIC S9(04) COMP.
              05  WS-DK-HOL            PIC X(08) OCCURS 12 TIMES.
      *
      *    THE REGION'S SIDE OF THE GROUP BEING COMPARED - FROM ITS
      *    EADECKPT AND EADESCHD RECORDS, OR FOR A GROUP THE REGION
      *    DOES NOT HAVE YET, WHAT ENABLE WILL GIVE IT.
      *
       01 WS-RG-NEW                    PIC X(01).
       01 WS-RG-FILESET                PIC X(01).
       01 WS-RG-NEXT                   PIC X(01).
       01 WS-RG-TIMED                  PIC X(01).
       01 WS-RG-FILE-COUNT             PIC S9(04) COMP.
       01 WS-RG-FILELIST-DATA.
          03  WS-RG-FILE               PIC X(08) OCCURS 50 TIMES.
       01 WS-RG-RULE                   PIC X(01).
       01 WS-RG-CAL-TYPE               PIC X(01).
       01 WS-RG-CAL-DOW                PIC X(01).
       01 WS-RG-CAL-TIME               PIC X(13).
       01 WS-RG-CAL-DATE               PIC X(08).
       01 WS-RG-HOL-COUNT              PIC S9(04) COMP.
       01 WS-RG-HOLIDAY-DATA.
          03  WS-RG-HOL                PIC X(08) OCCURS 12 TIMES.
      *
       01 WS-CUR-GROUP                 PIC X(04).
       01 WS-HOL-EXTRA                 PIC S9(04) COMP.
       01 WS-HOL-MISS                  PIC S9(04) COMP.
      *
       01 WS-CARD-NUM                  PIC 9(05) VALUE ZERO.
       01 WS-GRP-DIFFS                 PIC S9(04) COMP.
       01 WS-DIFF-COUNT                PIC S9(04) COMP VALUE ZERO.
       01 WS-CMD-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-REGION                PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-SAME                  PIC S9(04) COMP VALUE ZERO.
      *
      *    RUNBOOK STEP NUMBERS GO UP IN TENS AND CANNOT PASS 9999.
      *
       01 WS-STEP-NUM                  PIC 9(04) VALUE ZERO.
       01 WS-STEP-LAST                 PIC 9(04) VALUE 9990.
      *
       01 WS-TODAY-DATE                PIC X(08).
       01 WS-TODAY-TIME                PIC X(08).
      *
       01 WS-CHK-DATE.
          03  WS-CHK-YYYY              PIC 9(04).
          03  WS-CHK-MM                PIC 9(02).
          03  WS-CHK-DD                PIC 9(02).
       01 WS-CHK-TIME.
          03  WS-CHK-HH                PIC 9(02).
          03  WS-CHK-MI                PIC 9(02).
          03  WS-CHK-SS                PIC 9(02).
          03  WS-CHK-DOT               PIC X(01).
          03  WS-CHK-FRAC              PIC 9(06).
      *
       01 WS-ERR-TEXT                  PIC X(40).
       01 WS-RULE-TEXT                 PIC X(24).
      *
       01 WS-CMD-VERB                  PIC X(08).
       01 WS-CMD-ARGS                  PIC X(40).
       01 WS-CMD                       PIC X(55).
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'DESIRED-STATE CONFIGURATION DECK COMPARE - PRO'.
             05  FILLER                PIC X(13) VALUE 'GRAM DECKCMP '.
             05  FILLER                PIC X(73) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(18) VALUE
                 'COMPARED        : '.
             05  WS-HDR2-DATE          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-HDR2-TIME          PIC X(06).
             05  FILLER                PIC X(99) VALUE SPACES.
      *
          03 WS-RPT-DECKERR.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(10) VALUE 'DECK CARD '.
             05  WS-DER-NUM            PIC 9(05) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE ': '.
             05  WS-DER-TEXT           PIC X(40).
             05  FILLER                PIC X(03) VALUE ' : '.
             05  WS-DER-CARD           PIC X(72).
      *
          03 WS-RPT-BADDECK            PIC X(133) VALUE
             '0DECK IS NOT VALID - NOTHING COMPARED, NO RUNBOOK STEPS W
      -    'RITTEN'.
      *
          03 WS-RPT-GROUP.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(08) VALUE 'GROUP : '.
             05  WS-GRH-ID             PIC X(04).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-GRH-TEXT           PIC X(40).
             05  FILLER                PIC X(78) VALUE SPACES.
      *
          03 WS-RPT-DIFF.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-DIF-TEXT           PIC X(40).
             05  FILLER                PIC X(09) VALUE ' REGION: '.
             05  WS-DIF-REGION         PIC X(24).
             05  FILLER                PIC X(08) VALUE '  DECK: '.
             05  WS-DIF-DECK           PIC X(24).
             05  FILLER                PIC X(23) VALUE SPACES.
      *
          03 WS-RPT-NOTE.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(06) VALUE 'NOTE: '.
             05  WS-NOTE-TEXT          PIC X(50).
             05  FILLER                PIC X(72) VALUE SPACES.
      *
          03 WS-RPT-CMD.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(08) VALUE SPACES.
             05  FILLER                PIC X(08) VALUE '-> STEP '.
             05  WS-CML-STEP           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CML-CMD            PIC X(55).
             05  FILLER                PIC X(55) VALUE SPACES.
      *
          03 WS-RPT-SAME.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(14) VALUE
                 'NO DIFFERENCES'.
             05  FILLER                PIC X(114) VALUE SPACES.
      *
          03 WS-RPT-CAPPED             PIC X(133) VALUE
             '0RUNBOOK STEP NUMBERS EXHAUSTED - LATER COMMANDS NOT WRIT
      -    'TEN, DO NOT RUN THIS RUNBOOK'.
      *
          03 WS-RPT-TOT-DECK.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS IN THE DECK      : '.
             05  WS-TOT-DECK           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-REGION.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS IN THE REGION    : '.
             05  WS-TOT-REGION         PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-SAME.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS ALREADY MATCHING : '.
             05  WS-TOT-SAME           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-DIFFS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'DIFFERENCES             : '.
             05  WS-TOT-DIFFS          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-CMDS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'RUNBOOK STEPS WRITTEN   : '.
             05  WS-TOT-CMDS           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-NODIFF             PIC X(133) VALUE
             '0THE REGION MATCHES THE DECK - THE RUNBOOK HAS NO STEPS'.
      *
      *    THE COMMENT CARDS AT THE HEAD OF THE RUNBOOK - THE STAMP
      *    IS BUILT BY STRING IN A-400-RUNBOOK-HEAD.
      *
       01 WS-RNB-CARDS.
          03 WS-RNB-NOTE1              PIC X(80) VALUE
             '*  RUN WITH A FRESH CHKFILE.  AN ENABLE OF A GROUP THAT IS
      -    ' IN THE REGION'.
          03 WS-RNB-NOTE2              PIC X(80) VALUE
             '*  RE-POINTS IT - A CHANGED LIVE FILESET IS A CUTOVER.  SE
      -    'E THE DECKCMP REPORT.'.
      *
       01 WS-CARD                      PIC X(80).
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
       EJECT
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION.
      * ------------------------------------------------------------- *
       A-10-MAIN SECTION.

       A-100-OPEN.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'DECKCMP: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT DECKIN.
           IF WS-DCK-STATUS NOT = '00'
              DISPLAY 'DECKCMP: DECKIN OPEN FAILED, STATUS '
                      WS-DCK-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT CKPTFILE.
           IF WS-CKP-STATUS NOT = '00'
              DISPLAY 'DECKCMP: CKPTFILE OPEN FAILED, STATUS '
                      WS-CKP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE DECKIN
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT SCHDFILE.
           IF WS-SCH-STATUS NOT = '00'
              DISPLAY 'DECKCMP: SCHDFILE OPEN FAILED, STATUS '
                      WS-SCH-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE DECKIN
              CLOSE CKPTFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN OUTPUT RUNBOUT.
           IF WS-RNB-STATUS NOT = '00'
              DISPLAY 'DECKCMP: RUNBOUT OPEN FAILED, STATUS '
                      WS-RNB-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE DECKIN
              CLOSE CKPTFILE
              CLOSE SCHDFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

       A-200-TITLES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.

           WRITE RPT-RECORD FROM WS-RPT-HDR1.
           MOVE WS-TODAY-DATE      TO WS-HDR2-DATE.
           MOVE WS-TODAY-TIME(1:6) TO WS-HDR2-TIME.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.

       A-300-LOAD.
           PERFORM B-10-ONE-CARD UNTIL WS-DCK-EOF = 'Y'.

           IF WS-DK-COUNT = ZERO AND WS-DECK-BAD = 'N'
              MOVE ZERO TO WS-DER-NUM
              MOVE 'DECK HAS NO GROUP CARDS' TO WS-DER-TEXT
              MOVE SPACES TO WS-DER-CARD
              WRITE RPT-RECORD FROM WS-RPT-DECKERR
              MOVE 'Y' TO WS-DECK-BAD
           END-IF.

           IF WS-DECK-BAD = 'Y'
              WRITE RPT-RECORD FROM WS-RPT-BADDECK
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM A-20-CONVERGE
           END-IF.

       A-800-CLOSE.
           CLOSE DECKIN.
           CLOSE CKPTFILE.
           CLOSE SCHDFILE.
           CLOSE RUNBOUT.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * THE DECK IS GOOD - COMPARE EVERY GROUP EITHER SIDE HAS,       *
      * WRITE THE RUNBOOK AND SET THE RETURN CODE                     *
      * ------------------------------------------------------------- *
       A-20-CONVERGE SECTION.

       A-400-RUNBOOK-HEAD.
           MOVE SPACES TO WS-CARD.
           STRING '*  XFCREQ CONVERGENCE RUNBOOK - GENERATED '
                                       DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME(1:6)   DELIMITED BY SIZE
                  ' BY DECKCMP'        DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           WRITE RNB-RECORD FROM WS-CARD.
           WRITE RNB-RECORD FROM WS-RNB-NOTE1.
           WRITE RNB-RECORD FROM WS-RNB-NOTE2.

       A-500-COMPARE.
           PERFORM C-10-REGION-GROUP UNTIL WS-EOF-FLAG = 'Y'.

           MOVE ZERO TO WS-DK-SUB.
           PERFORM WS-DK-MAX TIMES
              ADD 1 TO WS-DK-SUB
              IF WS-DK-SUB <= WS-DK-COUNT
                 IF WS-DK-SEEN(WS-DK-SUB) = 'N'
                    MOVE WS-DK-SUB TO WS-DK-MATCH
                    PERFORM D-10-DECK-ONLY
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM G-10-ORPHAN-RULES.

       A-600-TOTALS.
           MOVE WS-DK-COUNT   TO WS-TOT-DECK.
           WRITE RPT-RECORD FROM WS-RPT-TOT-DECK.
           MOVE WS-GRP-REGION TO WS-TOT-REGION.
           WRITE RPT-RECORD FROM WS-RPT-TOT-REGION.
           MOVE WS-GRP-SAME   TO WS-TOT-SAME.
           WRITE RPT-RECORD FROM WS-RPT-TOT-SAME.
           MOVE WS-DIFF-COUNT TO WS-TOT-DIFFS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-DIFFS.
           MOVE WS-CMD-COUNT  TO WS-TOT-CMDS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-CMDS.

           EVALUATE TRUE
              WHEN WS-CAPPED = 'Y'
                 WRITE RPT-RECORD FROM WS-RPT-CAPPED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIFF-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 WRITE RPT-RECORD FROM WS-RPT-NODIFF
           END-EVALUATE.

       A-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE DECK CARD - CHECK IT AND ADD IT TO THE DECK TABLE         *
      * ------------------------------------------------------------- *
       B-10-ONE-CARD SECTION.

       B-100-READ.
           READ DECKIN
                AT END
                  MOVE 'Y' TO WS-DCK-EOF
           END-READ.

           IF WS-DCK-EOF = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-CARD-NUM.

           IF DCK-TYPE(1:1) = '*' OR DCK-RECORD = SPACES
              EXIT SECTION
           END-IF.

       B-200-TYPE.
           IF DCK-TYPE NOT = 'GROUP' AND
              WS-DK-SKIP NOT = SPACES AND
              DCK-GROUP-ID = WS-DK-SKIP
              EXIT SECTION
           END-IF.

           EVALUATE DCK-TYPE
              WHEN 'GROUP'
                 PERFORM B-20-GROUP-CARD
              WHEN 'FILE'
                 PERFORM B-30-FILE-CARD
              WHEN 'CALRULE'
                 PERFORM B-40-RULE-CARD
              WHEN 'HOLIDAY'
                 PERFORM B-50-HOLIDAY-CARD
              WHEN OTHER
                 MOVE 'UNKNOWN CARD TYPE' TO WS-ERR-TEXT
                 PERFORM Z-10-DECK-ERROR
           END-EVALUATE.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * GROUP CARD - OPENS A NEW DECK TABLE ENTRY                     *
      * ------------------------------------------------------------- *
       B-20-GROUP-CARD SECTION.

       B-210-CHECK.
           MOVE ZERO   TO WS-DK-CUR.
           MOVE SPACES TO WS-DK-SKIP.

           IF DCK-GROUP-ID = SPACES
              MOVE 'GROUP ID MISSING' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           MOVE DCK-GROUP-ID TO WS-DK-SKIP.

           MOVE DCK-GROUP-ID TO WS-CUR-GROUP.
           PERFORM Z-40-FIND-DECK.
           IF WS-DK-MATCH NOT = ZERO
              MOVE 'GROUP APPEARS TWICE IN THE DECK' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           IF (DCK-GRP-FILESET NOT = 'A' AND
               DCK-GRP-FILESET NOT = 'B') OR
              (DCK-GRP-NEXT NOT = 'A' AND
               DCK-GRP-NEXT NOT = 'B')
              MOVE 'LIVE AND NEXT FILESET MUST BE A OR B'
                TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           IF WS-DK-COUNT >= WS-DK-MAX
              MOVE 'MORE GROUPS THAN THE EXIT CAN HOLD'
                TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

       B-220-ADD.
           MOVE SPACES TO WS-DK-SKIP.
           ADD 1 TO WS-DK-COUNT.
           MOVE WS-DK-COUNT     TO WS-DK-CUR.
           MOVE DCK-GROUP-ID    TO WS-DK-GROUP(WS-DK-CUR).
           MOVE DCK-GRP-FILESET TO WS-DK-FILESET(WS-DK-CUR).
           MOVE DCK-GRP-NEXT    TO WS-DK-NEXT(WS-DK-CUR).
           MOVE 'N'             TO WS-DK-SEEN(WS-DK-CUR).
           MOVE ZERO            TO WS-DK-FILE-COUNT(WS-DK-CUR).
           MOVE 'N'             TO WS-DK-RULE(WS-DK-CUR).
           MOVE SPACES          TO WS-DK-CAL-TYPE(WS-DK-CUR),
                                   WS-DK-CAL-DOW(WS-DK-CUR),
                                   WS-DK-CAL-TIME(WS-DK-CUR),
                                   WS-DK-CAL-DATE(WS-DK-CUR).
           MOVE ZERO            TO WS-DK-HOL-COUNT(WS-DK-CUR).

       B-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FILE CARD - ONE FILE LIST ENTRY FOR THE CURRENT GROUP         *
      * ------------------------------------------------------------- *
       B-30-FILE-CARD SECTION.

       B-310-CHECK.
           PERFORM Z-50-UNDER-GROUP.
           IF WS-CHK-RESULT NOT = 'Y'
              EXIT SECTION
           END-IF.

           IF DCK-FIL-NAME = SPACES
              MOVE 'FILE NAME MISSING' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.
      *
      *    THE FILESET LETTER IS APPENDED TO THE BASE NAME, SO A BASE
      *    NAME CAN BE NO MORE THAN SEVEN CHARACTERS - FILEADD WOULD
      *    REFUSE IT.
      *
           IF DCK-FIL-NAME(8:1) NOT = SPACE
              MOVE 'FILE NAME LONGER THAN 7 CHARACTERS'
                TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-DK-FILE-COUNT(WS-DK-CUR)
                 IF WS-DK-FILE(WS-DK-CUR, WS-FL-SUB) = DCK-FIL-NAME
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FOUND = 'Y'
              MOVE 'FILE APPEARS TWICE IN THE GROUP' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           IF WS-DK-FILE-COUNT(WS-DK-CUR) >= WS-FL-MAX
              MOVE 'MORE FILES THAN A GROUP CAN HOLD' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

       B-320-ADD.
           ADD 1 TO WS-DK-FILE-COUNT(WS-DK-CUR).
           MOVE WS-DK-FILE-COUNT(WS-DK-CUR) TO WS-FL-SUB.
           MOVE DCK-FIL-NAME TO WS-DK-FILE(WS-DK-CUR, WS-FL-SUB).

       B-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CALRULE CARD - THE CURRENT GROUP'S CALENDAR RULE              *
      * ------------------------------------------------------------- *
       B-40-RULE-CARD SECTION.

       B-410-CHECK.
           PERFORM Z-50-UNDER-GROUP.
           IF WS-CHK-RESULT NOT = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-DK-RULE(WS-DK-CUR) = 'Y'
              MOVE 'SECOND CALRULE CARD FOR THE GROUP' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.
      *
      *    EACH RULE TYPE TAKES EXACTLY THE FIELDS CALSET TAKES FOR
      *    IT AND NO OTHERS.
      *
           MOVE 'Y' TO WS-CHK-RESULT.
           EVALUATE DCK-CAL-TYPE
              WHEN 'W'
                 IF DCK-CAL-DOW < '1' OR DCK-CAL-DOW > '7' OR
                    DCK-CAL-DATE NOT = SPACES
                    MOVE 'N' TO WS-CHK-RESULT
                 END-IF
              WHEN 'M'
                 IF DCK-CAL-DOW NOT = SPACE OR
                    DCK-CAL-DATE NOT = SPACES
                    MOVE 'N' TO WS-CHK-RESULT
                 END-IF
              WHEN 'D'
                 IF DCK-CAL-DOW NOT = SPACE
                    MOVE 'N' TO WS-CHK-RESULT
                 ELSE
                    MOVE DCK-CAL-DATE TO WS-CHK-DATE
                    PERFORM Z-20-CHECK-DATE
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-CHK-RESULT
           END-EVALUATE.

           IF WS-CHK-RESULT NOT = 'Y'
              MOVE 'RULE MUST BE W d, M, OR D YYYYMMDD' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           MOVE DCK-CAL-TIME TO WS-CHK-TIME.
           PERFORM Z-30-CHECK-TIME.
           IF WS-CHK-RESULT NOT = 'Y'
              MOVE 'SWITCH TIME MUST BE HHMMSS.TTTTTT' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

       B-420-ADD.
           MOVE 'Y'          TO WS-DK-RULE(WS-DK-CUR).
           MOVE DCK-CAL-TYPE TO WS-DK-CAL-TYPE(WS-DK-CUR).
           MOVE DCK-CAL-DOW  TO WS-DK-CAL-DOW(WS-DK-CUR).
           MOVE DCK-CAL-TIME TO WS-DK-CAL-TIME(WS-DK-CUR).
           MOVE DCK-CAL-DATE TO WS-DK-CAL-DATE(WS-DK-CUR).

       B-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * HOLIDAY CARD - ONE EXCLUSION DATE ON THE CURRENT GROUP'S RULE *
      * ------------------------------------------------------------- *
       B-50-HOLIDAY-CARD SECTION.

       B-510-CHECK.
           PERFORM Z-50-UNDER-GROUP.
           IF WS-CHK-RESULT NOT = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-DK-RULE(WS-DK-CUR) NOT = 'Y'
              MOVE 'HOLIDAY CARD BEFORE THE CALRULE CARD'
                TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           MOVE DCK-HOL-DATE TO WS-CHK-DATE.
           PERFORM Z-20-CHECK-DATE.
           IF WS-CHK-RESULT NOT = 'Y'
              MOVE 'HOLIDAY MUST BE A DATE YYYYMMDD' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-HOL-SUB.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB
              IF WS-HOL-SUB <= WS-DK-HOL-COUNT(WS-DK-CUR)
                 IF WS-DK-HOL(WS-DK-CUR, WS-HOL-SUB) = DCK-HOL-DATE
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FOUND = 'Y'
              MOVE 'HOLIDAY APPEARS TWICE ON THE RULE' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

           IF WS-DK-HOL-COUNT(WS-DK-CUR) >= WS-HOL-MAX
              MOVE 'MORE HOLIDAYS THAN A RULE CAN HOLD' TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
              EXIT SECTION
           END-IF.

       B-520-ADD.
           ADD 1 TO WS-DK-HOL-COUNT(WS-DK-CUR).
           MOVE WS-DK-HOL-COUNT(WS-DK-CUR) TO WS-HOL-SUB.
           MOVE DCK-HOL-DATE TO WS-DK-HOL(WS-DK-CUR, WS-HOL-SUB).

       B-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE EADECKPT GROUP - DISABLE IT IF THE DECK DOES NOT HAVE IT, *
      * OTHERWISE COMPARE IT WITH ITS DECK ENTRY                      *
      * ------------------------------------------------------------- *
       C-10-REGION-GROUP SECTION.

       C-100-READ.
           READ CKPTFILE NEXT
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-GRP-REGION.

           MOVE CKP-GROUP-ID     TO WS-CUR-GROUP.
           MOVE 'N'              TO WS-RG-NEW.
           MOVE CKP-FILESET      TO WS-RG-FILESET.
           MOVE CKP-FILESET-NEXT TO WS-RG-NEXT.
           MOVE CKP-TIME-SWITCH  TO WS-RG-TIMED.
           MOVE CKP-FILE-COUNT   TO WS-RG-FILE-COUNT.
           MOVE CKP-FILELIST-DATA TO WS-RG-FILELIST-DATA.
           PERFORM F-10-REGION-RULE.

           PERFORM Z-40-FIND-DECK.
           IF WS-DK-MATCH NOT = ZERO
              MOVE 'Y' TO WS-DK-SEEN(WS-DK-MATCH)
              MOVE 'IN THE REGION AND IN THE DECK' TO WS-GRH-TEXT
              PERFORM E-10-COMPARE-GROUP
              EXIT SECTION
           END-IF.

       C-200-DISABLE.
           MOVE WS-CUR-GROUP TO WS-GRH-ID.
           MOVE 'IN THE REGION, NOT IN THE DECK' TO WS-GRH-TEXT.
           WRITE RPT-RECORD FROM WS-RPT-GROUP.

           MOVE 'GROUP NOT IN THE DECK' TO WS-DIF-TEXT.
           MOVE SPACES TO WS-DIF-REGION.
           STRING 'ENABLED, LIVE '     DELIMITED BY SIZE
                  WS-RG-FILESET        DELIMITED BY SIZE
                  INTO WS-DIF-REGION
           END-STRING.
           MOVE 'ABSENT' TO WS-DIF-DECK.
           PERFORM X-10-DIFF.

           MOVE 'DISABLE' TO WS-CMD-VERB.
           MOVE SPACES    TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.
      *
      *    DISABLE LEAVES EADESCHD ALONE - A RULE LEFT BEHIND WOULD
      *    COME BACK TO LIFE IF THE GROUP WERE EVER ENABLED AGAIN.
      *
           IF WS-RG-RULE = 'Y'
              MOVE 'CALENDAR RULE NOT IN THE DECK' TO WS-DIF-TEXT
              PERFORM F-20-REGION-RULE-TEXT
              MOVE WS-RULE-TEXT TO WS-DIF-REGION
              MOVE 'ABSENT'     TO WS-DIF-DECK
              PERFORM X-10-DIFF
              MOVE 'CALDEL' TO WS-CMD-VERB
              MOVE SPACES   TO WS-CMD-ARGS
              PERFORM W-10-PUT-CMD
           END-IF.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * A DECK GROUP THE REGION DOES NOT HAVE - COMPARE IT AGAINST    *
      * WHAT ENABLE WILL GIVE IT                                      *
      * ------------------------------------------------------------- *
       D-10-DECK-ONLY SECTION.

       D-100-DEFAULTS.
           MOVE WS-DK-GROUP(WS-DK-MATCH) TO WS-CUR-GROUP.
           MOVE 'Y'                TO WS-RG-NEW.
           MOVE '-'                TO WS-RG-FILESET, WS-RG-NEXT.
           MOVE 'N'                TO WS-RG-TIMED.
           MOVE EXIT-FILE-COUNT    TO WS-RG-FILE-COUNT.
           MOVE EXIT-FILELIST-DATA TO WS-RG-FILELIST-DATA.
      *
      *    A RULE CAN OUTLIVE ITS GROUP ON EADESCHD (DISABLE DOES NOT
      *    DELETE IT), AND CALSET ON THE NEW GROUP WOULD KEEP ITS
      *    HOLIDAYS - SO IT IS THE REGION'S SIDE OF THE COMPARE.
      *
           PERFORM F-10-REGION-RULE.

           MOVE 'IN THE DECK, NOT IN THE REGION' TO WS-GRH-TEXT.
           PERFORM E-10-COMPARE-GROUP.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * COMPARE ONE GROUP - THE DECK ENTRY AT WS-DK-MATCH AGAINST THE *
      * REGION'S SIDE IN WS-RG-... - AND WRITE THE COMMANDS THAT      *
      * CLOSE EVERY DIFFERENCE, IN THE ORDER THEY MUST RUN            *
      * ------------------------------------------------------------- *
       E-10-COMPARE-GROUP SECTION.

       E-100-HEAD.
           MOVE WS-CUR-GROUP TO WS-GRH-ID.
           WRITE RPT-RECORD FROM WS-RPT-GROUP.

           MOVE ZERO TO WS-GRP-DIFFS.
           MOVE 'N'  TO WS-ENABLED.

       E-200-NEW-GROUP.
           IF WS-RG-NEW = 'Y'
              MOVE 'GROUP NOT IN THE REGION' TO WS-DIF-TEXT
              MOVE 'ABSENT' TO WS-DIF-REGION
              MOVE SPACES   TO WS-DIF-DECK
              STRING 'LIVE '                    DELIMITED BY SIZE
                     WS-DK-FILESET(WS-DK-MATCH) DELIMITED BY SIZE
                     ', NEXT '                  DELIMITED BY SIZE
                     WS-DK-NEXT(WS-DK-MATCH)    DELIMITED BY SIZE
                     INTO WS-DIF-DECK
              END-STRING
              PERFORM X-10-DIFF
              PERFORM W-20-ENABLE-CMD
              MOVE WS-DK-FILESET(WS-DK-MATCH) TO WS-RG-FILESET
              MOVE WS-DK-NEXT(WS-DK-MATCH)    TO WS-RG-NEXT
           END-IF.

       E-300-FILES.
      *
      *    THE FILE LIST IS PUT RIGHT BEFORE ANY RE-POINT, SO THE
      *    CUTOVER THE RE-POINT DRIVES COVERS THE DECK'S FILES.
      *
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-RG-FILE-COUNT
                 PERFORM E-20-REGION-FILE
              END-IF
           END-PERFORM.

           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-DK-FILE-COUNT(WS-DK-MATCH)
                 PERFORM E-30-DECK-FILE
              END-IF
           END-PERFORM.

       E-400-FILESETS.
           IF WS-RG-NEW = 'N'
              IF WS-RG-FILESET NOT = WS-DK-FILESET(WS-DK-MATCH) OR
                 (WS-RG-NEXT NOT = WS-DK-NEXT(WS-DK-MATCH) AND
                  WS-DK-RULE(WS-DK-MATCH) = 'N')
                 PERFORM E-40-REPOINT
              END-IF
           END-IF.

       E-500-CALENDAR.
           IF WS-DK-RULE(WS-DK-MATCH) = 'Y'
              PERFORM E-50-DECK-RULE
           ELSE
              IF WS-RG-RULE = 'Y'
                 PERFORM E-60-DROP-RULE
              END-IF
           END-IF.

       E-900-SUMMARY.
           IF WS-GRP-DIFFS = ZERO
              WRITE RPT-RECORD FROM WS-RPT-SAME
              ADD 1 TO WS-GRP-SAME
           END-IF.

       E-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE REGION FILE - FILEDEL IT IF THE DECK DOES NOT LIST IT     *
      * ------------------------------------------------------------- *
       E-20-REGION-FILE SECTION.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-FL-SUB2.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB2
              IF WS-FL-SUB2 <= WS-DK-FILE-COUNT(WS-DK-MATCH)
                 IF WS-DK-FILE(WS-DK-MATCH, WS-FL-SUB2) =
                    WS-RG-FILE(WS-FL-SUB)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FOUND = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-RG-NEW = 'Y'
              MOVE 'DEFAULT FILE NOT IN THE DECK' TO WS-DIF-TEXT
           ELSE
              MOVE 'FILE NOT IN THE DECK' TO WS-DIF-TEXT
           END-IF.
           MOVE WS-RG-FILE(WS-FL-SUB) TO WS-DIF-REGION.
           MOVE 'ABSENT'              TO WS-DIF-DECK.
           PERFORM X-10-DIFF.

           MOVE 'FILEDEL'             TO WS-CMD-VERB.
           MOVE WS-RG-FILE(WS-FL-SUB) TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.

       E-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE DECK FILE - FILEADD IT IF THE REGION DOES NOT LIST IT     *
      * ------------------------------------------------------------- *
       E-30-DECK-FILE SECTION.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-FL-SUB2.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB2
              IF WS-FL-SUB2 <= WS-RG-FILE-COUNT
                 IF WS-RG-FILE(WS-FL-SUB2) =
                    WS-DK-FILE(WS-DK-MATCH, WS-FL-SUB)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FOUND = 'Y'
              EXIT SECTION
           END-IF.

           MOVE 'FILE NOT IN THE REGION' TO WS-DIF-TEXT.
           MOVE 'ABSENT'                 TO WS-DIF-REGION.
           MOVE WS-DK-FILE(WS-DK-MATCH, WS-FL-SUB) TO WS-DIF-DECK.
           PERFORM X-10-DIFF.

           MOVE 'FILEADD' TO WS-CMD-VERB.
           MOVE WS-DK-FILE(WS-DK-MATCH, WS-FL-SUB) TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.

       E-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE FILESET PAIR DIFFERS ON A GROUP THE REGION HAS - RE-POINT *
      * IT WITH A NON-TIMED ENABLE                                    *
      * ------------------------------------------------------------- *
       E-40-REPOINT SECTION.

           IF WS-RG-FILESET NOT = WS-DK-FILESET(WS-DK-MATCH)
              MOVE 'LIVE FILESET DIFFERS - REPOINT CUTS OVER'
                TO WS-DIF-TEXT
           ELSE
              MOVE 'NEXT FILESET DIFFERS' TO WS-DIF-TEXT
           END-IF.

           MOVE SPACES TO WS-DIF-REGION, WS-DIF-DECK.
           STRING 'LIVE '                    DELIMITED BY SIZE
                  WS-RG-FILESET              DELIMITED BY SIZE
                  ', NEXT '                  DELIMITED BY SIZE
                  WS-RG-NEXT                 DELIMITED BY SIZE
                  INTO WS-DIF-REGION
           END-STRING.
           STRING 'LIVE '                    DELIMITED BY SIZE
                  WS-DK-FILESET(WS-DK-MATCH) DELIMITED BY SIZE
                  ', NEXT '                  DELIMITED BY SIZE
                  WS-DK-NEXT(WS-DK-MATCH)    DELIMITED BY SIZE
                  INTO WS-DIF-DECK
           END-STRING.
           PERFORM X-10-DIFF.

           IF WS-RG-TIMED = 'Y'
              MOVE 'THE RE-POINT DROPS THE STAGED TIMED SWITCH'
                TO WS-NOTE-TEXT
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

           PERFORM W-20-ENABLE-CMD.

       E-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE DECK HAS A CALENDAR RULE FOR THE GROUP - BRING THE        *
      * REGION'S RULE AND HOLIDAYS INTO LINE WITH IT                  *
      * ------------------------------------------------------------- *
       E-50-DECK-RULE SECTION.

       E-510-HOLIDAYS.
           MOVE ZERO TO WS-HOL-EXTRA, WS-HOL-MISS.
           MOVE 'N'  TO WS-RULE-DIFF.
      *
      *    A REGION WITHOUT A RULE HAS NO HOLIDAYS EITHER.
      *
           IF WS-RG-RULE = 'N'
              MOVE ZERO TO WS-RG-HOL-COUNT
           END-IF.

           MOVE ZERO TO WS-HOL-SUB.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB
              IF WS-HOL-SUB <= WS-RG-HOL-COUNT
                 PERFORM E-70-REGION-HOLIDAY
              END-IF
           END-PERFORM.

           MOVE ZERO TO WS-HOL-SUB.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB
              IF WS-HOL-SUB <= WS-DK-HOL-COUNT(WS-DK-MATCH)
                 PERFORM E-75-DECK-HOLIDAY
                 IF WS-FOUND = 'N'
                    MOVE 'HOLIDAY NOT IN THE REGION' TO WS-DIF-TEXT
                    MOVE 'ABSENT' TO WS-DIF-REGION
                    MOVE WS-DK-HOL(WS-DK-MATCH, WS-HOL-SUB)
                      TO WS-DIF-DECK
                    PERFORM X-10-DIFF
                    ADD 1 TO WS-HOL-MISS
                 END-IF
              END-IF
           END-PERFORM.

       E-520-RULE.
           PERFORM F-30-DECK-RULE-TEXT.
           MOVE WS-RULE-TEXT TO WS-DIF-DECK.

           IF WS-RG-RULE = 'N'
              MOVE 'CALENDAR RULE NOT IN THE REGION' TO WS-DIF-TEXT
              MOVE 'ABSENT' TO WS-DIF-REGION
              PERFORM X-10-DIFF
              MOVE 'Y' TO WS-RULE-DIFF
           ELSE
              IF WS-RG-CAL-TYPE NOT = WS-DK-CAL-TYPE(WS-DK-MATCH) OR
                 WS-RG-CAL-DOW  NOT = WS-DK-CAL-DOW(WS-DK-MATCH) OR
                 WS-RG-CAL-TIME NOT = WS-DK-CAL-TIME(WS-DK-MATCH) OR
                 WS-RG-CAL-DATE NOT = WS-DK-CAL-DATE(WS-DK-MATCH)
                 MOVE 'CALENDAR RULE DIFFERS' TO WS-DIF-TEXT
                 PERFORM F-20-REGION-RULE-TEXT
                 MOVE WS-RULE-TEXT TO WS-DIF-REGION
                 PERFORM X-10-DIFF
                 MOVE 'Y' TO WS-RULE-DIFF
              END-IF
           END-IF.

       E-530-CLEAR.
      *
      *    NO COMMAND TAKES ONE DATE OFF A RULE - A HOLIDAY THE DECK
      *    DOES NOT HAVE MEANS STARTING THE RULE AGAIN FROM NOTHING.
      *
           IF WS-RG-RULE = 'Y' AND WS-HOL-EXTRA > ZERO
              MOVE 'CALDEL' TO WS-CMD-VERB
              MOVE SPACES   TO WS-CMD-ARGS
              PERFORM W-10-PUT-CMD
              MOVE 'N'  TO WS-RG-RULE
              MOVE ZERO TO WS-RG-HOL-COUNT
           END-IF.

       E-540-COMMANDS.
      *
      *    CALSET KEEPS THE HOLIDAYS ALREADY ON A RULE AND STAGES THE
      *    NEXT OCCURRENCE WHEN IT STORES THE RULE, BUT CALHOL DOES
      *    NOT RE-STAGE.  SO ON A RULE THAT IS STAYING, THE MISSING
      *    HOLIDAYS GO IN FIRST AND ONE CALSET AT THE END STAGES
      *    AROUND THEM; A NEW RULE NEEDS CALSET FIRST (CALHOL WANTS
      *    A RULE TO ADD TO) AND A SECOND ONE AFTER ITS HOLIDAYS.  A
      *    RE-POINT ABOVE DROPPED ANY STAGED SWITCH, SO THAT IS A
      *    REASON TO RE-STAGE TOO.
      *
           IF WS-RG-RULE = 'Y'
              MOVE ZERO TO WS-HOL-SUB
              PERFORM WS-HOL-MAX TIMES
                 ADD 1 TO WS-HOL-SUB
                 IF WS-HOL-SUB <= WS-DK-HOL-COUNT(WS-DK-MATCH)
                    PERFORM E-75-DECK-HOLIDAY
                    IF WS-FOUND = 'N'
                       PERFORM W-40-CALHOL-CMD
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-RULE-DIFF = 'Y' OR
                 WS-HOL-MISS > ZERO OR
                 WS-ENABLED = 'Y'
                 PERFORM W-30-CALSET-CMD
              END-IF
           ELSE
              PERFORM W-30-CALSET-CMD
              MOVE ZERO TO WS-HOL-SUB
              PERFORM WS-HOL-MAX TIMES
                 ADD 1 TO WS-HOL-SUB
                 IF WS-HOL-SUB <= WS-DK-HOL-COUNT(WS-DK-MATCH)
                    PERFORM W-40-CALHOL-CMD
                 END-IF
              END-PERFORM
              IF WS-DK-HOL-COUNT(WS-DK-MATCH) > ZERO
                 PERFORM W-30-CALSET-CMD
              END-IF
           END-IF.

       E-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE REGION HAS A CALENDAR RULE THE DECK DOES NOT - CALDEL IT  *
      * ------------------------------------------------------------- *
       E-60-DROP-RULE SECTION.

           MOVE 'CALENDAR RULE NOT IN THE DECK' TO WS-DIF-TEXT.
           PERFORM F-20-REGION-RULE-TEXT.
           MOVE WS-RULE-TEXT TO WS-DIF-REGION.
           MOVE 'ABSENT'     TO WS-DIF-DECK.
           PERFORM X-10-DIFF.

           MOVE 'CALDEL' TO WS-CMD-VERB.
           MOVE SPACES   TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.
      *
      *    CALDEL ONLY TAKES THE RULE OFF THE FILE - AN OCCURRENCE IT
      *    HAS ALREADY STAGED WOULD STILL GO OFF.  A NON-TIMED ENABLE
      *    ON THE SAME FILESETS TAKES IT OFF THE CLOCK, UNLESS A
      *    RE-POINT ABOVE HAS ALREADY DONE SO.
      *
           IF WS-RG-TIMED = 'Y' AND WS-ENABLED = 'N' AND
              WS-RG-NEW = 'N'
              MOVE 'A NON-TIMED ENABLE DROPS THE STAGED OCCURRENCE'
                TO WS-NOTE-TEXT
              WRITE RPT-RECORD FROM WS-RPT-NOTE
              PERFORM W-20-ENABLE-CMD
           END-IF.

       E-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE REGION HOLIDAY - FLAG IT IF THE DECK DOES NOT HAVE IT     *
      * ------------------------------------------------------------- *
       E-70-REGION-HOLIDAY SECTION.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-HOL-SUB2.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB2
              IF WS-HOL-SUB2 <= WS-DK-HOL-COUNT(WS-DK-MATCH)
                 IF WS-DK-HOL(WS-DK-MATCH, WS-HOL-SUB2) =
                    WS-RG-HOL(WS-HOL-SUB)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FOUND = 'N'
              MOVE 'HOLIDAY NOT IN THE DECK' TO WS-DIF-TEXT
              MOVE WS-RG-HOL(WS-HOL-SUB)     TO WS-DIF-REGION
              MOVE 'ABSENT'                  TO WS-DIF-DECK
              PERFORM X-10-DIFF
              ADD 1 TO WS-HOL-EXTRA
           END-IF.

       E-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * IS DECK HOLIDAY WS-HOL-SUB ON THE REGION'S RULE? (WS-FOUND)   *
      * ------------------------------------------------------------- *
       E-75-DECK-HOLIDAY SECTION.

           MOVE 'N'  TO WS-FOUND.
           MOVE ZERO TO WS-HOL-SUB2.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB2
              IF WS-HOL-SUB2 <= WS-RG-HOL-COUNT
                 IF WS-RG-HOL(WS-HOL-SUB2) =
                    WS-DK-HOL(WS-DK-MATCH, WS-HOL-SUB)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
           END-PERFORM.

       E-759-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FETCH THE REGION'S CALENDAR RULE FOR WS-CUR-GROUP             *
      * ------------------------------------------------------------- *
       F-10-REGION-RULE SECTION.

           MOVE WS-CUR-GROUP TO SCH-GROUP-ID.
           MOVE 'Y' TO WS-SCH-FOUND.
           READ SCHDFILE
                INVALID KEY
                  MOVE 'N' TO WS-SCH-FOUND
           END-READ.

           MOVE ZERO   TO WS-RG-HOL-COUNT.
           MOVE SPACES TO WS-RG-CAL-TYPE, WS-RG-CAL-DOW,
                          WS-RG-CAL-TIME, WS-RG-CAL-DATE,
                          WS-RG-HOLIDAY-DATA.

           IF WS-SCH-FOUND = 'N'
              MOVE 'N' TO WS-RG-RULE
              EXIT SECTION
           END-IF.
      *
      *    THE RULE IS HELD THE WAY THE DECK CARRIES IT - THE DAY
      *    OF THE WEEK ONLY ON A 'W' RULE, THE DATE ONLY ON A 'D'.
      *
           MOVE 'Y'            TO WS-RG-RULE.
           MOVE SCH-RULE-TYPE  TO WS-RG-CAL-TYPE.
           MOVE SCH-EVENT-TIME TO WS-RG-CAL-TIME.
           IF SCH-RULE-TYPE = 'W'
              MOVE SCH-DAY-OF-WEEK TO WS-RG-CAL-DOW
           END-IF.
           IF SCH-RULE-TYPE = 'D'
              MOVE SCH-SPEC-DATE   TO WS-RG-CAL-DATE
           END-IF.
           MOVE SCH-HOL-COUNT    TO WS-RG-HOL-COUNT.
           MOVE SCH-HOLIDAY-DATA TO WS-RG-HOLIDAY-DATA.

       F-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE REGION'S RULE AS PRINTABLE TEXT, IN WS-RULE-TEXT          *
      * ------------------------------------------------------------- *
       F-20-REGION-RULE-TEXT SECTION.

           MOVE SPACES TO WS-RULE-TEXT.
           EVALUATE WS-RG-CAL-TYPE
              WHEN 'W'
                 STRING 'W '           DELIMITED BY SIZE
                        WS-RG-CAL-DOW  DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        WS-RG-CAL-TIME DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
              WHEN 'D'
                 STRING 'D '           DELIMITED BY SIZE
                        WS-RG-CAL-DATE DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        WS-RG-CAL-TIME DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
              WHEN OTHER
                 STRING WS-RG-CAL-TYPE DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        WS-RG-CAL-TIME DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
           END-EVALUATE.

       F-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE DECK'S RULE FOR WS-DK-MATCH AS CALSET OPERANDS, IN        *
      * WS-RULE-TEXT - THE SAME TEXT SERVES THE REPORT AND THE CARD   *
      * ------------------------------------------------------------- *
       F-30-DECK-RULE-TEXT SECTION.

           MOVE SPACES TO WS-RULE-TEXT.
           EVALUATE WS-DK-CAL-TYPE(WS-DK-MATCH)
              WHEN 'W'
                 STRING 'W '                        DELIMITED BY SIZE
                        WS-DK-CAL-DOW(WS-DK-MATCH)  DELIMITED BY SIZE
                        ' '                         DELIMITED BY SIZE
                        WS-DK-CAL-TIME(WS-DK-MATCH) DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
              WHEN 'D'
                 STRING 'D '                        DELIMITED BY SIZE
                        WS-DK-CAL-DATE(WS-DK-MATCH) DELIMITED BY SIZE
                        ' '                         DELIMITED BY SIZE
                        WS-DK-CAL-TIME(WS-DK-MATCH) DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
              WHEN OTHER
                 STRING 'M '                        DELIMITED BY SIZE
                        WS-DK-CAL-TIME(WS-DK-MATCH) DELIMITED BY SIZE
                        INTO WS-RULE-TEXT
                 END-STRING
           END-EVALUATE.

       F-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * EVERY EADESCHD RULE WHOSE GROUP IS IN NEITHER THE DECK NOR    *
      * EADECKPT - THE GROUP PASSES ABOVE NEVER SAW IT                 *
      * ------------------------------------------------------------- *
       G-10-ORPHAN-RULES SECTION.

       G-100-START.
           MOVE LOW-VALUES TO SCH-KEY.
           START SCHDFILE KEY IS NOT LESS THAN SCH-KEY
                 INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.

       G-200-READ.
           PERFORM G-20-ONE-RULE UNTIL WS-SCH-EOF = 'Y'.

       G-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE CALENDAR RULE - CALDEL IT IF NOTHING OWNS IT              *
      * ------------------------------------------------------------- *
       G-20-ONE-RULE SECTION.

           READ SCHDFILE NEXT
                AT END
                  MOVE 'Y' TO WS-SCH-EOF
           END-READ.

           IF WS-SCH-EOF = 'Y'
              EXIT SECTION
           END-IF.

           MOVE SCH-GROUP-ID TO WS-CUR-GROUP.
           PERFORM Z-40-FIND-DECK.
           IF WS-DK-MATCH NOT = ZERO
              EXIT SECTION
           END-IF.

           MOVE SCH-GROUP-ID TO CKP-GROUP-ID.
           MOVE 'Y' TO WS-CKP-FOUND.
           READ CKPTFILE
                INVALID KEY
                  MOVE 'N' TO WS-CKP-FOUND
           END-READ.

           IF WS-CKP-FOUND = 'Y'
              EXIT SECTION
           END-IF.

           MOVE WS-CUR-GROUP TO WS-GRH-ID.
           MOVE 'CALENDAR RULE ONLY, NO GROUP' TO WS-GRH-TEXT.
           WRITE RPT-RECORD FROM WS-RPT-GROUP.

           MOVE 'Y'            TO WS-RG-RULE.
           MOVE SCH-RULE-TYPE  TO WS-RG-CAL-TYPE.
           MOVE SCH-EVENT-TIME TO WS-RG-CAL-TIME.
           MOVE SPACES         TO WS-RG-CAL-DOW, WS-RG-CAL-DATE.
           IF SCH-RULE-TYPE = 'W'
              MOVE SCH-DAY-OF-WEEK TO WS-RG-CAL-DOW
           END-IF.
           IF SCH-RULE-TYPE = 'D'
              MOVE SCH-SPEC-DATE   TO WS-RG-CAL-DATE
           END-IF.

           MOVE 'CALENDAR RULE WITHOUT A GROUP' TO WS-DIF-TEXT.
           PERFORM F-20-REGION-RULE-TEXT.
           MOVE WS-RULE-TEXT TO WS-DIF-REGION.
           MOVE 'ABSENT'     TO WS-DIF-DECK.
           PERFORM X-10-DIFF.

           MOVE 'CALDEL' TO WS-CMD-VERB.
           MOVE SPACES   TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.

       G-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * WRITE ONE RUNBOOK STEP - WS-CMD-VERB FOR WS-CUR-GROUP WITH    *
      * WS-CMD-ARGS - AND LIST IT UNDER THE DIFFERENCE IT CLOSES      *
      * ------------------------------------------------------------- *
       W-10-PUT-CMD SECTION.

           IF WS-CAPPED = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-STEP-NUM >= WS-STEP-LAST
              MOVE 'Y' TO WS-CAPPED
              EXIT SECTION
           END-IF.

           ADD 10 TO WS-STEP-NUM.
           ADD 1  TO WS-CMD-COUNT.

           MOVE SPACES TO WS-CMD.
           STRING EXIT-TRANSID   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-CMD-VERB    DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WS-CUR-GROUP   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-CMD-ARGS    DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING.

           MOVE SPACES      TO RNB-RECORD.
           MOVE WS-STEP-NUM TO RNB-STEP.
           MOVE WS-CMD      TO RNB-COMMAND.
           WRITE RNB-RECORD.

           MOVE WS-STEP-NUM TO WS-CML-STEP.
           MOVE WS-CMD      TO WS-CML-CMD.
           WRITE RPT-RECORD FROM WS-RPT-CMD.

       W-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * NON-TIMED ENABLE ON THE DECK'S FILESET PAIR                   *
      * ------------------------------------------------------------- *
       W-20-ENABLE-CMD SECTION.

           MOVE 'ENABLE' TO WS-CMD-VERB.
           MOVE SPACES   TO WS-CMD-ARGS.
           STRING WS-DK-FILESET(WS-DK-MATCH) DELIMITED BY SIZE
                  ' N '                      DELIMITED BY SIZE
                  WS-DK-NEXT(WS-DK-MATCH)    DELIMITED BY SIZE
                  INTO WS-CMD-ARGS
           END-STRING.
           PERFORM W-10-PUT-CMD.
           MOVE 'Y' TO WS-ENABLED.

       W-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CALSET WITH THE DECK'S RULE                                   *
      * ------------------------------------------------------------- *
       W-30-CALSET-CMD SECTION.

           PERFORM F-30-DECK-RULE-TEXT.
           MOVE 'CALSET'     TO WS-CMD-VERB.
           MOVE WS-RULE-TEXT TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.

       W-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CALHOL FOR DECK HOLIDAY WS-HOL-SUB                            *
      * ------------------------------------------------------------- *
       W-40-CALHOL-CMD SECTION.

           MOVE 'CALHOL' TO WS-CMD-VERB.
           MOVE WS-DK-HOL(WS-DK-MATCH, WS-HOL-SUB) TO WS-CMD-ARGS.
           PERFORM W-10-PUT-CMD.

       W-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * PRINT ONE DIFFERENCE AND COUNT IT                             *
      * ------------------------------------------------------------- *
       X-10-DIFF SECTION.

           WRITE RPT-RECORD FROM WS-RPT-DIFF.
           ADD 1 TO WS-GRP-DIFFS.
           ADD 1 TO WS-DIFF-COUNT.

       X-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * REPORT THE DECK CARD JUST READ AS NOT VALID, FOR WS-ERR-TEXT  *
      * ------------------------------------------------------------- *
       Z-10-DECK-ERROR SECTION.

           MOVE WS-CARD-NUM      TO WS-DER-NUM.
           MOVE WS-ERR-TEXT      TO WS-DER-TEXT.
           MOVE DCK-RECORD(1:72) TO WS-DER-CARD.
           WRITE RPT-RECORD FROM WS-RPT-DECKERR.
           MOVE 'Y' TO WS-DECK-BAD.

       Z-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * IS WS-CHK-DATE A PLAUSIBLE YYYYMMDD? (WS-CHK-RESULT)          *
      * ------------------------------------------------------------- *
       Z-20-CHECK-DATE SECTION.

           MOVE 'Y' TO WS-CHK-RESULT.
           IF WS-CHK-YYYY NOT NUMERIC OR
              WS-CHK-MM NOT NUMERIC OR
              WS-CHK-DD NOT NUMERIC
              MOVE 'N' TO WS-CHK-RESULT
              EXIT SECTION
           END-IF.
           IF WS-CHK-MM > 12 OR
              WS-CHK-MM < 01 OR
              WS-CHK-DD > 31 OR
              WS-CHK-DD < 01
              MOVE 'N' TO WS-CHK-RESULT
           END-IF.

       Z-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * IS WS-CHK-TIME A VALID HHMMSS.TTTTTT? (WS-CHK-RESULT)         *
      * ------------------------------------------------------------- *
       Z-30-CHECK-TIME SECTION.

           MOVE 'Y' TO WS-CHK-RESULT.
           IF WS-CHK-HH NOT NUMERIC OR
              WS-CHK-MI NOT NUMERIC OR
              WS-CHK-SS NOT NUMERIC OR
              WS-CHK-FRAC NOT NUMERIC OR
              WS-CHK-DOT NOT = '.'
              MOVE 'N' TO WS-CHK-RESULT
              EXIT SECTION
           END-IF.
           IF WS-CHK-HH > 23 OR
              WS-CHK-MI > 59 OR
              WS-CHK-SS > 59
              MOVE 'N' TO WS-CHK-RESULT
           END-IF.

       Z-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FIND WS-CUR-GROUP IN THE DECK TABLE (WS-DK-MATCH, ZERO IF IT  *
      * IS NOT THERE)                                                 *
      * ------------------------------------------------------------- *
       Z-40-FIND-DECK SECTION.

           MOVE ZERO TO WS-DK-MATCH.
           MOVE ZERO TO WS-DK-SUB.
           PERFORM WS-DK-MAX TIMES
              ADD 1 TO WS-DK-SUB
              IF WS-DK-SUB <= WS-DK-COUNT
                 IF WS-DK-GROUP(WS-DK-SUB) = WS-CUR-GROUP
                    MOVE WS-DK-SUB TO WS-DK-MATCH
                 END-IF
              END-IF
           END-PERFORM.

       Z-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * DOES THE CARD JUST READ BELONG TO THE GROUP CARD BEFORE IT?   *
      * (WS-CHK-RESULT)                                               *
      * ------------------------------------------------------------- *
       Z-50-UNDER-GROUP SECTION.

           MOVE 'Y' TO WS-CHK-RESULT.
           IF WS-DK-CUR = ZERO
              MOVE 'N' TO WS-CHK-RESULT
           ELSE
              IF DCK-GROUP-ID NOT = WS-DK-GROUP(WS-DK-CUR)
                 MOVE 'N' TO WS-CHK-RESULT
              END-IF
           END-IF.

           IF WS-CHK-RESULT = 'N'
              MOVE 'CARD IS NOT UNDER ITS OWN GROUP CARD'
                TO WS-ERR-TEXT
              PERFORM Z-10-DECK-ERROR
           END-IF.

       Z-599-EXIT.
           EXIT.

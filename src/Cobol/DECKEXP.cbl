CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM DECKEXP                         *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. DECKEXP.
      *REMARKS
      *****************************************************************
      * DESIRED-STATE DECK EXPORT.  WRITES A REGION'S FILESET         *
      * CONFIGURATION - EVERY GROUP ON EADECKPT AND ITS CALENDAR RULE *
      * ON EADESCHD - AS A READABLE DEFINITION DECK (CARD LAYOUT      *
      * DECKREC) THAT CAN BE KEPT UNDER CHANGE CONTROL, REVIEWED,     *
      * EDITED AND FED TO DECKCMP TO BRING ANOTHER REGION INTO LINE.  *
      *                                                               *
      * PER GROUP, IN GROUP ID ORDER, THE DECK HAS:                   *
      *   GROUP    - THE LIVE AND NEXT FILESET LETTERS                *
      *   FILE     - ONE PER FILE LIST ENTRY, IN LIST ORDER           *
      *   CALRULE  - THE RECURRING SWITCH RULE, IF THE GROUP HAS ONE  *
      *   HOLIDAY  - ONE PER HOLIDAY EXCLUSION DATE ON THE RULE       *
      *                                                               *
      * THE DECK IS CONFIGURATION ONLY.  A TIMED SWITCH THAT IS       *
      * STAGED AND AN UPDATE JOURNAL THAT IS OPEN OR KEPT ARE THE     *
      * REGION'S RUNNING STATE, NOT ITS DEFINITION - THEY ARE NOTED   *
      * IN COMMENT CARDS AHEAD OF THE GROUP SO THE REVIEWER CAN SEE   *
      * THEM, BUT DECKCMP NEVER COMPARES THEM.                        *
      *                                                               *
      * A CALENDAR RULE WHOSE GROUP HAS NO EADECKPT RECORD CANNOT BE  *
      * WRITTEN AS A DECK ENTRY (EVERY ENTRY HANGS OFF A GROUP CARD). *
      * IT IS LISTED ON THE REPORT AND LEFT OUT OF THE DECK.          *
      *                                                               *
      * DDNAMES: CKPTFILE - THE EADECKPT CLUSTER, READ ONLY           *
      *          SCHDFILE - THE EADESCHD CLUSTER, READ ONLY           *
      *          DECKOUT  - THE DEFINITION DECK, 80-BYTE CARDS        *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - EVERY GROUP AND RULE IS IN THE DECK                     *
      *   4 - DECK WRITTEN, BUT A RULE WITHOUT A GROUP WAS LEFT OUT   *
      *       OR A GROUP'S FILESET LETTERS ARE NOT A OR B (DECKCMP    *
      *       WILL REFUSE THE DECK UNTIL THEY ARE CORRECTED)          *
      *  16 - A FILE WOULD NOT OPEN                                   *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DECKOUT ASSIGN TO DECKOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DCK-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  CKPTFILE.
       COPY CKPTREC.
       FD  SCHDFILE.
       COPY SCHDREC.
       FD  DECKOUT.
       COPY DECKREC.
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-CKP-STATUS            PIC X(02).
          03  WS-SCH-STATUS            PIC X(02).
          03  WS-DCK-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
          03  WS-SCH-EOF               PIC X(01) VALUE 'N'.
          03  WS-SCH-FOUND             PIC X(01).
          03  WS-CKP-FOUND             PIC X(01).
          03  WS-FLAGGED               PIC X(01) VALUE 'N'.
      *
      *    UPPER BOUNDS OF THE FILE-LIST AND HOLIDAY WALKS - MUST
      *    MATCH THE OCCURS ON CKP-FILELIST-ENTRY IN CKPTREC AND ON
      *    SCH-HOLIDAY-ENTRY IN SCHDREC.  EACH WALK RUNS THE CONSTANT
      *    WITH THE RECORD'S OWN COUNT AS A GUARD.
      *
       01 WS-FL-MAX                    PIC S9(04) COMP VALUE 50.
       01 WS-FL-SUB                    PIC S9(04) COMP.
       01 WS-HOL-MAX                   PIC S9(04) COMP VALUE 12.
       01 WS-HOL-SUB                   PIC S9(04) COMP.
      *
       01 WS-GRP-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-FILE-COUNT                PIC S9(04) COMP VALUE ZERO.
       01 WS-RULE-COUNT                PIC S9(04) COMP VALUE ZERO.
       01 WS-HOL-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-ORPHAN-COUNT              PIC S9(04) COMP VALUE ZERO.
       01 WS-CARD-COUNT                PIC S9(04) COMP VALUE ZERO.
      *
       01 WS-TODAY-DATE                PIC X(08).
       01 WS-TODAY-TIME                PIC X(08).
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'DESIRED-STATE CONFIGURATION DECK EXPORT - PROG'.
             05  FILLER                PIC X(12) VALUE 'RAM DECKEXP '.
             05  FILLER                PIC X(74) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(18) VALUE
                 'EXPORTED        : '.
             05  WS-HDR2-DATE          PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-HDR2-TIME          PIC X(06).
             05  FILLER                PIC X(99) VALUE SPACES.
      *
          03 WS-RPT-HDR3.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'GROUP  LIVE  NEXT  FILES  RULE  DAY  TIME     '.
             05  FILLER                PIC X(46) VALUE
                 '      DATE      HOLIDAYS  NOTE                '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-GROUP.
             05  FILLER                PIC X(01) VALUE ' '.
             05  WS-GRP-ID             PIC X(04).
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-GRP-LIVE           PIC X(01).
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-GRP-NEXT           PIC X(01).
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-GRP-FILES          PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-GRP-RULE           PIC X(01).
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-GRP-DOW            PIC X(01).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-GRP-TIME           PIC X(13).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-GRP-DATE           PIC X(08).
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-GRP-HOLS           PIC 9(02) USAGE DISPLAY.
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-GRP-NOTE           PIC X(50).
             05  FILLER                PIC X(09) VALUE SPACES.
      *
          03 WS-RPT-ORPHAN.
             05  FILLER                PIC X(01) VALUE ' '.
             05  WS-ORP-ID             PIC X(04).
             05  FILLER                PIC X(06) VALUE SPACES.
             05  FILLER                PIC X(46) VALUE
                 'CALENDAR RULE WITH NO EADECKPT GROUP - LEFT OU'.
             05  FILLER                PIC X(16) VALUE
                 'T OF THE DECK   '.
             05  FILLER                PIC X(60) VALUE SPACES.
      *
          03 WS-RPT-TOT-GRPS.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS IN THE DECK      : '.
             05  WS-TOT-GRPS           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-FILES.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'FILE LIST ENTRIES       : '.
             05  WS-TOT-FILES          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-RULES.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'CALENDAR RULES          : '.
             05  WS-TOT-RULES          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-HOLS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'HOLIDAY DATES           : '.
             05  WS-TOT-HOLS           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-ORPHANS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'RULES LEFT OUT          : '.
             05  WS-TOT-ORPHANS        PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-CARDS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'CARDS WRITTEN           : '.
             05  WS-TOT-CARDS          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
      *    THE COMMENT CARDS AT THE HEAD OF EVERY DECK - THE EXPORT
      *    STAMP IS BUILT BY STRING IN A-300-HEADER.  THE LAST FOUR
      *    SIT EACH FIELD UNDER ITS COLUMN ON THE CARDS BELOW THEM.
      *
       01 WS-DECK-CARDS.
          03 WS-DCK-STAR               PIC X(80) VALUE
             '*'.
          03 WS-DCK-TITLE              PIC X(80) VALUE
             '*  XFCREQ DESIRED-STATE CONFIGURATION DECK'.
          03 WS-DCK-LAYOUT1            PIC X(80) VALUE
             '*TYPE    GRP   LIVE/NEXT FILESET'.
          03 WS-DCK-LAYOUT2            PIC X(80) VALUE
             '*GROUP   gggg  L    N'.
          03 WS-DCK-LAYOUT3            PIC X(80) VALUE
             '*FILE    gggg  ffffffff'.
          03 WS-DCK-LAYOUT4            PIC X(80) VALUE
             '*CALRULE gggg  T    D   HHMMSS.TTTTTT  YYYYMMDD'.
          03 WS-DCK-LAYOUT5            PIC X(80) VALUE
             '*HOLIDAY gggg  YYYYMMDD'.
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
              DISPLAY 'DECKEXP: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CKPTFILE.
           IF WS-CKP-STATUS NOT = '00'
              DISPLAY 'DECKEXP: CKPTFILE OPEN FAILED, STATUS '
                      WS-CKP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT SCHDFILE.
           IF WS-SCH-STATUS NOT = '00'
              DISPLAY 'DECKEXP: SCHDFILE OPEN FAILED, STATUS '
                      WS-SCH-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CKPTFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN OUTPUT DECKOUT.
           IF WS-DCK-STATUS NOT = '00'
              DISPLAY 'DECKEXP: DECKOUT OPEN FAILED, STATUS '
                      WS-DCK-STATUS
              MOVE 16 TO RETURN-CODE
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
           WRITE RPT-RECORD FROM WS-RPT-HDR3.

       A-300-HEADER.
           MOVE WS-DCK-TITLE TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '*  EXPORTED '       DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TODAY-TIME(1:6)   DELIMITED BY SIZE
                  ' BY DECKEXP'        DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-DCK-STAR    TO WS-CARD.
           PERFORM W-10-PUT-CARD.
           MOVE WS-DCK-LAYOUT1 TO WS-CARD.
           PERFORM W-10-PUT-CARD.
           MOVE WS-DCK-LAYOUT2 TO WS-CARD.
           PERFORM W-10-PUT-CARD.
           MOVE WS-DCK-LAYOUT3 TO WS-CARD.
           PERFORM W-10-PUT-CARD.
           MOVE WS-DCK-LAYOUT4 TO WS-CARD.
           PERFORM W-10-PUT-CARD.
           MOVE WS-DCK-LAYOUT5 TO WS-CARD.
           PERFORM W-10-PUT-CARD.

       A-400-RUN.
           PERFORM B-10-ONE-GROUP UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM C-10-ORPHAN-RULES.

       A-500-TOTALS.
           MOVE WS-GRP-COUNT    TO WS-TOT-GRPS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-GRPS.
           MOVE WS-FILE-COUNT   TO WS-TOT-FILES.
           WRITE RPT-RECORD FROM WS-RPT-TOT-FILES.
           MOVE WS-RULE-COUNT   TO WS-TOT-RULES.
           WRITE RPT-RECORD FROM WS-RPT-TOT-RULES.
           MOVE WS-HOL-COUNT    TO WS-TOT-HOLS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-HOLS.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-ORPHANS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-ORPHANS.
           MOVE WS-CARD-COUNT   TO WS-TOT-CARDS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-CARDS.

           IF WS-FLAGGED = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

       A-800-CLOSE.
           CLOSE CKPTFILE.
           CLOSE SCHDFILE.
           CLOSE DECKOUT.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * ONE CHECKPOINT RECORD - THE GROUP CARD, ITS FILE CARDS, THEN  *
      * ITS CALENDAR RULE AND HOLIDAYS IF IT HAS A RULE               *
      * ------------------------------------------------------------- *
       B-10-ONE-GROUP SECTION.

       B-100-READ.
           READ CKPTFILE NEXT
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-GRP-COUNT.

           MOVE CKP-GROUP-ID     TO WS-GRP-ID.
           MOVE CKP-FILESET      TO WS-GRP-LIVE.
           MOVE CKP-FILESET-NEXT TO WS-GRP-NEXT.
           MOVE CKP-FILE-COUNT   TO WS-GRP-FILES.
           MOVE SPACES           TO WS-GRP-RULE, WS-GRP-DOW,
                                    WS-GRP-TIME, WS-GRP-DATE,
                                    WS-GRP-NOTE.
           MOVE ZERO             TO WS-GRP-HOLS.

       B-200-STATE.
      *
      *    RUNNING STATE GOES IN AS COMMENT CARDS - THE REVIEWER
      *    SEES IT, DECKCMP SKIPS IT.
      *
           MOVE WS-DCK-STAR TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           IF CKP-TIME-SWITCH = 'Y'
              MOVE SPACES TO WS-CARD
              STRING '*        '          DELIMITED BY SIZE
                     CKP-GROUP-ID         DELIMITED BY SIZE
                     '  TIMED SWITCH STAGED FOR '
                                          DELIMITED BY SIZE
                     CKP-EVENT-DATE       DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     CKP-EVENT-TIME       DELIMITED BY SIZE
                     ' (STATE)'           DELIMITED BY SIZE
                     INTO WS-CARD
              END-STRING
              PERFORM W-10-PUT-CARD
           END-IF.

           IF CKP-JRNL-FLAG = 'Y' OR CKP-JRNL-FLAG = 'K'
              MOVE SPACES TO WS-CARD
              STRING '*        '          DELIMITED BY SIZE
                     CKP-GROUP-ID         DELIMITED BY SIZE
                     '  UPDATE JOURNAL '  DELIMITED BY SIZE
                     CKP-JRNL-ID          DELIMITED BY SIZE
                     INTO WS-CARD
              END-STRING
              IF CKP-JRNL-FLAG = 'Y'
                 MOVE 'OPEN (STATE)' TO WS-CARD(46:12)
              ELSE
                 MOVE 'KEPT (STATE)' TO WS-CARD(46:12)
              END-IF
              PERFORM W-10-PUT-CARD
           END-IF.

       B-300-GROUP.
           MOVE SPACES           TO DCK-RECORD.
           MOVE 'GROUP'          TO DCK-TYPE.
           MOVE CKP-GROUP-ID     TO DCK-GROUP-ID.
           MOVE CKP-FILESET      TO DCK-GRP-FILESET.
           MOVE CKP-FILESET-NEXT TO DCK-GRP-NEXT.
           MOVE DCK-RECORD       TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           IF (CKP-FILESET NOT = 'A' AND CKP-FILESET NOT = 'B') OR
              (CKP-FILESET-NEXT NOT = 'A' AND
               CKP-FILESET-NEXT NOT = 'B')
              MOVE 'FILESET LETTER IS NOT A OR B - CORRECT THE DECK'
                TO WS-GRP-NOTE
              MOVE 'Y' TO WS-FLAGGED
           END-IF.

       B-400-FILES.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= CKP-FILE-COUNT
                 MOVE SPACES         TO DCK-RECORD
                 MOVE 'FILE'         TO DCK-TYPE
                 MOVE CKP-GROUP-ID   TO DCK-GROUP-ID
                 MOVE CKP-FILELIST-ENTRY(WS-FL-SUB) TO DCK-FIL-NAME
                 MOVE DCK-RECORD     TO WS-CARD
                 PERFORM W-10-PUT-CARD
                 ADD 1 TO WS-FILE-COUNT
              END-IF
           END-PERFORM.

       B-500-RULE.
           MOVE CKP-GROUP-ID TO SCH-GROUP-ID.
           MOVE 'Y' TO WS-SCH-FOUND.
           READ SCHDFILE
                INVALID KEY
                  MOVE 'N' TO WS-SCH-FOUND
           END-READ.

           IF WS-SCH-FOUND = 'Y'
              PERFORM D-10-RULE-CARDS
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-GROUP.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * EVERY CALENDAR RULE WHOSE GROUP HAS NO EADECKPT RECORD - IT   *
      * HAS NOWHERE TO GO IN THE DECK, SO LIST IT ON THE REPORT       *
      * ------------------------------------------------------------- *
       C-10-ORPHAN-RULES SECTION.

       C-100-START.
           MOVE LOW-VALUES TO SCH-KEY.
           START SCHDFILE KEY IS NOT LESS THAN SCH-KEY
                 INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.

       C-200-READ.
           PERFORM C-20-ONE-RULE UNTIL WS-SCH-EOF = 'Y'.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE CALENDAR RULE - LOOK FOR ITS GROUP ON EADECKPT            *
      * ------------------------------------------------------------- *
       C-20-ONE-RULE SECTION.

           READ SCHDFILE NEXT
                AT END
                  MOVE 'Y' TO WS-SCH-EOF
           END-READ.

           IF WS-SCH-EOF = 'Y'
              EXIT SECTION
           END-IF.

           MOVE SCH-GROUP-ID TO CKP-GROUP-ID.
           MOVE 'Y' TO WS-CKP-FOUND.
           READ CKPTFILE
                INVALID KEY
                  MOVE 'N' TO WS-CKP-FOUND
           END-READ.

           IF WS-CKP-FOUND = 'N'
              MOVE SCH-GROUP-ID TO WS-ORP-ID
              WRITE RPT-RECORD FROM WS-RPT-ORPHAN
              ADD 1 TO WS-ORPHAN-COUNT
              MOVE 'Y' TO WS-FLAGGED
           END-IF.

       C-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE CALRULE CARD AND ONE HOLIDAY CARD PER EXCLUSION DATE FOR  *
      * THE RULE IN SCH-RECORD                                        *
      * ------------------------------------------------------------- *
       D-10-RULE-CARDS SECTION.

       D-100-RULE.
           ADD 1 TO WS-RULE-COUNT.

           MOVE SPACES          TO DCK-RECORD.
           MOVE 'CALRULE'       TO DCK-TYPE.
           MOVE SCH-GROUP-ID    TO DCK-GROUP-ID.
           MOVE SCH-RULE-TYPE   TO DCK-CAL-TYPE.
           MOVE SCH-EVENT-TIME  TO DCK-CAL-TIME.
      *
      *    THE DAY OF THE WEEK ONLY MEANS ANYTHING ON A WEEKLY RULE
      *    AND THE DATE ONLY ON A SPECIFIC-DATE RULE - LEAVE THE
      *    OTHER COLUMNS BLANK SO THE CARD SAYS EXACTLY WHAT CALSET
      *    WOULD BE GIVEN.
      *
           IF SCH-RULE-TYPE = 'W'
              MOVE SCH-DAY-OF-WEEK TO DCK-CAL-DOW
           END-IF.
           IF SCH-RULE-TYPE = 'D'
              MOVE SCH-SPEC-DATE   TO DCK-CAL-DATE
           END-IF.

           MOVE DCK-RECORD TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE DCK-CAL-TYPE    TO WS-GRP-RULE.
           MOVE DCK-CAL-DOW     TO WS-GRP-DOW.
           MOVE DCK-CAL-TIME    TO WS-GRP-TIME.
           MOVE DCK-CAL-DATE    TO WS-GRP-DATE.

       D-200-HOLIDAYS.
           MOVE ZERO TO WS-HOL-SUB.
           PERFORM WS-HOL-MAX TIMES
              ADD 1 TO WS-HOL-SUB
              IF WS-HOL-SUB <= SCH-HOL-COUNT
                 MOVE SPACES         TO DCK-RECORD
                 MOVE 'HOLIDAY'      TO DCK-TYPE
                 MOVE SCH-GROUP-ID   TO DCK-GROUP-ID
                 MOVE SCH-HOLIDAY-ENTRY(WS-HOL-SUB) TO DCK-HOL-DATE
                 MOVE DCK-RECORD     TO WS-CARD
                 PERFORM W-10-PUT-CARD
                 ADD 1 TO WS-HOL-COUNT
                 ADD 1 TO WS-GRP-HOLS
              END-IF
           END-PERFORM.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * WRITE ONE CARD OF THE DECK                                    *
      * ------------------------------------------------------------- *
       W-10-PUT-CARD SECTION.

           WRITE DCK-RECORD FROM WS-CARD.
           ADD 1 TO WS-CARD-COUNT.

       W-999-EXIT.
           EXIT.

CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM SBYSYNC                         *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. SBYSYNC.
      *REMARKS
      *****************************************************************
      * STANDBY-SIDE RESYNCHRONIZATION JOB GENERATOR.  AFTER A SWITCH *
      * THE SIDE THAT JUST WENT STANDBY HAS TO BE REFRESHED FROM THE  *
      * LIVE SIDE.  THIS PROGRAM READS EADECKPT (THE BATCH-READABLE   *
      * MIRROR OF EVERY GROUP'S FILESET AND FILE LIST), WORKS OUT THE *
      * LIVE AND STANDBY NAME OF EVERY FILE FROM CKP-FILESET AND THE  *
      * SUFFIX CONVENTION, AND WRITES A READY-TO-SUBMIT JCL DECK THAT *
      * COPIES LIVE TO STANDBY AND THEN PROVES THE COPY WITH ABRECON. *
      *                                                               *
      * THE SUFFIX CONVENTION IS THE ONE THE ONLINE CUTOVER USES: THE *
      * CICS FILE NAME IS THE BASE NAME FROM THE FILE LIST WITH THE   *
      * FILESET LETTER APPENDED, AND THE CLUSTER BEHIND IT IS         *
      * CATALOGUED AS hlq.<CICS FILE NAME>.  THE LIVE SIDE IS         *
      * CKP-FILESET; THE STANDBY SIDE IS THE OTHER LETTER.            *
      *                                                               *
      * FOR EVERY FILE THE DECK HAS TWO STEPS, EACH BYPASSED ONCE ANY *
      * EARLIER STEP HAS ENDED ABOVE 4:                               *
      *   Cnnn - IDCAMS: DELETE AND RE-DEFINE THE STANDBY CLUSTER     *
      *          MODELLED ON THE LIVE ONE, REPRO LIVE TO STANDBY,     *
      *          THEN REPRO BOTH SIDES TO FLAT TEMPORARY EXTRACTS     *
      *   Vnnn - ABRECON FOR THE GROUP AND FILE OVER THOSE EXTRACTS,  *
      *          LOGGING ITS OUTCOME TO THE RCNLOG DATASET            *
      *                                                               *
      * A GROUP WITH A TIMED SWITCH PENDING (CKP-TIME-SWITCH 'Y') IS  *
      * NEVER RESYNCHRONIZED - ITS STANDBY SIDE IS ABOUT TO GO LIVE.  *
      * NOR IS A GROUP WITH A PILOT RUNNING (CKP-PILOT-COUNT ABOVE    *
      * ZERO) - ITS PILOT USERS AND TERMINALS ARE WORKING ON THE      *
      * STANDBY SIDE, AND THEIR UPDATES WOULD BE LOST.  NAMED ON ITS  *
      * OWN, EITHER IS REFUSED AND NO DECK IS WRITTEN; UNDER ALL IT   *
      * IS LEFT OUT AND FLAGGED ON THE REPORT.  SO IS A GROUP WHOSE   *
      * FILESET LETTER IS NEITHER A NOR B.                            *
      *                                                               *
      * PARM=gggg hlq ckptdsn rcnlogdsn                               *
      *   gggg      - THE GROUP TO RESYNCHRONIZE, OR ALL              *
      *   hlq       - THE HIGH-LEVEL QUALIFIER(S) OF THE FILE         *
      *               CLUSTERS                                        *
      *   ckptdsn   - THE EADECKPT CLUSTER NAME, FOR THE ABRECON      *
      *               STEPS                                           *
      *   rcnlogdsn - THE RECONCILIATION OUTCOME LOG (RCNLREC) THE    *
      *               ABRECON STEPS ADD THEIR OUTCOMES TO, DISP=MOD,  *
      *               SO THE CHANGE EVIDENCE PACK SEES THE RESYNC     *
      *                                                               *
      * DDNAMES: CKPTFILE - THE EADECKPT CLUSTER, READ ONLY           *
      *          JOBCARD  - THE JOB STATEMENT (AND ANY JOBLIB OR      *
      *                     JCLLIB) CARDS, COPIED TO THE FRONT OF     *
      *                     THE DECK.  LEFT EMPTY, THE DECK IS JUST   *
      *                     THE STEPS, FOR A SCHEDULER TO WRAP        *
      *          JCLOUT   - THE GENERATED DECK, 80-BYTE CARDS         *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * A JOB MAY HAVE NO MORE THAN 255 STEPS, SO THE DECK STOPS AT   *
      * WS-FILE-MAX FILES AND THE REPORT SAYS WHERE IT STOPPED.       *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - DECK WRITTEN FOR EVERY SELECTED GROUP                   *
      *   4 - DECK WRITTEN, BUT A GROUP WAS LEFT OUT AND FLAGGED OR   *
      *       THE STEP LIMIT WAS REACHED                              *
      *   8 - NO DECK - THE GROUP HAS A TIMED SWITCH PENDING OR A     *
      *       PILOT RUNNING, OR EVERY GROUP UNDER ALL WAS LEFT OUT    *
      *  12 - PARM INVALID, OR THE GROUP HAS NO EADECKPT RECORD       *
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CKP-KEY
                  FILE STATUS IS WS-CKP-STATUS.
           SELECT JOBCARD ASSIGN TO JOBCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOB-STATUS.
           SELECT JCLOUT ASSIGN TO JCLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JCL-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  CKPTFILE.
       COPY CKPTREC.
       FD  JOBCARD.
       01  JOB-RECORD                  PIC X(80).
       FD  JCLOUT.
       01  JCL-RECORD                  PIC X(80).
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-CKP-STATUS            PIC X(02).
          03  WS-JOB-STATUS            PIC X(02).
          03  WS-JCL-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
          03  WS-JOB-EOF               PIC X(01) VALUE 'N'.
          03  WS-FLAGGED               PIC X(01) VALUE 'N'.
          03  WS-CAPPED                PIC X(01) VALUE 'N'.
      *
       01 WS-PARM-GROUP                PIC X(04).
       01 WS-PARM-HLQ                  PIC X(26).
       01 WS-PARM-CKPT                 PIC X(44).
       01 WS-PARM-RCNLOG               PIC X(44).
      *
      *    UPPER BOUND OF THE CHECKPOINT FILE-LIST WALK - MUST MATCH
      *    THE OCCURS ON CKP-FILELIST-ENTRY IN CKPTREC.  THE WALK
      *    RUNS THE CONSTANT WITH THE RECORD'S OWN COUNT AS A GUARD,
      *    SO A DAMAGED COUNT CAN NEVER RUN THE SUBSCRIPT OFF THE
      *    TABLE.
      *
       01 WS-FL-MAX                    PIC S9(04) COMP VALUE 50.
       01 WS-FL-SUB                    PIC S9(04) COMP.
      *
      *    MOST FILES ONE DECK CAN CARRY - TWO STEPS EACH, INSIDE THE
      *    255-STEP LIMIT ON A JOB.
      *
       01 WS-FILE-MAX                  PIC S9(04) COMP VALUE 127.
       01 WS-FILE-SEQ                  PIC S9(04) COMP VALUE ZERO.
       01 WS-STEP-NUM                  PIC 9(03).
      *
       01 WS-GRP-SEEN                  PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-DECK                  PIC S9(04) COMP VALUE ZERO.
       01 WS-GRP-LEFT                  PIC S9(04) COMP VALUE ZERO.
       01 WS-JOB-CARDS                 PIC S9(04) COMP VALUE ZERO.
      *
       01 WS-LIVE                      PIC X(01).
       01 WS-STBY                      PIC X(01).
       01 WS-BASE                      PIC X(08).
       01 WS-FILE-LIVE                 PIC X(08).
       01 WS-FILE-STBY                 PIC X(08).
       01 WS-FILE-A                    PIC X(08).
       01 WS-FILE-B                    PIC X(08).
       01 WS-DSN-LIVE                  PIC X(44).
       01 WS-DSN-STBY                  PIC X(44).
       01 WS-DSN-A                     PIC X(44).
       01 WS-DSN-B                     PIC X(44).
      *
       01 WS-CARD                      PIC X(80).
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'STANDBY FILESET RESYNC JOB GENERATOR - PROGRAM'.
             05  FILLER                PIC X(08) VALUE ' SBYSYNC'.
             05  FILLER                PIC X(78) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(18) VALUE
                 'GROUP(S)        : '.
             05  WS-HDR2-GROUP         PIC X(04).
             05  FILLER                PIC X(110) VALUE SPACES.
      *
          03 WS-RPT-HDR3.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(18) VALUE
                 'CLUSTER HLQ     : '.
             05  WS-HDR3-HLQ           PIC X(26).
             05  FILLER                PIC X(88) VALUE SPACES.
      *
          03 WS-RPT-PARMERR            PIC X(133) VALUE
             '0PARM MUST BE: gggg hlq ckptdsn rcnlogdsn (GROUP OR ALL, H
      -    'LQ, EADECKPT NAME, RCNLOG NAME)'.
      *
          03 WS-RPT-NOGROUP            PIC X(133) VALUE
             '0GROUP HAS NO EADECKPT RECORD - NOTHING TO RESYNCHRONIZE'.
      *
          03 WS-RPT-GROUP.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(08) VALUE 'GROUP : '.
             05  WS-GRP-ID             PIC X(04).
             05  FILLER                PIC X(09) VALUE '  LIVE : '.
             05  WS-GRP-LIVE           PIC X(01).
             05  FILLER                PIC X(12) VALUE '  STANDBY : '.
             05  WS-GRP-STBY           PIC X(01).
             05  FILLER                PIC X(10) VALUE '  FILES : '.
             05  WS-GRP-FILES          PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-GRP-VERDICT        PIC X(50).
             05  FILLER                PIC X(32) VALUE SPACES.
      *
          03 WS-RPT-FILE.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(05) VALUE 'STEP '.
             05  WS-FIL-STEP           PIC 9(03) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-FIL-LIVE           PIC X(44).
             05  FILLER                PIC X(04) VALUE ' -> '.
             05  WS-FIL-STBY           PIC X(44).
             05  FILLER                PIC X(26) VALUE SPACES.
      *
          03 WS-RPT-CAPPED.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(46) VALUE
                 'STEP LIMIT REACHED - NOT IN THIS DECK, RERUN F'.
             05  FILLER                PIC X(15) VALUE
                 'OR THE REST  : '.
             05  WS-CAP-FILE           PIC X(08).
             05  FILLER                PIC X(59) VALUE SPACES.
      *
          03 WS-RPT-TOT-CARDS.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(26) VALUE
                 'JOB CARDS COPIED        : '.
             05  WS-TOT-CARDS          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-GRPS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS IN THE DECK      : '.
             05  WS-TOT-GRPS           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-LEFT.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'GROUPS LEFT OUT         : '.
             05  WS-TOT-LEFT           PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-TOT-FILES.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'FILES IN THE DECK       : '.
             05  WS-TOT-FILES          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(102) VALUE SPACES.
      *
          03 WS-RPT-NODECK             PIC X(133) VALUE
             '0NO DECK WRITTEN - DO NOT SUBMIT JCLOUT'.
      *
      *    THE FIXED CARDS OF EACH FILE'S TWO STEPS.  THE CARDS THAT
      *    CARRY A NAME ARE BUILT BY STRING IN D-10-ONE-FILE.
      *
       01 WS-JCL-CARDS.
          03 WS-JCL-SYSPRINT           PIC X(80) VALUE
             '//SYSPRINT DD SYSOUT=*'.
          03 WS-JCL-EXTRACT-DCB        PIC X(80) VALUE
             '//            SPACE=(CYL,(10,10),RLSE),DCB=(RECFM=VB,LREC
      -    'L=4100)'.
          03 WS-JCL-SYSIN              PIC X(80) VALUE
             '//SYSIN    DD *'.
          03 WS-JCL-SETMAXCC           PIC X(80) VALUE
             '  SET MAXCC = 0'.
          03 WS-JCL-DELIM              PIC X(80) VALUE
             '/*'.
          03 WS-JCL-RPTFILE            PIC X(80) VALUE
             '//RPTFILE  DD SYSOUT=*'.
          03 WS-JCL-STAR               PIC X(80) VALUE
             '//*'.
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
      * ------------------------------------------------------------- *
       LINKAGE SECTION.
      * ------------------------------------------------------------- *
       01  PARM-DATA.
           03  PARM-LENGTH             PIC S9(04) COMP.
           03  PARM-TEXT               PIC X(100).
      *
       EJECT
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING PARM-DATA.
      * ------------------------------------------------------------- *
       A-10-MAIN SECTION.

       A-100-OPEN.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'SBYSYNC: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       A-200-PARM.
           MOVE SPACES TO WS-PARM-GROUP, WS-PARM-HLQ, WS-PARM-CKPT,
                          WS-PARM-RCNLOG.
           IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 100
              UNSTRING PARM-TEXT(1:PARM-LENGTH)
                       DELIMITED BY ALL SPACE
                       INTO WS-PARM-GROUP,
                            WS-PARM-HLQ,
                            WS-PARM-CKPT,
                            WS-PARM-RCNLOG
           END-IF.

           IF WS-PARM-GROUP = SPACES OR
              WS-PARM-HLQ = SPACES OR
              WS-PARM-CKPT = SPACES OR
              WS-PARM-RCNLOG = SPACES
              WRITE RPT-RECORD FROM WS-RPT-PARMERR
              MOVE 12 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-HDR1.
           MOVE WS-PARM-GROUP TO WS-HDR2-GROUP.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.
           MOVE WS-PARM-HLQ   TO WS-HDR3-HLQ.
           WRITE RPT-RECORD FROM WS-RPT-HDR3.

       A-300-FILES.
           OPEN INPUT CKPTFILE.
           IF WS-CKP-STATUS NOT = '00'
              DISPLAY 'SBYSYNC: CKPTFILE OPEN FAILED, STATUS '
                      WS-CKP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT JOBCARD.
           IF WS-JOB-STATUS NOT = '00'
              DISPLAY 'SBYSYNC: JOBCARD OPEN FAILED, STATUS '
                      WS-JOB-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CKPTFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN OUTPUT JCLOUT.
           IF WS-JCL-STATUS NOT = '00'
              DISPLAY 'SBYSYNC: JCLOUT OPEN FAILED, STATUS '
                      WS-JCL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CKPTFILE
              CLOSE JOBCARD
              CLOSE RPTFILE
              GOBACK
           END-IF.

       A-400-JOBCARD.
           PERFORM B-10-COPY-JOBCARD UNTIL WS-JOB-EOF = 'Y'.

       A-500-RUN.
           PERFORM C-10-ONE-GROUP UNTIL WS-EOF-FLAG = 'Y'.

       A-600-TOTALS.
           MOVE WS-JOB-CARDS TO WS-TOT-CARDS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-CARDS.
           MOVE WS-GRP-DECK  TO WS-TOT-GRPS.
           WRITE RPT-RECORD FROM WS-RPT-TOT-GRPS.
           MOVE WS-GRP-LEFT  TO WS-TOT-LEFT.
           WRITE RPT-RECORD FROM WS-RPT-TOT-LEFT.
           MOVE WS-FILE-SEQ  TO WS-TOT-FILES.
           WRITE RPT-RECORD FROM WS-RPT-TOT-FILES.
      *
      *    A NAMED GROUP THAT IS NOT ON EADECKPT IS A PARM ERROR.  A
      *    DECK WITH NO STEPS IN IT IS NOT A DECK - SAY SO, AND END
      *    WITH 8 SO THE SUBMIT STEP THAT FOLLOWS IS BYPASSED.
      *
           EVALUATE TRUE
              WHEN WS-PARM-GROUP NOT = 'ALL ' AND WS-GRP-SEEN = ZERO
                 WRITE RPT-RECORD FROM WS-RPT-NOGROUP
                 WRITE RPT-RECORD FROM WS-RPT-NODECK
                 MOVE 12 TO RETURN-CODE
              WHEN WS-FILE-SEQ = ZERO AND WS-GRP-LEFT > ZERO
                 WRITE RPT-RECORD FROM WS-RPT-NODECK
                 MOVE 8 TO RETURN-CODE
              WHEN WS-FLAGGED = 'Y' OR WS-CAPPED = 'Y'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       A-700-CLOSE.
           CLOSE CKPTFILE.
           CLOSE JOBCARD.
           CLOSE JCLOUT.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * COPY ONE JOB STATEMENT CARD TO THE FRONT OF THE DECK          *
      * ------------------------------------------------------------- *
       B-10-COPY-JOBCARD SECTION.

           READ JOBCARD
                AT END
                  MOVE 'Y' TO WS-JOB-EOF
           END-READ.

           IF WS-JOB-EOF = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-JOB-CARDS.
           MOVE JOB-RECORD TO WS-CARD.
           PERFORM W-10-PUT-CARD.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE CHECKPOINT RECORD - SKIP IT IF IT IS NOT SELECTED, LEAVE  *
      * IT OUT IF IT CANNOT SAFELY BE RESYNCHRONIZED, OTHERWISE       *
      * WRITE THE STEPS FOR EVERY FILE IN ITS LIST                    *
      * ------------------------------------------------------------- *
       C-10-ONE-GROUP SECTION.

       C-100-READ.
           READ CKPTFILE
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           IF WS-PARM-GROUP NOT = 'ALL ' AND
              CKP-GROUP-ID NOT = WS-PARM-GROUP
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-GRP-SEEN.

           MOVE CKP-GROUP-ID   TO WS-GRP-ID.
           MOVE CKP-FILE-COUNT TO WS-GRP-FILES.
           MOVE CKP-FILESET    TO WS-LIVE.

       C-200-SIDES.
           EVALUATE WS-LIVE
              WHEN 'A'
                 MOVE 'B' TO WS-STBY
              WHEN 'B'
                 MOVE 'A' TO WS-STBY
              WHEN OTHER
                 MOVE '?' TO WS-STBY
           END-EVALUATE.

           MOVE WS-LIVE TO WS-GRP-LIVE.
           MOVE WS-STBY TO WS-GRP-STBY.

           IF WS-STBY = '?'
              MOVE 'LEFT OUT - FILESET LETTER IS NOT A OR B'
                TO WS-GRP-VERDICT
              WRITE RPT-RECORD FROM WS-RPT-GROUP
              ADD 1 TO WS-GRP-LEFT
              MOVE 'Y' TO WS-FLAGGED
              EXIT SECTION
           END-IF.
      *
      *    A PENDING TIMED SWITCH WILL PUT THE STANDBY SIDE LIVE -
      *    OVERWRITING IT NOW WOULD PUT THE WRONG DATA IN SERVICE.
      *
           IF CKP-TIME-SWITCH = 'Y'
              MOVE SPACES TO WS-GRP-VERDICT
              STRING 'LEFT OUT - TIMED SWITCH PENDING '
                     DELIMITED BY SIZE
                     CKP-EVENT-DATE DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     CKP-EVENT-TIME(1:8) DELIMITED BY SIZE
                     INTO WS-GRP-VERDICT
              END-STRING
              WRITE RPT-RECORD FROM WS-RPT-GROUP
              ADD 1 TO WS-GRP-LEFT
              MOVE 'Y' TO WS-FLAGGED
              EXIT SECTION
           END-IF.
      *
      *    A PILOT'S USERS AND TERMINALS ARE SERVED FROM THE STANDBY
      *    SIDE - RE-DEFINING AND RELOADING IT WOULD DESTROY EVERY
      *    UPDATE THEY HAVE MADE THERE.
      *
           IF CKP-PILOT-COUNT > ZERO
              MOVE 'LEFT OUT - PILOT RUNNING ON THE STANDBY SIDE'
                TO WS-GRP-VERDICT
              WRITE RPT-RECORD FROM WS-RPT-GROUP
              ADD 1 TO WS-GRP-LEFT
              MOVE 'Y' TO WS-FLAGGED
              EXIT SECTION
           END-IF.

       C-300-FILES.
           MOVE 'IN THE DECK' TO WS-GRP-VERDICT.
           WRITE RPT-RECORD FROM WS-RPT-GROUP.
           ADD 1 TO WS-GRP-DECK.

           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= CKP-FILE-COUNT
                 PERFORM D-10-ONE-FILE
              END-IF
           END-PERFORM.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE FILE - THE IDCAMS COPY STEP AND THE ABRECON STEP          *
      * ------------------------------------------------------------- *
       D-10-ONE-FILE SECTION.

       D-100-NAMES.
           MOVE CKP-FILELIST-ENTRY(WS-FL-SUB) TO WS-BASE.

           IF WS-FILE-SEQ >= WS-FILE-MAX
              MOVE WS-BASE TO WS-CAP-FILE
              WRITE RPT-RECORD FROM WS-RPT-CAPPED
              MOVE 'Y' TO WS-CAPPED
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-FILE-SEQ.
           MOVE WS-FILE-SEQ TO WS-STEP-NUM.

           MOVE SPACES TO WS-FILE-A, WS-FILE-B.
           STRING WS-BASE DELIMITED BY SPACE
                  'A'     DELIMITED BY SIZE
                  INTO WS-FILE-A
           END-STRING.
           STRING WS-BASE DELIMITED BY SPACE
                  'B'     DELIMITED BY SIZE
                  INTO WS-FILE-B
           END-STRING.

           MOVE SPACES TO WS-DSN-A, WS-DSN-B.
           STRING WS-PARM-HLQ DELIMITED BY SPACE
                  '.'         DELIMITED BY SIZE
                  WS-FILE-A   DELIMITED BY SPACE
                  INTO WS-DSN-A
           END-STRING.
           STRING WS-PARM-HLQ DELIMITED BY SPACE
                  '.'         DELIMITED BY SIZE
                  WS-FILE-B   DELIMITED BY SPACE
                  INTO WS-DSN-B
           END-STRING.

           IF WS-LIVE = 'A'
              MOVE WS-FILE-A TO WS-FILE-LIVE
              MOVE WS-FILE-B TO WS-FILE-STBY
              MOVE WS-DSN-A  TO WS-DSN-LIVE
              MOVE WS-DSN-B  TO WS-DSN-STBY
           ELSE
              MOVE WS-FILE-B TO WS-FILE-LIVE
              MOVE WS-FILE-A TO WS-FILE-STBY
              MOVE WS-DSN-B  TO WS-DSN-LIVE
              MOVE WS-DSN-A  TO WS-DSN-STBY
           END-IF.

           MOVE WS-STEP-NUM TO WS-FIL-STEP.
           MOVE WS-DSN-LIVE TO WS-FIL-LIVE.
           MOVE WS-DSN-STBY TO WS-FIL-STBY.
           WRITE RPT-RECORD FROM WS-RPT-FILE.

       D-200-COPY-STEP.
           MOVE WS-JCL-STAR TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//*  GROUP '    DELIMITED BY SIZE
                  CKP-GROUP-ID     DELIMITED BY SIZE
                  ' FILE '         DELIMITED BY SIZE
                  WS-BASE          DELIMITED BY SPACE
                  ' - LIVE '       DELIMITED BY SIZE
                  WS-FILE-LIVE     DELIMITED BY SPACE
                  ', STANDBY '     DELIMITED BY SIZE
                  WS-FILE-STBY     DELIMITED BY SPACE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-STAR TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//C'            DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  '     EXEC PGM=IDCAMS,COND=(4,LT)'
                                   DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-SYSPRINT TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//XA       DD DSN=&&A' DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  ',DISP=(NEW,PASS),UNIT=SYSDA,'
                                   DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-EXTRACT-DCB TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//XB       DD DSN=&&B' DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  ',DISP=(NEW,PASS),UNIT=SYSDA,'
                                   DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-EXTRACT-DCB TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-SYSIN TO WS-CARD.
           PERFORM W-10-PUT-CARD.
      *
      *    THE DELETE MAY FIND NOTHING TO DELETE (A STANDBY SIDE THAT
      *    WAS NEVER DEFINED) - SET MAXCC CLEARS THAT SO ONLY A REAL
      *    FAILURE IN THE DEFINE OR THE COPIES ENDS THE STEP ABOVE 4.
      *
           MOVE SPACES TO WS-CARD.
           STRING '  DELETE '      DELIMITED BY SIZE
                  WS-DSN-STBY      DELIMITED BY SPACE
                  ' CLUSTER PURGE' DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-SETMAXCC TO WS-CARD.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '  DEFINE CLUSTER (NAME(' DELIMITED BY SIZE
                  WS-DSN-STBY      DELIMITED BY SPACE
                  ') -'            DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '                  MODEL(' DELIMITED BY SIZE
                  WS-DSN-LIVE      DELIMITED BY SPACE
                  '))'             DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '  REPRO INDATASET(' DELIMITED BY SIZE
                  WS-DSN-LIVE      DELIMITED BY SPACE
                  ') -'            DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '        OUTDATASET(' DELIMITED BY SIZE
                  WS-DSN-STBY      DELIMITED BY SPACE
                  ')'              DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '  REPRO INDATASET(' DELIMITED BY SIZE
                  WS-DSN-A         DELIMITED BY SPACE
                  ') OUTFILE(XA)'  DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '  REPRO INDATASET(' DELIMITED BY SIZE
                  WS-DSN-B         DELIMITED BY SPACE
                  ') OUTFILE(XB)'  DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-DELIM TO WS-CARD.
           PERFORM W-10-PUT-CARD.

       D-300-VERIFY-STEP.
           MOVE SPACES TO WS-CARD.
           STRING '//V'            DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  '     EXEC PGM=ABRECON,COND=(4,LT),PARM='''
                                   DELIMITED BY SIZE
                  CKP-GROUP-ID     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-BASE          DELIMITED BY SPACE
                  ''''             DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//CKPTFILE DD DSN=' DELIMITED BY SIZE
                  WS-PARM-CKPT     DELIMITED BY SPACE
                  ',DISP=SHR'      DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//RCNLOG   DD DSN=' DELIMITED BY SIZE
                  WS-PARM-RCNLOG   DELIMITED BY SPACE
                  ',DISP=MOD'      DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//SIDEA    DD DSN=&&A' DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  ',DISP=(OLD,DELETE)' DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE SPACES TO WS-CARD.
           STRING '//SIDEB    DD DSN=&&B' DELIMITED BY SIZE
                  WS-STEP-NUM      DELIMITED BY SIZE
                  ',DISP=(OLD,DELETE)' DELIMITED BY SIZE
                  INTO WS-CARD
           END-STRING.
           PERFORM W-10-PUT-CARD.

           MOVE WS-JCL-RPTFILE TO WS-CARD.
           PERFORM W-10-PUT-CARD.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * WRITE ONE CARD OF THE DECK                                    *
      * ------------------------------------------------------------- *
       W-10-PUT-CARD SECTION.

           WRITE JCL-RECORD FROM WS-CARD.

       W-999-EXIT.
           EXIT.

CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM JRNLRPLY                        *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. JRNLRPLY.
      *REMARKS
      *****************************************************************
      * NEW-SIDE UPDATE JOURNAL REPLAY.  WHEN A GROUP IS SWITCHED     *
      * BACK TO THE FILESET IT CAME FROM - THE SOAK MONITOR'S REVERT, *
      * A BACKOUT, OR AN OPERATOR SWITCHING BACK BY HAND - EVERY      *
      * WRITE, REWRITE AND DELETE MADE ON THE NEW SIDE SINCE THE      *
      * SWITCH IS LEFT BEHIND ON THE SIDE JUST LEFT.  THE EXIT PAIR   *
      * JOURNALS THOSE UPDATES TO TD QUEUE EADJ (SEE JRNLREC) AND     *
      * EXITMAIN KEEPS THE JOURNAL WHEN THE GROUP GOES BACK.  THIS    *
      * PROGRAM APPLIES THE KEPT JOURNAL FOR ONE FILE OF THE GROUP    *
      * TO THE REVERTED-TO SIDE.                                      *
      *                                                               *
      * ONE FILE IS REPLAYED PER EXECUTION - THE RUNBOOK JCL RUNS ONE *
      * STEP PER FILE IN THE GROUP, AS IT DOES FOR ABRECON, AND GATES *
      * WHAT FOLLOWS ON EVERY STEP'S CONDITION CODE.                  *
      *                                                               *
      * PARM=gggg fffffff                                             *
      *   gggg    - THE SUBSYSTEM FILESET GROUP ID                    *
      *   fffffff - THE 7-CHARACTER (OR SHORTER) BASE FILE NAME AS    *
      *             CARRIED IN THE GROUP'S GWA/CHECKPOINT FILE LIST   *
      *                                                               *
      * THE GROUP'S EADECKPT RECORD MUST SHOW A JOURNAL KEPT FOR      *
      * REPLAY (CKP-JRNL-FLAG 'K') WITH THE GROUP LIVE AGAIN ON THE   *
      * FILESET THE JOURNAL WAS STARTED FROM.  A JOURNAL STILL BEING  *
      * WRITTEN IS REFUSED - THE GROUP IS STILL ON THE NEW SIDE AND   *
      * NOTHING HAS BEEN LEFT BEHIND.  ONLY JOURNAL RECORDS CARRYING  *
      * THE GROUP, THE FILE AND THE CHECKPOINTED JOURNAL ID ARE       *
      * USED; RECORDS OF EARLIER, SUPERSEDED JOURNALS ARE SKIPPED.    *
      *                                                               *
      * DDNAMES: CKPTFILE - THE EADECKPT CLUSTER, READ ONLY           *
      *          JRNLFILE - THE DATASET TD QUEUE EADJ IS MAPPED TO,   *
      *                     IN THE ORDER IT WAS WRITTEN               *
      *          OLDSIDE  - FLAT EXTRACT (REPRO) OF THE REVERTED-TO   *
      *                     fffffffx CLUSTER, IN KEY ORDER            *
      *          NEWSIDE  - THE REPLAYED FILE, IN KEY ORDER, TO BE    *
      *                     REPRO'D BACK OVER THE REVERTED-TO CLUSTER *
      *          SORTWK01 - SORT WORK                                 *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * THE REVERTED-TO FILE MUST BE CLOSED TO CICS FROM THE EXTRACT  *
      * UNTIL THE RELOAD.  THE JOURNAL IS SORTED INTO KEY ORDER,      *
      * KEEPING THE ORDER THE UPDATES WERE MADE WITHIN EACH KEY, AND  *
      * MERGED WITH THE EXTRACT.  EACH JOURNAL RECORD IS JUDGED       *
      * AGAINST THE RECORD AS IT STANDS AT THAT POINT IN THE REPLAY:  *
      *   WRITE   - KEY ABSENT: APPLIED.  KEY PRESENT WITH THE SAME   *
      *             IMAGE: ALREADY PRESENT.  OTHERWISE: CONFLICT      *
      *   REWRITE - KEY PRESENT WITH A DIFFERENT IMAGE: APPLIED.      *
      *             SAME IMAGE: ALREADY PRESENT.  ABSENT: CONFLICT.   *
      *             PRESENT BUT NOT AS THE KEY'S FIRST BEFORE IMAGE:  *
      *             CONFLICT (CHANGED SINCE READ)                     *
      *   DELETE  - KEY PRESENT: APPLIED.  ABSENT: ALREADY PRESENT.   *
      *             PRESENT BUT NOT AS THE KEY'S FIRST BEFORE IMAGE:  *
      *             CONFLICT (CHANGED SINCE READ)                     *
      * THE FIRST BEFORE IMAGE IS THE RECORD AS THE NEW SIDE FIRST    *
      * READ IT FOR UPDATE (JRN-BEF-IMAGE ON THE FIRST REWRITE OR     *
      * DELETE JOURNALED UNDER THE KEY) - IF THE REVERTED-TO SIDE NO  *
      * LONGER HOLDS IT, THE RECORD WAS CHANGED THERE AFTER THE       *
      * SWITCH AND REPLAYING OVER IT WOULD LOSE THAT CHANGE.  A       *
      * DELETE BY RIDFLD CARRIES NO BEFORE IMAGE AND IS NOT CHECKED.  *
      * A WRITE OR REWRITE JOURNALED WITHOUT ITS RECORD IMAGE, A      *
      * REWRITE WITHOUT ITS BEFORE IMAGE, OR A RECORD WHOSE KEY       *
      * POSITION OR LENGTH DISAGREES WITH THE REST OF THE FILE'S      *
      * JOURNAL, IS A CONFLICT.  A CONFLICT LEAVES THE RECORD AS THE  *
      * REVERTED-TO SIDE HAS IT.  EVERY JOURNAL RECORD IS LISTED WITH *
      * ITS OUTCOME.  THE RECORDS ARE COMPARED AS OPAQUE BYTE         *
      * STRINGS, AS IN ABRECON, SO THE PROGRAM NEEDS NO KNOWLEDGE OF  *
      * ANY APPLICATION RECORD LAYOUT.                                *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - EVERY JOURNAL RECORD APPLIED OR ALREADY PRESENT - SAFE  *
      *       TO RELOAD FROM NEWSIDE                                  *
      *   8 - AT LEAST ONE CONFLICT (GATE THE RELOAD ON THIS)         *
      *  12 - PARM INVALID, GROUP NOT CHECKPOINTED, FILE NOT IN THE   *
      *       GROUP'S FILE LIST, OR NO JOURNAL KEPT FOR REPLAY        *
      *  16 - A FILE WOULD NOT OPEN, OR THE SORT FAILED               *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPTFILE ASSIGN TO CKPTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CKP-KEY
                  FILE STATUS IS WS-CKP-STATUS.
           SELECT JRNLFILE ASSIGN TO JRNLFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRN-STATUS.
           SELECT OLDSIDE ASSIGN TO OLDSIDE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.
           SELECT NEWSIDE ASSIGN TO NEWSIDE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NEW-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  CKPTFILE.
       COPY CKPTREC.
       FD  JRNLFILE
           RECORD IS VARYING IN SIZE FROM 340 TO 8532
           DEPENDING ON WS-JRN-LEN.
       01  JRNLFILE-RECORD             PIC X(8532).
       FD  OLDSIDE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096
           DEPENDING ON WS-OLD-LEN.
       01  OLDSIDE-RECORD              PIC X(4096).
       FD  NEWSIDE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096
           DEPENDING ON WS-NEW-LEN.
       01  NEWSIDE-RECORD              PIC X(4096).
      *
      *    THE SORT CARRIES EACH SELECTED JOURNAL RECORD WHOLE,
      *    BEHIND ITS KEY AND THE ORDER IT WAS READ IN.
      *
       SD  SORTFILE.
       01  SRT-RECORD.
           03  SRT-KEY                 PIC X(255).
           03  SRT-SEQ                 PIC 9(09).
           03  SRT-JRNL                PIC X(8532).
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-CKP-STATUS            PIC X(02).
          03  WS-JRN-STATUS            PIC X(02).
          03  WS-OLD-STATUS            PIC X(02).
          03  WS-NEW-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-JRN-EOF               PIC X(01) VALUE 'N'.
          03  WS-OLD-EOF               PIC X(01) VALUE 'N'.
          03  WS-SRT-EOF               PIC X(01) VALUE 'N'.
      *
       01 WS-JRN-LEN                   PIC S9(09) COMP.
       01 WS-OLD-LEN                   PIC S9(09) COMP.
       01 WS-NEW-LEN                   PIC S9(09) COMP.
      *
       01 WS-PARM-GROUP                PIC X(04).
       01 WS-PARM-FILE                 PIC X(08).
      *
      *    THE JOURNAL BEING REPLAYED AND THE FILESET IT IS REPLAYED
      *    TO, BOTH FROM THE GROUP'S CHECKPOINT RECORD.
      *
       01 WS-JRNL-ID                   PIC X(14).
       01 WS-JRNL-PRIOR                PIC X(01).
      *
      *    UPPER BOUND OF THE CHECKPOINT FILE-LIST WALK - MUST MATCH
      *    THE OCCURS ON CKP-FILELIST-ENTRY IN CKPTREC.  THE WALK
      *    RUNS THE CONSTANT WITH THE RECORD'S OWN COUNT AS A GUARD,
      *    SO A DAMAGED COUNT CAN NEVER RUN THE SUBSCRIPT OFF THE
      *    TABLE.
      *
       01 WS-FL-MAX                    PIC S9(04) COMP VALUE 50.
       01 WS-FL-SUB                    PIC S9(04) COMP.
       01 WS-FL-FOUND                  PIC X(01).
      *
      *    THE FILE'S KEY - OFFSET FROM ZERO AND LENGTH - TAKEN FROM
      *    THE FIRST JOURNAL RECORD SELECTED.  WS-OLD-KEY AND WS-JRN-
      *    KEY ARE THE CURRENT EXTRACT AND JOURNAL KEYS, PADDED WITH
      *    LOW-VALUES THE WAY THE EXIT PAIR PADS JRN-KEY, AND SET TO
      *    HIGH-VALUES WHEN THEIR SIDE RUNS OUT.
      *
       01 WS-KEY-POS                   PIC S9(05) COMP VALUE ZERO.
       01 WS-KEY-LEN                   PIC S9(04) COMP VALUE ZERO.
       01 WS-KEY-AVAIL                 PIC S9(09) COMP.
       01 WS-OLD-KEY                   PIC X(255).
       01 WS-JRN-KEY                   PIC X(255).
      *
      *    THE RECORD UNDER THE KEY BEING REPLAYED, AS IT STANDS
      *    AFTER EVERY JOURNAL RECORD APPLIED SO FAR.
      *
       01 WS-CUR-KEY                   PIC X(255).
       01 WS-CUR-PRESENT               PIC X(01).
       01 WS-CUR-LEN                   PIC S9(09) COMP.
       01 WS-CUR-IMAGE                 PIC X(4096).
       01 WS-SAME-IMAGE                PIC X(01).
      *
      *    A REWRITE OR DELETE IS ONLY SAFE TO REPLAY IF THE RECORD
      *    STILL STANDS AS IT DID WHEN THE NEW SIDE FIRST READ IT FOR
      *    UPDATE - THE FIRST BEFORE IMAGE JOURNALED UNDER THE KEY.
      *    LATER BEFORE IMAGES ONLY REPEAT WHAT THE REPLAY ITSELF HAS
      *    ALREADY PUT THERE.
      *
       01 WS-BEF-SEEN                  PIC X(01).
       01 WS-BEF-DIFF                  PIC X(01).
      *
       01 WS-JRN-READ                  PIC S9(09) COMP VALUE ZERO.
       01 WS-JRN-SELECTED              PIC S9(09) COMP VALUE ZERO.
       01 WS-OLD-READ                  PIC S9(09) COMP VALUE ZERO.
       01 WS-NEW-WRITTEN               PIC S9(09) COMP VALUE ZERO.
       01 WS-APPLIED                   PIC S9(09) COMP VALUE ZERO.
       01 WS-PRESENT                   PIC S9(09) COMP VALUE ZERO.
       01 WS-CONFLICTS                 PIC S9(09) COMP VALUE ZERO.
      *
       COPY JRNLREC.
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'NEW-SIDE UPDATE JOURNAL REPLAY REPORT - PROG. '.
             05  FILLER                PIC X(09) VALUE 'JRNLRPLY '.
             05  FILLER                PIC X(77) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(08) VALUE 'GROUP : '.
             05  WS-HDR2-GROUP         PIC X(04).
             05  FILLER                PIC X(09) VALUE '  FILE : '.
             05  WS-HDR2-FILE          PIC X(08).
             05  FILLER                PIC X(103) VALUE SPACES.
      *
          03 WS-RPT-HDR3.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(10) VALUE 'JOURNAL : '.
             05  WS-HDR3-ID            PIC X(14).
             05  FILLER                PIC X(27) VALUE
                 '  REPLAYED TO FILESET    : '.
             05  WS-HDR3-PRIOR         PIC X(01).
             05  FILLER                PIC X(80) VALUE SPACES.
      *
          03 WS-RPT-HDR4.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 'REQUEST  DATE     TIME     TASK    OUTCOME    '.
             05  FILLER                PIC X(46) VALUE
                 '     REASON               KEY                 '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-PARMERR            PIC X(133) VALUE
             '0PARM MUST BE: gggg fffffff (GROUP AND BASE FILE NAME)'.
      *
          03 WS-RPT-NOGROUP            PIC X(133) VALUE
             '0GROUP HAS NO EADECKPT RECORD - NOTHING TO REPLAY'.
      *
          03 WS-RPT-NOTINLIST          PIC X(133) VALUE
             '0FILE IS NOT IN THE GROUP CHECKPOINT FILE LIST'.
      *
          03 WS-RPT-JRNLOPEN           PIC X(133) VALUE
             '0JOURNAL IS STILL OPEN - THE GROUP HAS NOT BEEN SWITCHED B
      -      'ACK'.
      *
          03 WS-RPT-NOJRNL             PIC X(133) VALUE
             '0NO UPDATE JOURNAL IS KEPT FOR REPLAY FOR THIS GROUP'.
      *
          03 WS-RPT-NOTBACK            PIC X(133) VALUE
             '0GROUP IS NOT LIVE ON THE FILESET THE JOURNAL WAS STARTED
      -      'FROM'.
      *
          03 WS-RPT-NONE               PIC X(133) VALUE
             '0NO JOURNAL RECORDS FOR THIS FILE - EXTRACT COPIED UNCHANG
      -      'ED'.
      *
          03 WS-RPT-DETAIL.
             05  FILLER                PIC X(01) VALUE ' '.
             05  WS-DET-REQUEST        PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-DATE           PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-TIME           PIC X(08).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-TASK           PIC X(07).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-OUTCOME        PIC X(15).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-REASON         PIC X(20).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-KEY            PIC X(40).
             05  FILLER                PIC X(20) VALUE SPACES.
      *
          03 WS-RPT-TOT-READ.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(26) VALUE
                 'JOURNAL RECORDS READ    : '.
             05  WS-TOT-READ           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-SEL.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'JOURNAL RECORDS, FILE   : '.
             05  WS-TOT-SEL            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-APP.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'APPLIED                 : '.
             05  WS-TOT-APP            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-PRES.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'ALREADY PRESENT         : '.
             05  WS-TOT-PRES           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-CONF.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'CONFLICTS               : '.
             05  WS-TOT-CONF           PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-OLD.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'EXTRACT RECORDS READ    : '.
             05  WS-TOT-OLD            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-TOT-NEW.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(26) VALUE
                 'REPLAYED RECORDS WRITTEN: '.
             05  WS-TOT-NEW            PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(97) VALUE SPACES.
      *
          03 WS-RPT-CLEAN              PIC X(133) VALUE
             '0JOURNAL REPLAYED CLEANLY - RELOAD THE REVERTED-TO SIDE FR
      -      'OM NEWSIDE'.
      *
          03 WS-RPT-CONFLICT           PIC X(133) VALUE
             '0CONFLICTS FOUND - RESOLVE THEM BEFORE RELOADING FROM NEWS
      -      'IDE'.
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
              DISPLAY 'JRNLRPLY: RPTFILE OPEN FAILED, STATUS '
                      WS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       A-200-PARM.
           MOVE SPACES TO WS-PARM-GROUP, WS-PARM-FILE.
           IF PARM-LENGTH > ZERO
              UNSTRING PARM-TEXT(1:PARM-LENGTH)
                       DELIMITED BY ALL SPACE
                       INTO WS-PARM-GROUP,
                            WS-PARM-FILE
           END-IF.

           IF WS-PARM-GROUP = SPACES OR
              WS-PARM-FILE = SPACES OR
              WS-PARM-FILE(8:1) NOT = SPACE
              WRITE RPT-RECORD FROM WS-RPT-PARMERR
              MOVE 12 TO RETURN-CODE
              PERFORM A-800-CLOSE-RPT
              GOBACK
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-HDR1.
           MOVE WS-PARM-GROUP TO WS-HDR2-GROUP.
           MOVE WS-PARM-FILE  TO WS-HDR2-FILE.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.

       A-300-VALIDATE.
           PERFORM B-10-CHECK-GROUP.
           IF RETURN-CODE NOT = ZERO
              PERFORM A-800-CLOSE-RPT
              GOBACK
           END-IF.

           MOVE WS-JRNL-ID    TO WS-HDR3-ID.
           MOVE WS-JRNL-PRIOR TO WS-HDR3-PRIOR.
           WRITE RPT-RECORD FROM WS-RPT-HDR3.
           WRITE RPT-RECORD FROM WS-RPT-HDR4.

       A-400-REPLAY.
           PERFORM C-10-OPEN-FILES.
           IF RETURN-CODE NOT = ZERO
              PERFORM A-800-CLOSE-RPT
              GOBACK
           END-IF.

           SORT SORTFILE
                ON ASCENDING KEY SRT-KEY
                   ASCENDING KEY SRT-SEQ
                INPUT PROCEDURE IS D-10-SELECT
                OUTPUT PROCEDURE IS E-10-APPLY.

           CLOSE JRNLFILE.
           CLOSE OLDSIDE.
           CLOSE NEWSIDE.
      *
      *    A FAILED SORT LEAVES NEWSIDE SHORT - NOTHING IT HOLDS CAN
      *    BE TRUSTED FOR THE RELOAD, WHATEVER THE COUNTS SAY.
      *
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'JRNLRPLY: SORT FAILED, SORT-RETURN '
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              PERFORM A-800-CLOSE-RPT
              GOBACK
           END-IF.

       A-500-TOTALS.
           IF WS-JRN-SELECTED = ZERO
              WRITE RPT-RECORD FROM WS-RPT-NONE
           END-IF.

           MOVE WS-JRN-READ     TO WS-TOT-READ.
           WRITE RPT-RECORD FROM WS-RPT-TOT-READ.
           MOVE WS-JRN-SELECTED TO WS-TOT-SEL.
           WRITE RPT-RECORD FROM WS-RPT-TOT-SEL.
           MOVE WS-APPLIED      TO WS-TOT-APP.
           WRITE RPT-RECORD FROM WS-RPT-TOT-APP.
           MOVE WS-PRESENT      TO WS-TOT-PRES.
           WRITE RPT-RECORD FROM WS-RPT-TOT-PRES.
           MOVE WS-CONFLICTS    TO WS-TOT-CONF.
           WRITE RPT-RECORD FROM WS-RPT-TOT-CONF.
           MOVE WS-OLD-READ     TO WS-TOT-OLD.
           WRITE RPT-RECORD FROM WS-RPT-TOT-OLD.
           MOVE WS-NEW-WRITTEN  TO WS-TOT-NEW.
           WRITE RPT-RECORD FROM WS-RPT-TOT-NEW.

           IF WS-CONFLICTS = ZERO
              WRITE RPT-RECORD FROM WS-RPT-CLEAN
              MOVE ZERO TO RETURN-CODE
           ELSE
              WRITE RPT-RECORD FROM WS-RPT-CONFLICT
              MOVE 8 TO RETURN-CODE
           END-IF.

       A-800-CLOSE-RPT.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * PROVE THE PARM NAMES A FILE THE GROUP SWITCHES AND THAT THE   *
      * GROUP HAS A JOURNAL KEPT FOR REPLAY - READ ITS EADECKPT       *
      * RECORD                                                        *
      * ------------------------------------------------------------- *
       B-10-CHECK-GROUP SECTION.

       B-100-READ.
           OPEN INPUT CKPTFILE.
           IF WS-CKP-STATUS NOT = '00'
              DISPLAY 'JRNLRPLY: CKPTFILE OPEN FAILED, STATUS '
                      WS-CKP-STATUS
              MOVE 16 TO RETURN-CODE
              EXIT SECTION
           END-IF.

           MOVE WS-PARM-GROUP TO CKP-GROUP-ID.
           READ CKPTFILE
                INVALID KEY
                  WRITE RPT-RECORD FROM WS-RPT-NOGROUP
                  MOVE 12 TO RETURN-CODE
           END-READ.

           IF RETURN-CODE NOT = ZERO
              CLOSE CKPTFILE
              EXIT SECTION
           END-IF.

       B-200-SCAN.
           MOVE 'N'  TO WS-FL-FOUND.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= CKP-FILE-COUNT
                 IF CKP-FILELIST-ENTRY(WS-FL-SUB) = WS-PARM-FILE
                    MOVE 'Y' TO WS-FL-FOUND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FL-FOUND = 'N'
              WRITE RPT-RECORD FROM WS-RPT-NOTINLIST
              MOVE 12 TO RETURN-CODE
              CLOSE CKPTFILE
              EXIT SECTION
           END-IF.

       B-300-JOURNAL.
      *
      *    AN OPEN JOURNAL MEANS THE GROUP IS STILL ON THE NEW SIDE
      *    AND THE EXIT PAIR IS STILL ADDING TO IT - REPLAYING IT
      *    NOW WOULD COPY LIVE UPDATES ONTO THE STANDBY SIDE.
      *
           EVALUATE TRUE
              WHEN CKP-JRNL-FLAG = 'Y'
                WRITE RPT-RECORD FROM WS-RPT-JRNLOPEN
                MOVE 12 TO RETURN-CODE
              WHEN CKP-JRNL-FLAG NOT = 'K'
                WRITE RPT-RECORD FROM WS-RPT-NOJRNL
                MOVE 12 TO RETURN-CODE
              WHEN CKP-FILESET NOT = CKP-JRNL-PRIOR
                WRITE RPT-RECORD FROM WS-RPT-NOTBACK
                MOVE 12 TO RETURN-CODE
              WHEN OTHER
                MOVE CKP-JRNL-ID    TO WS-JRNL-ID
                MOVE CKP-JRNL-PRIOR TO WS-JRNL-PRIOR
           END-EVALUATE.

           CLOSE CKPTFILE.

       B-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * OPEN THE JOURNAL, THE EXTRACT AND THE REPLAYED OUTPUT         *
      * ------------------------------------------------------------- *
       C-10-OPEN-FILES SECTION.

           OPEN INPUT JRNLFILE.
           IF WS-JRN-STATUS NOT = '00'
              DISPLAY 'JRNLRPLY: JRNLFILE OPEN FAILED, STATUS '
                      WS-JRN-STATUS
              MOVE 16 TO RETURN-CODE
              EXIT SECTION
           END-IF.

           OPEN INPUT OLDSIDE.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY 'JRNLRPLY: OLDSIDE OPEN FAILED, STATUS '
                      WS-OLD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE JRNLFILE
              EXIT SECTION
           END-IF.

           OPEN OUTPUT NEWSIDE.
           IF WS-NEW-STATUS NOT = '00'
              DISPLAY 'JRNLRPLY: NEWSIDE OPEN FAILED, STATUS '
                      WS-NEW-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE JRNLFILE
              CLOSE OLDSIDE
           END-IF.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * SORT INPUT - PASS ON THIS JOURNAL'S RECORDS FOR THIS FILE     *
      * ------------------------------------------------------------- *
       D-10-SELECT SECTION.

           PERFORM D-20-ONE-JOURNAL UNTIL WS-JRN-EOF = 'Y'.

       D-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * READ ONE JOURNAL RECORD AND RELEASE IT IF IT BELONGS          *
      * ------------------------------------------------------------- *
       D-20-ONE-JOURNAL SECTION.

           READ JRNLFILE INTO JRN-RECORD
                AT END
                  MOVE 'Y' TO WS-JRN-EOF
           END-READ.

           IF WS-JRN-EOF = 'Y'
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-JRN-READ.

           IF JRN-GROUP NOT = WS-PARM-GROUP OR
              JRN-ID    NOT = WS-JRNL-ID    OR
              JRN-BASE  NOT = WS-PARM-FILE
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-JRN-SELECTED.
      *
      *    EVERY RECORD OF ONE FILE HAS ITS KEY IN THE SAME PLACE -
      *    ONE THAT SAYS OTHERWISE, OR CARRIES NO USABLE KEY, CANNOT
      *    BE PLACED IN THE MERGE AND IS A CONFLICT HERE AND NOW.
      *
           IF JRN-KEY-POS    NOT NUMERIC OR
              JRN-KEY-LENGTH NOT NUMERIC
              MOVE 'KEY NOT RECORDED    ' TO WS-DET-REASON
              PERFORM F-20-CONFLICT
              EXIT SECTION
           END-IF.

           IF JRN-KEY-LENGTH = ZERO OR
              JRN-KEY-LENGTH > 255  OR
              JRN-KEY-POS + JRN-KEY-LENGTH > 4096
              MOVE 'KEY NOT RECORDED    ' TO WS-DET-REASON
              PERFORM F-20-CONFLICT
              EXIT SECTION
           END-IF.

           IF WS-KEY-LEN = ZERO
              MOVE JRN-KEY-POS    TO WS-KEY-POS
              MOVE JRN-KEY-LENGTH TO WS-KEY-LEN
           END-IF.

           IF JRN-KEY-POS    NOT = WS-KEY-POS OR
              JRN-KEY-LENGTH NOT = WS-KEY-LEN
              MOVE 'KEY POSITION DIFFERS' TO WS-DET-REASON
              PERFORM F-20-CONFLICT
              EXIT SECTION
           END-IF.

           MOVE LOW-VALUES              TO SRT-KEY.
           MOVE JRN-KEY(1:WS-KEY-LEN)   TO SRT-KEY(1:WS-KEY-LEN).
           MOVE WS-JRN-SELECTED         TO SRT-SEQ.
           MOVE JRN-RECORD              TO SRT-JRNL.
           RELEASE SRT-RECORD.

       D-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SORT OUTPUT - MERGE THE SORTED JOURNAL WITH THE EXTRACT AND   *
      * WRITE THE REPLAYED FILE                                       *
      * ------------------------------------------------------------- *
       E-10-APPLY SECTION.

           PERFORM E-60-READ-OLD.
           PERFORM E-70-RETURN-JRNL.

           PERFORM E-20-ONE-KEY
                   UNTIL WS-OLD-EOF = 'Y' AND WS-SRT-EOF = 'Y'.

       E-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * TAKE THE LOWER OF THE TWO CURRENT KEYS - COPY AN EXTRACT      *
      * RECORD THE JOURNAL NEVER TOUCHED, OR REPLAY EVERY JOURNAL     *
      * RECORD FOR THE KEY AND WRITE WHAT IS LEFT                     *
      * ------------------------------------------------------------- *
       E-20-ONE-KEY SECTION.

           IF WS-OLD-EOF = 'N' AND WS-OLD-KEY < WS-JRN-KEY
              PERFORM E-50-COPY-OLD
              EXIT SECTION
           END-IF.

           MOVE WS-JRN-KEY TO WS-CUR-KEY.

           IF WS-OLD-EOF = 'N' AND WS-OLD-KEY = WS-JRN-KEY
              MOVE 'Y'        TO WS-CUR-PRESENT
              MOVE WS-OLD-LEN TO WS-CUR-LEN
              MOVE OLDSIDE-RECORD(1:WS-OLD-LEN) TO WS-CUR-IMAGE
              PERFORM E-60-READ-OLD
           ELSE
              MOVE 'N'        TO WS-CUR-PRESENT
              MOVE ZERO       TO WS-CUR-LEN
           END-IF.

           MOVE 'N' TO WS-BEF-SEEN.

           PERFORM E-30-APPLY-ONE
                   UNTIL WS-SRT-EOF = 'Y' OR
                         WS-JRN-KEY NOT = WS-CUR-KEY.

           IF WS-CUR-PRESENT = 'Y'
              MOVE WS-CUR-LEN TO WS-NEW-LEN
              MOVE WS-CUR-IMAGE(1:WS-CUR-LEN) TO NEWSIDE-RECORD
              WRITE NEWSIDE-RECORD
              ADD 1 TO WS-NEW-WRITTEN
           END-IF.

       E-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * JUDGE ONE JOURNAL RECORD AGAINST THE RECORD AS IT STANDS      *
      * ------------------------------------------------------------- *
       E-30-APPLY-ONE SECTION.

           MOVE SRT-JRNL TO JRN-RECORD.
           MOVE SPACES   TO WS-DET-REASON.

           IF JRN-REC-LENGTH NOT NUMERIC
              MOVE ZERO TO JRN-REC-LENGTH
           END-IF.

           IF JRN-BEF-LENGTH NOT NUMERIC
              MOVE ZERO TO JRN-BEF-LENGTH
           END-IF.

           IF JRN-BEF-LENGTH > 4096
              MOVE ZERO TO JRN-BEF-LENGTH
           END-IF.

           MOVE 'N' TO WS-SAME-IMAGE.
           IF WS-CUR-PRESENT = 'Y' AND
              JRN-REC-LENGTH = WS-CUR-LEN
              IF JRN-REC-IMAGE(1:WS-CUR-LEN) =
                 WS-CUR-IMAGE(1:WS-CUR-LEN)
                 MOVE 'Y' TO WS-SAME-IMAGE
              END-IF
           END-IF.

           MOVE 'N' TO WS-BEF-DIFF.
           IF (JRN-REQUEST = 'R' OR JRN-REQUEST = 'D') AND
              JRN-BEF-LENGTH > ZERO AND
              WS-BEF-SEEN = 'N'
              MOVE 'Y' TO WS-BEF-SEEN
              IF WS-CUR-PRESENT = 'Y'
                 IF JRN-BEF-LENGTH NOT = WS-CUR-LEN
                    MOVE 'Y' TO WS-BEF-DIFF
                 ELSE
                    IF JRN-BEF-IMAGE(1:WS-CUR-LEN) NOT =
                       WS-CUR-IMAGE(1:WS-CUR-LEN)
                       MOVE 'Y' TO WS-BEF-DIFF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN JRN-REQUEST NOT = 'W' AND
                   JRN-REQUEST NOT = 'R' AND
                   JRN-REQUEST NOT = 'D'
                MOVE 'UNKNOWN REQUEST     ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN JRN-REQUEST NOT = 'D' AND
                  (JRN-REC-LENGTH = ZERO OR JRN-REC-LENGTH > 4096)
                MOVE 'NO RECORD IMAGE     ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN JRN-REQUEST = 'D' AND WS-CUR-PRESENT = 'N'
                MOVE 'ALREADY DELETED     ' TO WS-DET-REASON
                PERFORM F-30-PRESENT
              WHEN JRN-REQUEST = 'D' AND WS-BEF-DIFF = 'Y'
                MOVE 'CHANGED SINCE READ  ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN JRN-REQUEST = 'D'
                MOVE 'N'  TO WS-CUR-PRESENT
                MOVE ZERO TO WS-CUR-LEN
                PERFORM F-40-APPLIED
              WHEN WS-SAME-IMAGE = 'Y'
                PERFORM F-30-PRESENT
              WHEN JRN-REQUEST = 'W' AND WS-CUR-PRESENT = 'Y'
                MOVE 'KEY ALREADY ON FILE ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN JRN-REQUEST = 'R' AND WS-CUR-PRESENT = 'N'
                MOVE 'KEY NOT ON FILE     ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN JRN-REQUEST = 'R' AND JRN-BEF-LENGTH = ZERO
                MOVE 'NO BEFORE IMAGE     ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN WS-BEF-DIFF = 'Y'
                MOVE 'CHANGED SINCE READ  ' TO WS-DET-REASON
                PERFORM F-20-CONFLICT
              WHEN OTHER
                MOVE 'Y'            TO WS-CUR-PRESENT
                MOVE JRN-REC-LENGTH TO WS-CUR-LEN
                MOVE JRN-REC-IMAGE(1:JRN-REC-LENGTH) TO WS-CUR-IMAGE
                PERFORM F-40-APPLIED
           END-EVALUATE.

           PERFORM E-70-RETURN-JRNL.

       E-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * CARRY AN UNTOUCHED EXTRACT RECORD ACROSS AND READ THE NEXT    *
      * ------------------------------------------------------------- *
       E-50-COPY-OLD SECTION.

           MOVE WS-OLD-LEN TO WS-NEW-LEN.
           MOVE OLDSIDE-RECORD(1:WS-OLD-LEN) TO NEWSIDE-RECORD.
           WRITE NEWSIDE-RECORD.
           ADD 1 TO WS-NEW-WRITTEN.

           PERFORM E-60-READ-OLD.

       E-599-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * READ THE NEXT EXTRACT RECORD AND LIFT ITS KEY                 *
      * ------------------------------------------------------------- *
       E-60-READ-OLD SECTION.

           READ OLDSIDE
                AT END
                  MOVE 'Y'         TO WS-OLD-EOF
                  MOVE HIGH-VALUES TO WS-OLD-KEY
                NOT AT END
                  ADD 1 TO WS-OLD-READ
           END-READ.

           IF WS-OLD-EOF = 'Y'
              EXIT SECTION
           END-IF.
      *
      *    A KSDS RECORD ALWAYS HOLDS ITS WHOLE KEY, BUT THE EXTRACT
      *    IS ONLY A FLAT FILE - TAKE WHAT PART OF THE KEY IS THERE
      *    RATHER THAN REFERENCE PAST THE END OF A SHORT RECORD.
      *
           MOVE LOW-VALUES TO WS-OLD-KEY.
           IF WS-KEY-LEN > ZERO AND WS-OLD-LEN > WS-KEY-POS
              COMPUTE WS-KEY-AVAIL = WS-OLD-LEN - WS-KEY-POS
              IF WS-KEY-AVAIL > WS-KEY-LEN
                 MOVE WS-KEY-LEN TO WS-KEY-AVAIL
              END-IF
              MOVE OLDSIDE-RECORD(WS-KEY-POS + 1:WS-KEY-AVAIL)
                TO WS-OLD-KEY(1:WS-KEY-AVAIL)
           END-IF.

       E-699-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * RETURN THE NEXT SORTED JOURNAL RECORD                         *
      * ------------------------------------------------------------- *
       E-70-RETURN-JRNL SECTION.

           RETURN SORTFILE
                AT END
                  MOVE 'Y'         TO WS-SRT-EOF
                  MOVE HIGH-VALUES TO WS-JRN-KEY
                NOT AT END
                  MOVE SRT-KEY     TO WS-JRN-KEY
           END-RETURN.

       E-799-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * COUNT AND LIST ONE JOURNAL RECORD'S OUTCOME                   *
      * ------------------------------------------------------------- *
       F-20-CONFLICT SECTION.

           ADD 1 TO WS-CONFLICTS.
           MOVE 'CONFLICT       ' TO WS-DET-OUTCOME.
           PERFORM F-50-DETAIL.

       F-299-EXIT.
           EXIT.
      *
       F-30-PRESENT SECTION.

           ADD 1 TO WS-PRESENT.
           MOVE 'ALREADY PRESENT' TO WS-DET-OUTCOME.
           PERFORM F-50-DETAIL.

       F-399-EXIT.
           EXIT.
      *
       F-40-APPLIED SECTION.

           ADD 1 TO WS-APPLIED.
           MOVE 'APPLIED        ' TO WS-DET-OUTCOME.
           PERFORM F-50-DETAIL.

       F-499-EXIT.
           EXIT.
      *
       F-50-DETAIL SECTION.

           EVALUATE JRN-REQUEST
              WHEN 'W'
                MOVE 'WRITE   ' TO WS-DET-REQUEST
              WHEN 'R'
                MOVE 'REWRITE ' TO WS-DET-REQUEST
              WHEN 'D'
                MOVE 'DELETE  ' TO WS-DET-REQUEST
              WHEN OTHER
                MOVE JRN-REQUEST TO WS-DET-REQUEST
           END-EVALUATE.

           MOVE JRN-DATE    TO WS-DET-DATE.
           MOVE JRN-TIME    TO WS-DET-TIME.
           MOVE JRN-TASKNUM TO WS-DET-TASK.
      *
      *    KEYS ARE PADDED WITH LOW-VALUES - BLANK THEM FOR THE
      *    PRINTER.
      *
           MOVE JRN-KEY     TO WS-DET-KEY.
           INSPECT WS-DET-KEY REPLACING ALL LOW-VALUE BY SPACE.

           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       F-599-EXIT.
           EXIT.

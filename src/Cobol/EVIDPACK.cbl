CBL NODYNAM,OBJECT,RENT,APOST
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  CICS XFCREQ SAMPLE - PROGRAM EVIDPACK                        *
      *  (c) Copyright IBM Corp. 2026 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      * ------------------------------------------------------------- *
       IDENTIFICATION DIVISION.
      * ------------------------------------------------------------- *
       PROGRAM-ID. EVIDPACK.
      *REMARKS
      *****************************************************************
      * CHANGE EVIDENCE PACK FOR ONE PRODUCTION CUTOVER.  FOR ONE     *
      * GROUP AND ONE CHANGE WINDOW, PULLS TOGETHER WHAT AUDREPT,     *
      * STATREPT, TRCREPT AND ABRECON EACH SHOW A PIECE OF, AND       *
      * PRINTS ONE REPORT WITH A PASS/FAIL VERDICT PER SECTION:       *
      *                                                               *
      *  1 AUTHORISATION - EVERY EADEAUD RECORD FOR THE GROUP IN THE  *
      *    WINDOW: REQUESTER (AUD-USERID), APPROVER (AUD-APPROVER)    *
      *    AND RESULT, SO REJECTED, DISCARDED (REJECTED AT CONFIRM OR *
      *    EXPIRED) AND FROZEN ATTEMPTS SHOW TOO.  THE SWITCH IS THE  *
      *    LAST ACCEPTED RECORD IN THE WINDOW THAT MOVED THE LIVE     *
      *    FILESET (OLD AND NEW LETTER DIFFER, NOT A TIMED STAGING).  *
      *    PASS WHEN THERE IS ONE AND IT, OR AN ACCEPTED RECORD FOR   *
      *    THE GROUP AHEAD OF IT IN THE WINDOW (THE STAGING OF A      *
      *    TIMED SWITCH), CARRIES AN APPROVER OTHER THAN ITS          *
      *    REQUESTER.  A SWITCH DRIVEN THROUGH EXCI HAS NO APPROVER   *
      *    ON FILE AND FAILS HERE - ITS APPROVAL LIVES ELSEWHERE.     *
      *  2 TRAFFIC - THE GROUP'S EADEHIST INTERVALS IN THE WINDOW, BY *
      *    FILE, BEFORE AND AFTER THE SWITCH, ON THE OLD AND THE NEW  *
      *    SIDE.  THE FIRST SAMPLE AFTER THE SWITCH STRADDLES IT AND  *
      *    IS LEFT OUT.  PASS WHEN THE NEW SIDE TOOK REQUESTS AFTER   *
      *    THE SWITCH AND THE OLD SIDE TOOK NONE.                     *
      *  3 TRACE - THE EADT CAPTURE FOR THE GROUP IN THE WINDOW, BY   *
      *    FILE, BEFORE AND AFTER THE SWITCH, WITH EVERY STRAGGLER    *
      *    (A REQUEST ON THE OLD SIDE AFTER THE SWITCH) LISTED BY     *
      *    TRANSACTION, TASK AND TERMINAL.  PASS WHEN THE TRACE SAW   *
      *    REQUESTS AFTER THE SWITCH AND NO STRAGGLERS.               *
      *  4 RECONCILIATION - THE ABRECON OUTCOMES ON RCNLOG FOR THE    *
      *    GROUP IN THE WINDOW, UP TO THE SWITCH.  PASS WHEN EVERY    *
      *    FILE ON THE GROUP'S EADECKPT FILE LIST WAS RECONCILED AND  *
      *    ITS LATEST RUN FOUND THE SIDES MATCHING.                   *
      *                                                               *
      * WITH NO SWITCH IN THE WINDOW, SECTIONS 1 TO 3 FAIL AND        *
      * SECTION 4 LOOKS AT THE WHOLE WINDOW.  THE FILE LIST IS THE    *
      * GROUP'S CURRENT ONE; FILES SEEN IN THE HISTORY OR THE TRACE   *
      * BUT NO LONGER ON IT ARE STILL SHOWN.                          *
      *                                                               *
      * THE AUDIT FILE KEYS ITS DATE AS MM/DD/YY AND ITS TIME AS      *
      * HH:MM:SS; THE CENTURY IS WINDOWED (YY 70-99 -> 19YY,          *
      * OTHERWISE 20YY) AS IN AUDARCH.  THE TRACE DATE AND TIME ARE   *
      * TAKEN IN EITHER THAT FORM OR YYYYMMDD HHMMSS.                 *
      *                                                               *
      * PARM=gggg yyyymmdd hhmmss yyyymmdd hhmmss                     *
      *   gggg               - THE SUBSYSTEM FILESET GROUP ID         *
      *   yyyymmdd hhmmss    - START OF THE CHANGE WINDOW             *
      *   yyyymmdd hhmmss    - END OF THE CHANGE WINDOW               *
      *                                                               *
      * DDNAMES: AUDFILE  - THE EADEAUD CLUSTER, READ ONLY            *
      *          HISTFILE - THE EADEHIST CLUSTER, READ ONLY           *
      *          TRCFILE  - THE EADT CAPTURE DATASET, 80-BYTE RECORDS *
      *          RCNLOG   - THE ABRECON OUTCOME LOG (RCNLREC)         *
      *          CKPTFILE - THE EADECKPT CLUSTER, READ ONLY           *
      *          RPTFILE  - THE PRINT FILE, ASA CARRIAGE CONTROL      *
      *                                                               *
      * RETURN CODES:                                                 *
      *   0 - EVERY SECTION PASSED                                    *
      *   8 - AT LEAST ONE SECTION FAILED                             *
      *  12 - PARM INVALID                                            *
      *  16 - A FILE WOULD NOT OPEN                                   *
      *****************************************************************
      * ------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFILE ASSIGN TO AUDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AUD-KEY
                  FILE STATUS IS WS-AUD-STATUS.
           SELECT HISTFILE ASSIGN TO HISTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIS-KEY
                  FILE STATUS IS WS-HIS-STATUS.
           SELECT TRCFILE ASSIGN TO TRCFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRC-STATUS.
           SELECT RCNLOG ASSIGN TO RCNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RCN-STATUS.
           SELECT CKPTFILE ASSIGN TO CKPTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CKP-KEY
                  FILE STATUS IS WS-CKP-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * ------------------------------------------------------------- *
       DATA DIVISION.
      * ------------------------------------------------------------- *
       FILE SECTION.
       FD  AUDFILE.
       COPY AUDITREC.
       FD  HISTFILE.
       COPY HISTREC.
       FD  TRCFILE.
       COPY TRCEREC.
       FD  RCNLOG.
       COPY RCNLREC.
       FD  CKPTFILE.
       COPY CKPTREC.
       FD  RPTFILE.
       01  RPT-RECORD                  PIC X(133).
      * ------------------------------------------------------------- *
       WORKING-STORAGE SECTION.
      * ------------------------------------------------------------- *
       01 WS-WORKING-STORAGE.
          03  FILLER                   PIC X(04) VALUE 'BWS:'.
          03  WS-AUD-STATUS            PIC X(02).
          03  WS-HIS-STATUS            PIC X(02).
          03  WS-TRC-STATUS            PIC X(02).
          03  WS-RCN-STATUS            PIC X(02).
          03  WS-CKP-STATUS            PIC X(02).
          03  WS-RPT-STATUS            PIC X(02).
          03  WS-EOF-FLAG              PIC X(01).
          03  WS-PARM-OK               PIC X(01).
          03  WS-CKP-FOUND             PIC X(01).
          03  WS-SW-FOUND              PIC X(01) VALUE 'N'.
          03  WS-AUTH-FOUND            PIC X(01) VALUE 'N'.
          03  WS-AUD-TRUNC             PIC X(01) VALUE 'N'.
          03  WS-FILE-TRUNC            PIC X(01) VALUE 'N'.
      *
       01 WS-PARM-GROUP                PIC X(04).
       01 WS-PARM-FROM-DATE            PIC X(08).
       01 WS-PARM-FROM-TIME            PIC X(06).
       01 WS-PARM-TO-DATE              PIC X(08).
       01 WS-PARM-TO-TIME              PIC X(06).
      *
      *    THE WINDOW, AND EVERY DATE/TIME COMPARED WITH IT, AS ONE
      *    14-BYTE YYYYMMDDHHMMSS STAMP THAT SORTS AS IT READS.
      *
       01 WS-WIN-FROM                  PIC X(14).
       01 WS-WIN-TO                    PIC X(14).
      *
       01 WS-STP-DATE                  PIC X(08).
       01 WS-STP-TIME                  PIC X(08).
       01 WS-STP-OUT.
          03  WS-STP-YYYY.
              05  WS-STP-CC            PIC X(02).
              05  WS-STP-YY            PIC 9(02).
          03  WS-STP-MM                PIC X(02).
          03  WS-STP-DD                PIC X(02).
          03  WS-STP-HH                PIC X(02).
          03  WS-STP-MI                PIC X(02).
          03  WS-STP-SS                PIC X(02).
       01 WS-STP-STAMP REDEFINES WS-STP-OUT
                                       PIC X(14).
      *
       01 WS-CHK-DATE.
          03  WS-CHK-YYYY              PIC 9(04).
          03  WS-CHK-MM                PIC 9(02).
          03  WS-CHK-DD                PIC 9(02).
       01 WS-CHK-TIME.
          03  WS-CHK-HH                PIC 9(02).
          03  WS-CHK-MI                PIC 9(02).
          03  WS-CHK-SS                PIC 9(02).
      *
      *    A STAMP PRINTED AS YYYYMMDD HHMMSS.
      *
       01 WS-SHOW-IN                   PIC X(14).
       01 WS-SHOW-OUT.
          03  WS-SHOW-DATE             PIC X(08).
          03  FILLER                   PIC X(01) VALUE SPACE.
          03  WS-SHOW-TIME             PIC X(06).
      *
      *    THE SWITCH THE PACK IS ABOUT, AND THE RECORD THAT
      *    AUTHORISED IT.
      *
       01 WS-SW-STAMP                  PIC X(14) VALUE HIGH-VALUES.
       01 WS-SW-OLD                    PIC X(01) VALUE SPACE.
       01 WS-SW-NEW                    PIC X(01) VALUE SPACE.
       01 WS-SW-SUB                    PIC S9(04) COMP VALUE ZERO.
       01 WS-AUTH-SUB                  PIC S9(04) COMP VALUE ZERO.
      *
      *    THE GROUP'S AUDIT RECORDS IN THE WINDOW.  THE AUDIT KEY
      *    (MM/DD/YY) DOES NOT SORT ACROSS A YEAR END, SO THE SWITCH
      *    AND ITS AUTHORITY ARE PICKED BY STAMP, NOT BY FILE ORDER.
      *
       01 WS-AUD-MAX                   PIC S9(04) COMP VALUE 200.
       01 WS-AUD-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01 WS-AUD-TABLE.
          03  WS-AUD-ENTRY OCCURS 200 TIMES.
              05  WS-AE-STAMP          PIC X(14).
              05  WS-AE-COMMAND        PIC X(08).
              05  WS-AE-RESULT         PIC X(01).
              05  WS-AE-OLD            PIC X(01).
              05  WS-AE-NEW            PIC X(01).
              05  WS-AE-TIMED          PIC X(01).
              05  WS-AE-USERID         PIC X(08).
              05  WS-AE-APPROVER       PIC X(08).
              05  WS-AE-TERM           PIC X(04).
      *
       01 WS-CNT-ACCEPTED              PIC S9(04) COMP VALUE ZERO.
       01 WS-CNT-REJECTED              PIC S9(04) COMP VALUE ZERO.
       01 WS-CNT-DISCARDED             PIC S9(04) COMP VALUE ZERO.
       01 WS-CNT-FROZEN                PIC S9(04) COMP VALUE ZERO.
       01 WS-CNT-OTHER                 PIC S9(04) COMP VALUE ZERO.
      *
      *    ONE ENTRY PER FILE - THE GROUP'S FILE LIST FIRST, THEN ANY
      *    FILE THE HISTORY OR TRACE NAMES THAT IS NO LONGER ON IT.
      *    COUNTS ARE BEFORE/AFTER THE SWITCH ON THE OLD/NEW SIDE.
      *
       01 WS-FL-MAX                    PIC S9(04) COMP VALUE 50.
       01 WS-FL-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01 WS-FL-TABLE.
          03  WS-FL-ENTRY OCCURS 50 TIMES.
              05  WS-FE-NAME           PIC X(08).
              05  WS-FE-LISTED         PIC X(01).
              05  WS-FE-HIS-BO         PIC S9(09) COMP.
              05  WS-FE-HIS-BN         PIC S9(09) COMP.
              05  WS-FE-HIS-AO         PIC S9(09) COMP.
              05  WS-FE-HIS-AN         PIC S9(09) COMP.
              05  WS-FE-TRC-BO         PIC S9(09) COMP.
              05  WS-FE-TRC-BN         PIC S9(09) COMP.
              05  WS-FE-TRC-AO         PIC S9(09) COMP.
              05  WS-FE-TRC-AN         PIC S9(09) COMP.
              05  WS-FE-RCN-STAMP      PIC X(14).
              05  WS-FE-RCN-RESULT     PIC X(01).
              05  WS-FE-RCN-READ-A     PIC 9(09).
              05  WS-FE-RCN-READ-B     PIC 9(09).
              05  WS-FE-RCN-MISMATCH   PIC 9(09).
      *
       01 WS-SUB                       PIC S9(04) COMP.
       01 WS-FL-SUB                    PIC S9(04) COMP.
       01 WS-FL-MATCH                  PIC S9(04) COMP.
       01 WS-CUR-FILE                  PIC X(08).
       01 WS-TRC-NAME-LEN              PIC S9(04) COMP.
      *
       01 WS-HIS-STRADDLE              PIC X(14) VALUE SPACES.
       01 WS-HIS-STRADDLE-N            PIC S9(04) COMP VALUE ZERO.
       01 WS-HIS-OLD                   PIC S9(09) COMP.
       01 WS-HIS-NEW                   PIC S9(09) COMP.
       01 WS-TOT-HIS-AO                PIC S9(09) COMP VALUE ZERO.
       01 WS-TOT-HIS-AN                PIC S9(09) COMP VALUE ZERO.
       01 WS-TOT-TRC-A                 PIC S9(09) COMP VALUE ZERO.
       01 WS-TOT-STRAGGLERS            PIC S9(09) COMP VALUE ZERO.
       01 WS-RCN-FAILS                 PIC S9(04) COMP VALUE ZERO.
      *
      *    HOW MANY STRAGGLERS ARE LISTED LINE BY LINE BEFORE THE
      *    REPORT FALLS BACK TO JUST COUNTING THEM.
      *
       01 WS-DET-MAX                   PIC S9(04) COMP VALUE 50.
       01 WS-DET-COUNT                 PIC S9(04) COMP VALUE ZERO.
      *
      *    ONE VERDICT PER SECTION.
      *
       01 WS-VERDICTS.
          03  WS-VD-ENTRY OCCURS 4 TIMES.
              05  WS-VD-RESULT         PIC X(04).
              05  WS-VD-REASON         PIC X(50).
       01 WS-VD-SUB                    PIC S9(04) COMP.
       01 WS-FAILS                     PIC S9(04) COMP VALUE ZERO.
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(01) VALUE '1'.
             05  FILLER                PIC X(46) VALUE
                 'XFCREQ CHANGE EVIDENCE PACK - PROGRAM EVIDPACK'.
             05  FILLER                PIC X(86) VALUE SPACES.
      *
          03 WS-RPT-HDR2.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(08) VALUE 'GROUP : '.
             05  WS-HDR2-GROUP         PIC X(04).
             05  FILLER                PIC X(12) VALUE
                 '   WINDOW : '.
             05  WS-HDR2-FROM          PIC X(15).
             05  FILLER                PIC X(04) VALUE ' TO '.
             05  WS-HDR2-TO            PIC X(15).
             05  FILLER                PIC X(74) VALUE SPACES.
      *
          03 WS-RPT-PARMERR            PIC X(133) VALUE
             '0PARM MUST BE: gggg yyyymmdd hhmmss yyyymmdd hhmmss (GROU
      -    'P, WINDOW START, WINDOW END)'.
      *
          03 WS-RPT-SECTION.
             05  FILLER                PIC X(01) VALUE '-'.
             05  FILLER                PIC X(08) VALUE 'SECTION '.
             05  WS-SEC-NUM            PIC 9(01) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE ' - '.
             05  WS-SEC-TITLE          PIC X(40).
             05  FILLER                PIC X(80) VALUE SPACES.
      *
          03 WS-RPT-VERDICT.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  FILLER                PIC X(10) VALUE 'VERDICT : '.
             05  WS-VDL-RESULT         PIC X(04).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-VDL-REASON         PIC X(50).
             05  FILLER                PIC X(63) VALUE SPACES.
      *
          03 WS-RPT-NOTE.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-NOTE-TEXT          PIC X(80).
             05  FILLER                PIC X(50) VALUE SPACES.
      *
          03 WS-RPT-AUDHDR.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 '  DATE     TIME    COMMAND   RESULT     FS    '.
             05  FILLER                PIC X(46) VALUE
                 'TIMED  REQUESTER  APPROVER  TERM              '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-AUD.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-AUL-STAMP          PIC X(15).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-AUL-COMMAND        PIC X(08).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-AUL-RESULT         PIC X(09).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-AUL-OLD            PIC X(01).
             05  FILLER                PIC X(01) VALUE '>'.
             05  WS-AUL-NEW            PIC X(01).
             05  FILLER                PIC X(05) VALUE SPACES.
             05  WS-AUL-TIMED          PIC X(01).
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-AUL-USERID         PIC X(08).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-AUL-APPROVER       PIC X(08).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-AUL-TERM           PIC X(04).
             05  FILLER                PIC X(54) VALUE SPACES.
      *
          03 WS-RPT-AUDCNT.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(12) VALUE '  ACCEPTED: '.
             05  WS-AUC-ACCEPTED       PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(12) VALUE '  REJECTED: '.
             05  WS-AUC-REJECTED       PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(13) VALUE '  DISCARDED: '.
             05  WS-AUC-DISCARDED      PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(10) VALUE '  FROZEN: '.
             05  WS-AUC-FROZEN         PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(09) VALUE '  OTHER: '.
             05  WS-AUC-OTHER          PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(56) VALUE SPACES.
      *
          03 WS-RPT-CNTHDR.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 '  FILE         BEFORE OLD   BEFORE NEW    AFTE'.
             05  FILLER                PIC X(46) VALUE
                 'R OLD    AFTER NEW                            '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-CNT.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CNL-FILE           PIC X(08).
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-CNL-BO             PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-CNL-BN             PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-CNL-AO             PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-CNL-AN             PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-CNL-NOTE           PIC X(20).
             05  FILLER                PIC X(48) VALUE SPACES.
      *
          03 WS-RPT-STRAG.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(11) VALUE 'STRAGGLER  '.
             05  WS-STL-STAMP          PIC X(15).
             05  FILLER                PIC X(07) VALUE '  TRAN '.
             05  WS-STL-TRAN           PIC X(04).
             05  FILLER                PIC X(07) VALUE '  TASK '.
             05  WS-STL-TASK           PIC 9(07).
             05  FILLER                PIC X(07) VALUE '  TERM '.
             05  WS-STL-TERM           PIC X(04).
             05  FILLER                PIC X(07) VALUE '  FILE '.
             05  WS-STL-FILE           PIC X(08).
             05  FILLER                PIC X(05) VALUE '  FS '.
             05  WS-STL-FILESET        PIC X(01).
             05  FILLER                PIC X(45) VALUE SPACES.
      *
          03 WS-RPT-SUPPRESS.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  FILLER                PIC X(44) VALUE
                 'FURTHER STRAGGLER DETAIL SUPPRESSED AFTER   '.
             05  WS-SUP-MAX            PIC 9(04) USAGE DISPLAY.
             05  FILLER                PIC X(06) VALUE ' LINES'.
             05  FILLER                PIC X(74) VALUE SPACES.
      *
          03 WS-RPT-RCNHDR.
             05  FILLER                PIC X(01) VALUE '0'.
             05  FILLER                PIC X(46) VALUE
                 '  FILE      LAST RECONCILED   RESULT       REC'.
             05  FILLER                PIC X(46) VALUE
                 'ORDS A    RECORDS B   MISMATCHES              '.
             05  FILLER                PIC X(40) VALUE SPACES.
      *
          03 WS-RPT-RCN.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-RCL-FILE           PIC X(08).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-RCL-STAMP          PIC X(15).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-RCL-RESULT         PIC X(10).
             05  FILLER                PIC X(03) VALUE SPACES.
             05  WS-RCL-READ-A         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-RCL-READ-B         PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(04) VALUE SPACES.
             05  WS-RCL-MISMATCH       PIC 9(09) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-RCL-NOTE           PIC X(20).
             05  FILLER                PIC X(32) VALUE SPACES.
      *
          03 WS-RPT-SUMHDR             PIC X(133) VALUE
             '-SUMMARY'.
      *
          03 WS-RPT-SUM.
             05  FILLER                PIC X(01) VALUE ' '.
             05  FILLER                PIC X(10) VALUE '  SECTION '.
             05  WS-SUM-NUM            PIC 9(01) USAGE DISPLAY.
             05  FILLER                PIC X(03) VALUE ' - '.
             05  WS-SUM-TITLE          PIC X(40).
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-SUM-RESULT         PIC X(04).
             05  FILLER                PIC X(72) VALUE SPACES.
      *
          03 WS-RPT-ALLPASS            PIC X(133) VALUE
             '0EVIDENCE COMPLETE - EVERY SECTION PASSED'.
      *
          03 WS-RPT-SOMEFAIL           PIC X(133) VALUE
             '0EVIDENCE INCOMPLETE - AT LEAST ONE SECTION FAILED, SEE A
      -    'BOVE'.
      *
       01 WS-SECTION-TITLES.
          03  FILLER                   PIC X(40) VALUE
              'AUTHORISATION (EADEAUD)'.
          03  FILLER                   PIC X(40) VALUE
              'TRAFFIC BEFORE AND AFTER (EADEHIST)'.
          03  FILLER                   PIC X(40) VALUE
              'TRACE CAPTURE AND STRAGGLERS (EADT)'.
          03  FILLER                   PIC X(40) VALUE
              'STANDBY RECONCILIATION (ABRECON)'.
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
          03  WS-SEC-TEXT              PIC X(40) OCCURS 4 TIMES.
      *
       01 WS-WORKING-STORAGE-END.
          03  FILLER                   PIC X(04) VALUE ':EWS'.
      *
      * ------------------------------------------------------------- *
       LINKAGE SECTION.
      * ------------------------------------------------------------- *
       01  PARM-DATA.
           03  PARM-LENGTH             PIC S9(04) COMP.
           03  PARM-TEXT               PIC X(40).
      *
       EJECT
      * ------------------------------------------------------------- *
       PROCEDURE DIVISION USING PARM-DATA.
      * ------------------------------------------------------------- *
       A-10-MAIN SECTION.

       A-100-OPEN.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: RPTFILE OPEN FAILED, STATUS '
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
           MOVE WS-PARM-GROUP TO WS-HDR2-GROUP.
           MOVE WS-WIN-FROM   TO WS-SHOW-IN.
           PERFORM Z-20-SHOW-STAMP.
           MOVE WS-SHOW-OUT   TO WS-HDR2-FROM.
           MOVE WS-WIN-TO     TO WS-SHOW-IN.
           PERFORM Z-20-SHOW-STAMP.
           MOVE WS-SHOW-OUT   TO WS-HDR2-TO.
           WRITE RPT-RECORD FROM WS-RPT-HDR2.

       A-300-FILES.
           OPEN INPUT AUDFILE.
           IF WS-AUD-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: AUDFILE OPEN FAILED, STATUS '
                      WS-AUD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT HISTFILE.
           IF WS-HIS-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: HISTFILE OPEN FAILED, STATUS '
                      WS-HIS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AUDFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT TRCFILE.
           IF WS-TRC-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: TRCFILE OPEN FAILED, STATUS '
                      WS-TRC-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AUDFILE
              CLOSE HISTFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT RCNLOG.
           IF WS-RCN-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: RCNLOG OPEN FAILED, STATUS '
                      WS-RCN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AUDFILE
              CLOSE HISTFILE
              CLOSE TRCFILE
              CLOSE RPTFILE
              GOBACK
           END-IF.

           OPEN INPUT CKPTFILE.
           IF WS-CKP-STATUS NOT = '00'
              DISPLAY 'EVIDPACK: CKPTFILE OPEN FAILED, STATUS '
                      WS-CKP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE AUDFILE
              CLOSE HISTFILE
              CLOSE TRCFILE
              CLOSE RCNLOG
              CLOSE RPTFILE
              GOBACK
           END-IF.

       A-400-SECTIONS.
           PERFORM B-20-FILE-LIST.
           PERFORM C-10-AUTHORISATION.
           PERFORM D-10-TRAFFIC.
           PERFORM E-10-TRACE.
           PERFORM F-10-RECONCILIATION.

       A-500-SUMMARY.
           WRITE RPT-RECORD FROM WS-RPT-SUMHDR.

           MOVE ZERO TO WS-VD-SUB.
           PERFORM 4 TIMES
              ADD 1 TO WS-VD-SUB
              MOVE WS-VD-SUB               TO WS-SUM-NUM
              MOVE WS-SEC-TEXT(WS-VD-SUB)  TO WS-SUM-TITLE
              MOVE WS-VD-RESULT(WS-VD-SUB) TO WS-SUM-RESULT
              WRITE RPT-RECORD FROM WS-RPT-SUM
              IF WS-VD-RESULT(WS-VD-SUB) NOT = 'PASS'
                 ADD 1 TO WS-FAILS
              END-IF
           END-PERFORM.

           IF WS-FAILS = ZERO
              WRITE RPT-RECORD FROM WS-RPT-ALLPASS
           ELSE
              WRITE RPT-RECORD FROM WS-RPT-SOMEFAIL
              MOVE 8 TO RETURN-CODE
           END-IF.

       A-800-CLOSE.
           CLOSE AUDFILE.
           CLOSE HISTFILE.
           CLOSE TRCFILE.
           CLOSE RCNLOG.
           CLOSE CKPTFILE.
           CLOSE RPTFILE.

       A-999-TERMINATE.
           GOBACK.
      * ------------------------------------------------------------- *
      * PARM - GROUP AND CHANGE WINDOW                                *
      * ------------------------------------------------------------- *
       B-10-PARM SECTION.

       B-100-SPLIT.
           MOVE 'Y'    TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-GROUP,
                          WS-PARM-FROM-DATE, WS-PARM-FROM-TIME,
                          WS-PARM-TO-DATE,   WS-PARM-TO-TIME.
           IF PARM-LENGTH > ZERO
              UNSTRING PARM-TEXT(1:PARM-LENGTH)
                       DELIMITED BY ALL SPACE
                       INTO WS-PARM-GROUP,
                            WS-PARM-FROM-DATE,
                            WS-PARM-FROM-TIME,
                            WS-PARM-TO-DATE,
                            WS-PARM-TO-TIME
           END-IF.

       B-200-CHECK.
           IF WS-PARM-GROUP = SPACES
              MOVE 'N' TO WS-PARM-OK
              EXIT SECTION
           END-IF.

           MOVE WS-PARM-FROM-DATE TO WS-CHK-DATE.
           MOVE WS-PARM-FROM-TIME TO WS-CHK-TIME.
           PERFORM Z-30-CHECK-STAMP.
           IF WS-PARM-OK = 'N'
              EXIT SECTION
           END-IF.

           MOVE WS-PARM-TO-DATE TO WS-CHK-DATE.
           MOVE WS-PARM-TO-TIME TO WS-CHK-TIME.
           PERFORM Z-30-CHECK-STAMP.
           IF WS-PARM-OK = 'N'
              EXIT SECTION
           END-IF.

           MOVE WS-PARM-FROM-DATE TO WS-WIN-FROM(1:8).
           MOVE WS-PARM-FROM-TIME TO WS-WIN-FROM(9:6).
           MOVE WS-PARM-TO-DATE   TO WS-WIN-TO(1:8).
           MOVE WS-PARM-TO-TIME   TO WS-WIN-TO(9:6).

           IF WS-WIN-FROM > WS-WIN-TO
              MOVE 'N' TO WS-PARM-OK
           END-IF.

       B-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * THE GROUP'S FILE LIST FROM EADECKPT SEEDS THE FILE TABLE      *
      * ------------------------------------------------------------- *
       B-20-FILE-LIST SECTION.

           MOVE WS-PARM-GROUP TO CKP-GROUP-ID.
           MOVE 'Y' TO WS-CKP-FOUND.
           READ CKPTFILE
                INVALID KEY
                  MOVE 'N' TO WS-CKP-FOUND
           END-READ.

           IF WS-CKP-FOUND = 'N'
              EXIT SECTION
           END-IF.

           MOVE ZERO TO WS-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-SUB
              IF WS-SUB <= CKP-FILE-COUNT
                 MOVE CKP-FILELIST-ENTRY(WS-SUB) TO WS-CUR-FILE
                 PERFORM Z-40-FIND-FILE
                 IF WS-FL-MATCH NOT = ZERO
                    MOVE 'Y' TO WS-FE-LISTED(WS-FL-MATCH)
                 END-IF
              END-IF
           END-PERFORM.

       B-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECTION 1 - WHO ASKED, WHO APPROVED, WHAT ELSE WAS TRIED      *
      * ------------------------------------------------------------- *
       C-10-AUTHORISATION SECTION.

       C-100-LOAD.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM C-20-ONE-AUDIT UNTIL WS-EOF-FLAG = 'Y'.

       C-200-SWITCH.
      *
      *    THE SWITCH - THE LATEST ACCEPTED RECORD THAT MOVED THE
      *    LIVE FILESET THERE AND THEN.
      *
           MOVE ZERO TO WS-SUB.
           PERFORM WS-AUD-MAX TIMES
              ADD 1 TO WS-SUB
              IF WS-SUB <= WS-AUD-COUNT
                 IF WS-AE-RESULT(WS-SUB) = 'A' AND
                    WS-AE-TIMED(WS-SUB) NOT = 'Y' AND
                    (WS-AE-OLD(WS-SUB) = 'A' OR
                     WS-AE-OLD(WS-SUB) = 'B') AND
                    (WS-AE-NEW(WS-SUB) = 'A' OR
                     WS-AE-NEW(WS-SUB) = 'B') AND
                    WS-AE-OLD(WS-SUB) NOT = WS-AE-NEW(WS-SUB)
                    IF WS-SW-FOUND = 'N' OR
                       WS-AE-STAMP(WS-SUB) > WS-SW-STAMP
                       MOVE 'Y'                 TO WS-SW-FOUND
                       MOVE WS-SUB              TO WS-SW-SUB
                       MOVE WS-AE-STAMP(WS-SUB) TO WS-SW-STAMP
                       MOVE WS-AE-OLD(WS-SUB)   TO WS-SW-OLD
                       MOVE WS-AE-NEW(WS-SUB)   TO WS-SW-NEW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       C-300-AUTHORITY.
      *
      *    ITS AUTHORITY - THE SWITCH ITSELF IF IT WAS CONFIRMED BY A
      *    SECOND USER, ELSE THE LATEST ACCEPTED, CONFIRMED RECORD
      *    AHEAD OF IT (THE STAGING OF A TIMED SWITCH).
      *
           IF WS-SW-FOUND = 'Y'
              IF WS-AE-APPROVER(WS-SW-SUB) NOT = SPACES AND
                 WS-AE-APPROVER(WS-SW-SUB) NOT =
                 WS-AE-USERID(WS-SW-SUB)
                 MOVE 'Y'       TO WS-AUTH-FOUND
                 MOVE WS-SW-SUB TO WS-AUTH-SUB
              ELSE
                 MOVE ZERO TO WS-SUB
                 PERFORM WS-AUD-MAX TIMES
                    ADD 1 TO WS-SUB
                    IF WS-SUB <= WS-AUD-COUNT
                       PERFORM C-30-AUTHORITY-CHECK
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       C-400-PRINT.
           MOVE 1 TO WS-VD-SUB.
           PERFORM X-10-SECTION-HEAD.

           WRITE RPT-RECORD FROM WS-RPT-AUDHDR.
           MOVE ZERO TO WS-SUB.
           PERFORM WS-AUD-MAX TIMES
              ADD 1 TO WS-SUB
              IF WS-SUB <= WS-AUD-COUNT
                 PERFORM C-40-PRINT-AUDIT
              END-IF
           END-PERFORM.

           IF WS-AUD-TRUNC = 'Y'
              MOVE 'MORE AUDIT RECORDS IN THE WINDOW THAN THE TABLE HOLD
      -            'S - THE REST ARE NOT SHOWN' TO WS-NOTE-TEXT
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

           MOVE WS-CNT-ACCEPTED  TO WS-AUC-ACCEPTED.
           MOVE WS-CNT-REJECTED  TO WS-AUC-REJECTED.
           MOVE WS-CNT-DISCARDED TO WS-AUC-DISCARDED.
           MOVE WS-CNT-FROZEN    TO WS-AUC-FROZEN.
           MOVE WS-CNT-OTHER     TO WS-AUC-OTHER.
           WRITE RPT-RECORD FROM WS-RPT-AUDCNT.

           IF WS-SW-FOUND = 'Y'
              MOVE WS-SW-STAMP TO WS-SHOW-IN
              PERFORM Z-20-SHOW-STAMP
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'SWITCH: '          DELIMITED BY SIZE
                     WS-AE-COMMAND(WS-SW-SUB) DELIMITED BY SPACE
                     ' AT '              DELIMITED BY SIZE
                     WS-SHOW-OUT         DELIMITED BY SIZE
                     ', FILESET '        DELIMITED BY SIZE
                     WS-SW-OLD           DELIMITED BY SIZE
                     ' TO '              DELIMITED BY SIZE
                     WS-SW-NEW           DELIMITED BY SIZE
                     INTO WS-NOTE-TEXT
              END-STRING
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

           IF WS-AUTH-FOUND = 'Y'
              MOVE WS-AE-STAMP(WS-AUTH-SUB) TO WS-SHOW-IN
              PERFORM Z-20-SHOW-STAMP
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'AUTHORITY: '       DELIMITED BY SIZE
                     WS-AE-COMMAND(WS-AUTH-SUB) DELIMITED BY SPACE
                     ' AT '              DELIMITED BY SIZE
                     WS-SHOW-OUT         DELIMITED BY SIZE
                     ', REQUESTED BY '   DELIMITED BY SIZE
                     WS-AE-USERID(WS-AUTH-SUB) DELIMITED BY SPACE
                     ', APPROVED BY '    DELIMITED BY SIZE
                     WS-AE-APPROVER(WS-AUTH-SUB) DELIMITED BY SPACE
                     INTO WS-NOTE-TEXT
              END-STRING
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

       C-500-VERDICT.
           EVALUATE TRUE
              WHEN WS-SW-FOUND = 'N'
                 MOVE 'FAIL' TO WS-VD-RESULT(1)
                 MOVE 'NO FILESET SWITCH FOR THE GROUP IN THE WINDOW'
                   TO WS-VD-REASON(1)
              WHEN WS-AUTH-FOUND = 'N'
                 MOVE 'FAIL' TO WS-VD-RESULT(1)
                 MOVE 'SWITCH HAS NO SECOND-USER APPROVAL ON EADEAUD'
                   TO WS-VD-REASON(1)
              WHEN OTHER
                 MOVE 'PASS' TO WS-VD-RESULT(1)
                 MOVE 'SWITCH REQUESTED AND APPROVED BY TWO USERS'
                   TO WS-VD-REASON(1)
           END-EVALUATE.
           PERFORM X-20-VERDICT.

       C-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE AUDIT RECORD - KEEP IT IF IT IS THE GROUP'S AND IN THE    *
      * WINDOW                                                        *
      * ------------------------------------------------------------- *
       C-20-ONE-AUDIT SECTION.

           READ AUDFILE
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           IF AUD-GROUP-ID NOT = WS-PARM-GROUP
              EXIT SECTION
           END-IF.

           MOVE AUD-KEY-DATE TO WS-STP-DATE.
           MOVE AUD-KEY-TIME TO WS-STP-TIME.
           PERFORM Z-10-STAMP.

           IF WS-STP-STAMP < WS-WIN-FROM OR
              WS-STP-STAMP > WS-WIN-TO
              EXIT SECTION
           END-IF.

           EVALUATE AUD-RESULT
              WHEN 'A'
                 ADD 1 TO WS-CNT-ACCEPTED
              WHEN 'R'
                 ADD 1 TO WS-CNT-REJECTED
              WHEN 'X'
                 ADD 1 TO WS-CNT-DISCARDED
              WHEN 'F'
                 ADD 1 TO WS-CNT-FROZEN
              WHEN OTHER
                 ADD 1 TO WS-CNT-OTHER
           END-EVALUATE.

           IF WS-AUD-COUNT >= WS-AUD-MAX
              MOVE 'Y' TO WS-AUD-TRUNC
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-AUD-COUNT.
           MOVE WS-STP-STAMP    TO WS-AE-STAMP(WS-AUD-COUNT).
           MOVE AUD-COMMAND     TO WS-AE-COMMAND(WS-AUD-COUNT).
           MOVE AUD-RESULT      TO WS-AE-RESULT(WS-AUD-COUNT).
           MOVE AUD-FILESET-OLD TO WS-AE-OLD(WS-AUD-COUNT).
           MOVE AUD-FILESET-NEW TO WS-AE-NEW(WS-AUD-COUNT).
           MOVE AUD-TIME-SWITCH TO WS-AE-TIMED(WS-AUD-COUNT).
           MOVE AUD-USERID      TO WS-AE-USERID(WS-AUD-COUNT).
           MOVE AUD-APPROVER    TO WS-AE-APPROVER(WS-AUD-COUNT).
           MOVE AUD-TERM        TO WS-AE-TERM(WS-AUD-COUNT).

       C-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * IS AUDIT ENTRY WS-SUB A CONFIRMED, ACCEPTED RECORD AHEAD OF   *
      * THE SWITCH, AND THE LATEST SUCH SO FAR?                       *
      * ------------------------------------------------------------- *
       C-30-AUTHORITY-CHECK SECTION.

           IF WS-AE-RESULT(WS-SUB) NOT = 'A' OR
              WS-AE-STAMP(WS-SUB) > WS-SW-STAMP OR
              WS-AE-APPROVER(WS-SUB) = SPACES OR
              WS-AE-APPROVER(WS-SUB) = WS-AE-USERID(WS-SUB)
              EXIT SECTION
           END-IF.

           IF WS-AUTH-FOUND = 'N' OR
              WS-AE-STAMP(WS-SUB) > WS-AE-STAMP(WS-AUTH-SUB)
              MOVE 'Y'    TO WS-AUTH-FOUND
              MOVE WS-SUB TO WS-AUTH-SUB
           END-IF.

       C-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * PRINT AUDIT ENTRY WS-SUB                                      *
      * ------------------------------------------------------------- *
       C-40-PRINT-AUDIT SECTION.

           MOVE WS-AE-STAMP(WS-SUB) TO WS-SHOW-IN.
           PERFORM Z-20-SHOW-STAMP.
           MOVE WS-SHOW-OUT            TO WS-AUL-STAMP.
           MOVE WS-AE-COMMAND(WS-SUB)  TO WS-AUL-COMMAND.
           EVALUATE WS-AE-RESULT(WS-SUB)
              WHEN 'A'
                 MOVE 'ACCEPTED'  TO WS-AUL-RESULT
              WHEN 'R'
                 MOVE 'REJECTED'  TO WS-AUL-RESULT
              WHEN 'P'
                 MOVE 'PENDING'   TO WS-AUL-RESULT
              WHEN 'X'
                 MOVE 'DISCARDED' TO WS-AUL-RESULT
              WHEN 'C'
                 MOVE 'CONFIG'    TO WS-AUL-RESULT
              WHEN 'F'
                 MOVE 'FROZEN'    TO WS-AUL-RESULT
              WHEN 'O'
                 MOVE 'OVERRIDE'  TO WS-AUL-RESULT
              WHEN 'B'
                 MOVE 'BACKEDOUT' TO WS-AUL-RESULT
              WHEN OTHER
                 MOVE WS-AE-RESULT(WS-SUB) TO WS-AUL-RESULT
           END-EVALUATE.
           MOVE WS-AE-OLD(WS-SUB)      TO WS-AUL-OLD.
           MOVE WS-AE-NEW(WS-SUB)      TO WS-AUL-NEW.
           MOVE WS-AE-TIMED(WS-SUB)    TO WS-AUL-TIMED.
           MOVE WS-AE-USERID(WS-SUB)   TO WS-AUL-USERID.
           MOVE WS-AE-APPROVER(WS-SUB) TO WS-AUL-APPROVER.
           MOVE WS-AE-TERM(WS-SUB)     TO WS-AUL-TERM.
           WRITE RPT-RECORD FROM WS-RPT-AUD.

       C-499-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECTION 2 - EADEHIST BEFORE AND AFTER THE SWITCH              *
      * ------------------------------------------------------------- *
       D-10-TRAFFIC SECTION.

       D-100-START.
           MOVE 'N'              TO WS-EOF-FLAG.
           MOVE LOW-VALUES       TO HIS-KEY.
           MOVE WS-WIN-FROM(1:8) TO HIS-KEY-DATE.
           START HISTFILE KEY IS NOT LESS THAN HIS-KEY
                 INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           PERFORM D-20-ONE-SAMPLE UNTIL WS-EOF-FLAG = 'Y'.

       D-200-PRINT.
           MOVE 2 TO WS-VD-SUB.
           PERFORM X-10-SECTION-HEAD.

           WRITE RPT-RECORD FROM WS-RPT-CNTHDR.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-FL-COUNT
                 MOVE WS-FE-NAME(WS-FL-SUB)   TO WS-CNL-FILE
                 MOVE WS-FE-HIS-BO(WS-FL-SUB) TO WS-CNL-BO
                 MOVE WS-FE-HIS-BN(WS-FL-SUB) TO WS-CNL-BN
                 MOVE WS-FE-HIS-AO(WS-FL-SUB) TO WS-CNL-AO
                 MOVE WS-FE-HIS-AN(WS-FL-SUB) TO WS-CNL-AN
                 PERFORM X-30-FILE-NOTE
                 WRITE RPT-RECORD FROM WS-RPT-CNT
              END-IF
           END-PERFORM.

           IF WS-HIS-STRADDLE-N > ZERO
              MOVE WS-HIS-STRADDLE TO WS-SHOW-IN
              PERFORM Z-20-SHOW-STAMP
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'THE SAMPLE AT '     DELIMITED BY SIZE
                     WS-SHOW-OUT          DELIMITED BY SIZE
                     ' STRADDLES THE SWITCH AND IS LEFT OUT'
                                          DELIMITED BY SIZE
                     INTO WS-NOTE-TEXT
              END-STRING
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

           IF WS-FILE-TRUNC = 'Y'
              MOVE 'MORE FILES THAN THE TABLE HOLDS - THE REST ARE NOT C
      -            'OUNTED' TO WS-NOTE-TEXT
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

       D-300-VERDICT.
           EVALUATE TRUE
              WHEN WS-SW-FOUND = 'N'
                 MOVE 'FAIL' TO WS-VD-RESULT(2)
                 MOVE 'NO SWITCH TO MEASURE TRAFFIC AGAINST'
                   TO WS-VD-REASON(2)
              WHEN WS-TOT-HIS-AO > ZERO
                 MOVE 'FAIL' TO WS-VD-RESULT(2)
                 MOVE 'OLD SIDE STILL TOOK REQUESTS AFTER THE SWITCH'
                   TO WS-VD-REASON(2)
              WHEN WS-TOT-HIS-AN = ZERO
                 MOVE 'FAIL' TO WS-VD-RESULT(2)
                 MOVE 'NO NEW-SIDE TRAFFIC SAMPLED AFTER THE SWITCH'
                   TO WS-VD-REASON(2)
              WHEN OTHER
                 MOVE 'PASS' TO WS-VD-RESULT(2)
                 MOVE 'TRAFFIC MOVED TO THE NEW SIDE, NONE LEFT BEHIND'
                   TO WS-VD-REASON(2)
           END-EVALUATE.
           PERFORM X-20-VERDICT.

       D-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE HISTORY SAMPLE                                            *
      * ------------------------------------------------------------- *
       D-20-ONE-SAMPLE SECTION.

           READ HISTFILE NEXT
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           MOVE HIS-KEY-DATE      TO WS-STP-STAMP(1:8).
           MOVE HIS-KEY-TIME(1:6) TO WS-STP-STAMP(9:6).

           IF WS-STP-STAMP > WS-WIN-TO
              MOVE 'Y' TO WS-EOF-FLAG
              EXIT SECTION
           END-IF.

           IF HIS-KEY-GROUP NOT = WS-PARM-GROUP OR
              WS-STP-STAMP < WS-WIN-FROM
              EXIT SECTION
           END-IF.

           MOVE HIS-KEY-FILE TO WS-CUR-FILE.
           PERFORM Z-40-FIND-FILE.
           IF WS-FL-MATCH = ZERO
              EXIT SECTION
           END-IF.
      *
      *    OLD AND NEW ARE THE SWITCH'S LETTERS; WITH NO SWITCH,
      *    HIS-FILESET IS 'NEW' AND THE OTHER SIDE 'OLD'.
      *
           IF (WS-SW-FOUND = 'Y' AND WS-SW-NEW = 'A') OR
              (WS-SW-FOUND = 'N' AND HIS-FILESET = 'A')
              MOVE HIS-DELTA-A TO WS-HIS-NEW
              MOVE HIS-DELTA-B TO WS-HIS-OLD
           ELSE
              MOVE HIS-DELTA-B TO WS-HIS-NEW
              MOVE HIS-DELTA-A TO WS-HIS-OLD
           END-IF.

           IF WS-STP-STAMP NOT > WS-SW-STAMP
              ADD WS-HIS-OLD TO WS-FE-HIS-BO(WS-FL-MATCH)
              ADD WS-HIS-NEW TO WS-FE-HIS-BN(WS-FL-MATCH)
              EXIT SECTION
           END-IF.
      *
      *    THE FIRST SAMPLE AFTER THE SWITCH COVERS AN INTERVAL THAT
      *    BEGAN BEFORE IT.
      *
           IF WS-HIS-STRADDLE = SPACES
              MOVE WS-STP-STAMP TO WS-HIS-STRADDLE
           END-IF.
           IF WS-STP-STAMP = WS-HIS-STRADDLE
              ADD 1 TO WS-HIS-STRADDLE-N
              EXIT SECTION
           END-IF.

           ADD WS-HIS-OLD TO WS-FE-HIS-AO(WS-FL-MATCH).
           ADD WS-HIS-NEW TO WS-FE-HIS-AN(WS-FL-MATCH).
           ADD WS-HIS-OLD TO WS-TOT-HIS-AO.
           ADD WS-HIS-NEW TO WS-TOT-HIS-AN.

       D-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECTION 3 - THE EADT TRACE CAPTURE AND ITS STRAGGLERS         *
      * ------------------------------------------------------------- *
       E-10-TRACE SECTION.

       E-100-HEAD.
           MOVE 3 TO WS-VD-SUB.
           PERFORM X-10-SECTION-HEAD.

       E-200-READ.
      *
      *    STRAGGLERS ARE LISTED AS THEY ARE READ, UNDER THE SECTION
      *    HEADING; THE PER-FILE COUNTS FOLLOW THEM.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM E-20-ONE-TRACE UNTIL WS-EOF-FLAG = 'Y'.

           IF WS-DET-COUNT > WS-DET-MAX
              MOVE WS-DET-MAX TO WS-SUP-MAX
              WRITE RPT-RECORD FROM WS-RPT-SUPPRESS
           END-IF.

       E-300-PRINT.
           WRITE RPT-RECORD FROM WS-RPT-CNTHDR.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-FL-COUNT
                 MOVE WS-FE-NAME(WS-FL-SUB)   TO WS-CNL-FILE
                 MOVE WS-FE-TRC-BO(WS-FL-SUB) TO WS-CNL-BO
                 MOVE WS-FE-TRC-BN(WS-FL-SUB) TO WS-CNL-BN
                 MOVE WS-FE-TRC-AO(WS-FL-SUB) TO WS-CNL-AO
                 MOVE WS-FE-TRC-AN(WS-FL-SUB) TO WS-CNL-AN
                 PERFORM X-30-FILE-NOTE
                 WRITE RPT-RECORD FROM WS-RPT-CNT
              END-IF
           END-PERFORM.

       E-400-VERDICT.
           EVALUATE TRUE
              WHEN WS-SW-FOUND = 'N'
                 MOVE 'FAIL' TO WS-VD-RESULT(3)
                 MOVE 'NO SWITCH TO MEASURE THE TRACE AGAINST'
                   TO WS-VD-REASON(3)
              WHEN WS-TOT-STRAGGLERS > ZERO
                 MOVE 'FAIL' TO WS-VD-RESULT(3)
                 MOVE 'STRAGGLERS STILL DROVE THE OLD SIDE'
                   TO WS-VD-REASON(3)
              WHEN WS-TOT-TRC-A = ZERO
                 MOVE 'FAIL' TO WS-VD-RESULT(3)
                 MOVE 'NO TRACE CAPTURED AFTER THE SWITCH'
                   TO WS-VD-REASON(3)
              WHEN OTHER
                 MOVE 'PASS' TO WS-VD-RESULT(3)
                 MOVE 'TRACED REQUESTS ALL ON THE NEW SIDE'
                   TO WS-VD-REASON(3)
           END-EVALUATE.
           PERFORM X-20-VERDICT.

       E-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE TRACE RECORD                                              *
      * ------------------------------------------------------------- *
       E-20-ONE-TRACE SECTION.

           READ TRCFILE
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           IF TRC-GROUP NOT = WS-PARM-GROUP
              EXIT SECTION
           END-IF.

           MOVE TRC-DATE TO WS-STP-DATE.
           MOVE TRC-TIME TO WS-STP-TIME.
           PERFORM Z-10-STAMP.

           IF WS-STP-STAMP < WS-WIN-FROM OR
              WS-STP-STAMP > WS-WIN-TO
              EXIT SECTION
           END-IF.
      *
      *    THE TRACE CARRIES THE CICS FILE NAME - THE BASE NAME (ONE
      *    TO SEVEN CHARACTERS) WITH THE FILESET LETTER APPENDED
      *    STRAIGHT AFTER IT, SO THE LETTER IS THE LAST NON-BLANK
      *    CHARACTER, WHEREVER THAT FALLS.
      *
           MOVE ZERO TO WS-TRC-NAME-LEN.
           INSPECT TRC-FILE TALLYING WS-TRC-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TRC-NAME-LEN < 2
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-CUR-FILE.
           MOVE TRC-FILE(1:WS-TRC-NAME-LEN - 1) TO WS-CUR-FILE.
           PERFORM Z-40-FIND-FILE.
           IF WS-FL-MATCH = ZERO
              EXIT SECTION
           END-IF.

           IF WS-STP-STAMP NOT > WS-SW-STAMP
              IF (WS-SW-FOUND = 'Y' AND TRC-FILESET = WS-SW-NEW) OR
                 WS-SW-FOUND = 'N'
                 ADD 1 TO WS-FE-TRC-BN(WS-FL-MATCH)
              ELSE
                 ADD 1 TO WS-FE-TRC-BO(WS-FL-MATCH)
              END-IF
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-TOT-TRC-A.

           IF TRC-FILESET = WS-SW-NEW
              ADD 1 TO WS-FE-TRC-AN(WS-FL-MATCH)
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-FE-TRC-AO(WS-FL-MATCH).
           ADD 1 TO WS-TOT-STRAGGLERS.
           ADD 1 TO WS-DET-COUNT.

           IF WS-DET-COUNT <= WS-DET-MAX
              MOVE WS-STP-STAMP TO WS-SHOW-IN
              PERFORM Z-20-SHOW-STAMP
              MOVE WS-SHOW-OUT  TO WS-STL-STAMP
              MOVE TRC-TRAN     TO WS-STL-TRAN
              MOVE TRC-TASKNUM  TO WS-STL-TASK
              MOVE TRC-TERM     TO WS-STL-TERM
              MOVE TRC-FILE     TO WS-STL-FILE
              MOVE TRC-FILESET  TO WS-STL-FILESET
              WRITE RPT-RECORD FROM WS-RPT-STRAG
           END-IF.

       E-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECTION 4 - THE ABRECON OUTCOMES UP TO THE SWITCH             *
      * ------------------------------------------------------------- *
       F-10-RECONCILIATION SECTION.

       F-100-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM F-20-ONE-OUTCOME UNTIL WS-EOF-FLAG = 'Y'.

       F-200-PRINT.
           MOVE 4 TO WS-VD-SUB.
           PERFORM X-10-SECTION-HEAD.

           IF WS-CKP-FOUND = 'N'
              MOVE 'THE GROUP HAS NO EADECKPT RECORD - ITS FILE LIST IS
      -            ' NOT KNOWN' TO WS-NOTE-TEXT
              WRITE RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-RCNHDR.
           MOVE ZERO TO WS-FL-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-FL-SUB
              IF WS-FL-SUB <= WS-FL-COUNT
                 PERFORM F-30-PRINT-FILE
              END-IF
           END-PERFORM.

       F-300-VERDICT.
           EVALUATE TRUE
              WHEN WS-CKP-FOUND = 'N'
                 MOVE 'FAIL' TO WS-VD-RESULT(4)
                 MOVE 'GROUP NOT ON EADECKPT - FILE LIST UNKNOWN'
                   TO WS-VD-REASON(4)
              WHEN WS-RCN-FAILS > ZERO
                 MOVE 'FAIL' TO WS-VD-RESULT(4)
                 MOVE 'A FILE NOT RECONCILED CLEAN BEFORE THE SWITCH'
                   TO WS-VD-REASON(4)
              WHEN OTHER
                 MOVE 'PASS' TO WS-VD-RESULT(4)
                 MOVE 'EVERY FILE RECONCILED CLEAN BEFORE THE SWITCH'
                   TO WS-VD-REASON(4)
           END-EVALUATE.
           PERFORM X-20-VERDICT.

       F-999-TERMINATE.
           EXIT.
      * ------------------------------------------------------------- *
      * ONE ABRECON OUTCOME - KEEP THE LATEST PER FILE                *
      * ------------------------------------------------------------- *
       F-20-ONE-OUTCOME SECTION.

           READ RCNLOG
                AT END
                  MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

           IF WS-EOF-FLAG = 'Y'
              EXIT SECTION
           END-IF.

           IF RCN-GROUP-ID NOT = WS-PARM-GROUP
              EXIT SECTION
           END-IF.

           MOVE RCN-DATE      TO WS-STP-STAMP(1:8).
           MOVE RCN-TIME(1:6) TO WS-STP-STAMP(9:6).

           IF WS-STP-STAMP < WS-WIN-FROM OR
              WS-STP-STAMP > WS-WIN-TO OR
              WS-STP-STAMP > WS-SW-STAMP
              EXIT SECTION
           END-IF.
      *
      *    A FILE THE GROUP DOES NOT SWITCH IS NOT PART OF THE
      *    EVIDENCE, HOWEVER IT CAME OUT.
      *
           MOVE ZERO TO WS-FL-MATCH.
           MOVE ZERO TO WS-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-SUB
              IF WS-SUB <= WS-FL-COUNT
                 IF WS-FE-NAME(WS-SUB) = RCN-FILE AND
                    WS-FE-LISTED(WS-SUB) = 'Y'
                    MOVE WS-SUB TO WS-FL-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FL-MATCH = ZERO
              EXIT SECTION
           END-IF.

           IF WS-FE-RCN-STAMP(WS-FL-MATCH) = SPACES OR
              WS-STP-STAMP NOT < WS-FE-RCN-STAMP(WS-FL-MATCH)
              MOVE WS-STP-STAMP   TO WS-FE-RCN-STAMP(WS-FL-MATCH)
              MOVE RCN-RESULT     TO WS-FE-RCN-RESULT(WS-FL-MATCH)
              MOVE RCN-READ-A     TO WS-FE-RCN-READ-A(WS-FL-MATCH)
              MOVE RCN-READ-B     TO WS-FE-RCN-READ-B(WS-FL-MATCH)
              MOVE RCN-MISMATCHES TO WS-FE-RCN-MISMATCH(WS-FL-MATCH)
           END-IF.

       F-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * PRINT ONE FILE'S LATEST OUTCOME AND JUDGE IT                  *
      * ------------------------------------------------------------- *
       F-30-PRINT-FILE SECTION.

           IF WS-FE-LISTED(WS-FL-SUB) NOT = 'Y'
              EXIT SECTION
           END-IF.

           MOVE WS-FE-NAME(WS-FL-SUB) TO WS-RCL-FILE.
           MOVE SPACES TO WS-RCL-NOTE.

           IF WS-FE-RCN-STAMP(WS-FL-SUB) = SPACES
              MOVE SPACES       TO WS-RCL-STAMP
              MOVE 'NONE'       TO WS-RCL-RESULT
              MOVE ZERO         TO WS-RCL-READ-A, WS-RCL-READ-B,
                                   WS-RCL-MISMATCH
              MOVE 'NOT RECONCILED' TO WS-RCL-NOTE
              ADD 1 TO WS-RCN-FAILS
              WRITE RPT-RECORD FROM WS-RPT-RCN
              EXIT SECTION
           END-IF.

           MOVE WS-FE-RCN-STAMP(WS-FL-SUB) TO WS-SHOW-IN.
           PERFORM Z-20-SHOW-STAMP.
           MOVE WS-SHOW-OUT                   TO WS-RCL-STAMP.
           MOVE WS-FE-RCN-READ-A(WS-FL-SUB)   TO WS-RCL-READ-A.
           MOVE WS-FE-RCN-READ-B(WS-FL-SUB)   TO WS-RCL-READ-B.
           MOVE WS-FE-RCN-MISMATCH(WS-FL-SUB) TO WS-RCL-MISMATCH.

           IF WS-FE-RCN-RESULT(WS-FL-SUB) = 'M'
              MOVE 'MATCHED'  TO WS-RCL-RESULT
           ELSE
              MOVE 'DIFFERED' TO WS-RCL-RESULT
              MOVE 'NOT FIT FOR CUTOVER' TO WS-RCL-NOTE
              ADD 1 TO WS-RCN-FAILS
           END-IF.

           WRITE RPT-RECORD FROM WS-RPT-RCN.

       F-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * SECTION HEADING FOR SECTION WS-VD-SUB                         *
      * ------------------------------------------------------------- *
       X-10-SECTION-HEAD SECTION.

           MOVE WS-VD-SUB              TO WS-SEC-NUM.
           MOVE WS-SEC-TEXT(WS-VD-SUB) TO WS-SEC-TITLE.
           WRITE RPT-RECORD FROM WS-RPT-SECTION.

       X-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * VERDICT LINE FOR SECTION WS-VD-SUB                            *
      * ------------------------------------------------------------- *
       X-20-VERDICT SECTION.

           MOVE WS-VD-RESULT(WS-VD-SUB) TO WS-VDL-RESULT.
           MOVE WS-VD-REASON(WS-VD-SUB) TO WS-VDL-REASON.
           WRITE RPT-RECORD FROM WS-RPT-VERDICT.

       X-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FLAG A FILE NO LONGER ON THE GROUP'S FILE LIST                *
      * ------------------------------------------------------------- *
       X-30-FILE-NOTE SECTION.

           IF WS-FE-LISTED(WS-FL-SUB) = 'Y'
              MOVE SPACES TO WS-CNL-NOTE
           ELSE
              MOVE 'NOT ON FILE LIST' TO WS-CNL-NOTE
           END-IF.

       X-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * WS-STP-DATE/WS-STP-TIME, IN EITHER MM/DD/YY HH:MM:SS OR       *
      * YYYYMMDD HHMMSS FORM, AS A YYYYMMDDHHMMSS STAMP               *
      * ------------------------------------------------------------- *
       Z-10-STAMP SECTION.

           IF WS-STP-DATE(3:1) = '/'
              MOVE WS-STP-DATE(7:2) TO WS-STP-YY
              IF WS-STP-YY >= 70
                 MOVE '19' TO WS-STP-CC
              ELSE
                 MOVE '20' TO WS-STP-CC
              END-IF
              MOVE WS-STP-DATE(1:2) TO WS-STP-MM
              MOVE WS-STP-DATE(4:2) TO WS-STP-DD
           ELSE
              MOVE WS-STP-DATE TO WS-STP-STAMP(1:8)
           END-IF.

           IF WS-STP-TIME(3:1) = ':'
              MOVE WS-STP-TIME(1:2) TO WS-STP-HH
              MOVE WS-STP-TIME(4:2) TO WS-STP-MI
              MOVE WS-STP-TIME(7:2) TO WS-STP-SS
           ELSE
              MOVE WS-STP-TIME(1:6) TO WS-STP-STAMP(9:6)
           END-IF.

       Z-199-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * WS-SHOW-IN (YYYYMMDDHHMMSS) AS YYYYMMDD HHMMSS IN WS-SHOW-OUT *
      * ------------------------------------------------------------- *
       Z-20-SHOW-STAMP SECTION.

           MOVE WS-SHOW-IN(1:8) TO WS-SHOW-DATE.
           MOVE WS-SHOW-IN(9:6) TO WS-SHOW-TIME.

       Z-299-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * IS WS-CHK-DATE/WS-CHK-TIME A PLAUSIBLE DATE AND TIME?         *
      * (WS-PARM-OK SET TO 'N' IF NOT)                                *
      * ------------------------------------------------------------- *
       Z-30-CHECK-STAMP SECTION.

           IF WS-CHK-DATE NOT NUMERIC OR
              WS-CHK-TIME NOT NUMERIC
              MOVE 'N' TO WS-PARM-OK
              EXIT SECTION
           END-IF.

           IF WS-CHK-MM < 01 OR WS-CHK-MM > 12 OR
              WS-CHK-DD < 01 OR WS-CHK-DD > 31 OR
              WS-CHK-HH > 23 OR WS-CHK-MI > 59 OR
              WS-CHK-SS > 59
              MOVE 'N' TO WS-PARM-OK
           END-IF.

       Z-399-EXIT.
           EXIT.
      * ------------------------------------------------------------- *
      * FIND WS-CUR-FILE IN THE FILE TABLE, ADDING IT IF THERE IS     *
      * ROOM (WS-FL-MATCH, ZERO IF THE TABLE IS FULL)                 *
      * ------------------------------------------------------------- *
       Z-40-FIND-FILE SECTION.

           MOVE ZERO TO WS-FL-MATCH.
           MOVE ZERO TO WS-SUB.
           PERFORM WS-FL-MAX TIMES
              ADD 1 TO WS-SUB
              IF WS-SUB <= WS-FL-COUNT
                 IF WS-FE-NAME(WS-SUB) = WS-CUR-FILE
                    MOVE WS-SUB TO WS-FL-MATCH
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-FL-MATCH NOT = ZERO
              EXIT SECTION
           END-IF.

           IF WS-FL-COUNT >= WS-FL-MAX
              MOVE 'Y' TO WS-FILE-TRUNC
              EXIT SECTION
           END-IF.

           ADD 1 TO WS-FL-COUNT.
           MOVE WS-FL-COUNT TO WS-FL-MATCH.
           MOVE WS-CUR-FILE TO WS-FE-NAME(WS-FL-MATCH).
           MOVE 'N'         TO WS-FE-LISTED(WS-FL-MATCH).
           MOVE ZERO        TO WS-FE-HIS-BO(WS-FL-MATCH),
                               WS-FE-HIS-BN(WS-FL-MATCH),
                               WS-FE-HIS-AO(WS-FL-MATCH),
                               WS-FE-HIS-AN(WS-FL-MATCH),
                               WS-FE-TRC-BO(WS-FL-MATCH),
                               WS-FE-TRC-BN(WS-FL-MATCH),
                               WS-FE-TRC-AO(WS-FL-MATCH),
                               WS-FE-TRC-AN(WS-FL-MATCH).
           MOVE SPACES      TO WS-FE-RCN-STAMP(WS-FL-MATCH),
                               WS-FE-RCN-RESULT(WS-FL-MATCH).
           MOVE ZERO        TO WS-FE-RCN-READ-A(WS-FL-MATCH),
                               WS-FE-RCN-READ-B(WS-FL-MATCH),
                               WS-FE-RCN-MISMATCH(WS-FL-MATCH).

       Z-499-EXIT.
           EXIT.

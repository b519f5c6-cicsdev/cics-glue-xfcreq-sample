      *  FUNCTION  : RECORD LAYOUT FOR THE RECOVERABLE XFCREQ          *
      *              CHECKPOINT FILE (EADECKPT), KEYED BY GROUP ID.    *
      *              ONE RECORD HOLDS EVERYTHING A GWA-GROUP-ENTRY     *
      *              HOLDS - FILESET PAIR, PENDING SWITCH SCHEDULE,    *
      *              THE FILEADD/FILEDEL-MAINTAINED FILE LIST, THE     *
      *              STATE OF THE NEW-SIDE UPDATE JOURNAL, THE PILOT   *
      *              REQUESTER LIST AND THE WRITE FENCE -              *
      *              SO THE RESTORE COMMAND CAN REBUILD EVERY GROUP    *
      *              EXACTLY AS IT STOOD BEFORE A CICS RESTART.  THE   *
      *              RECORD IS REWRITTEN EVERY TIME A COMMAND          *
           03  CKP-FILE-COUNT          PIC S9(04) COMP.
           03  CKP-FILELIST-DATA.
               05  CKP-FILELIST-ENTRY  PIC X(08) OCCURS 50 TIMES.
           03  CKP-JRNL-FLAG           PIC X(01).
           03  CKP-JRNL-ID             PIC X(14).
           03  CKP-JRNL-PRIOR          PIC X(01).
           03  CKP-PILOT-COUNT         PIC S9(04) COMP.
           03  CKP-PILOT-DATA.
               05  CKP-PILOT-ENTRY OCCURS 10 TIMES.
                   07  CKP-PILOT-TYPE  PIC X(01).
                   07  CKP-PILOT-ID    PIC X(08).
           03  CKP-FENCE-FLAG          PIC X(01).
           03  CKP-FENCE-SET           PIC X(14).
           03  CKP-FENCE-MINUTES       PIC S9(04) COMP.
           03  CKP-FENCE-UNTIL         PIC S9(15) COMP-3.
           03  FILLER                  PIC X(02).

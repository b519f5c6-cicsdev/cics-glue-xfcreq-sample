      *---------------------------------------------------------------*
      *  COPYBOOK  : JRNLREC                                           *
      *  FUNCTION  : RECORD LAYOUT FOR THE XFCREQ NEW-SIDE UPDATE      *
      *              JOURNAL.  WHILE A GROUP'S GWA-JRNL-FLAG IS 'Y'    *
      *              (SEE GWAMAP), WHICHEVER HALF OF THE SMPFCREQ/     *
      *              SMPFCRQ2 EXIT PAIR ROUTES A WRITE, REWRITE OR     *
      *              DELETE AGAINST ONE OF THE GROUP'S FILES WRITES    *
      *              ONE OF THESE TO EXTRAPARTITION TD QUEUE EADJ      *
      *              BEFORE LETTING THE REQUEST GO, STAMPED WITH       *
      *              GWA-JRNL-ID SO THE RECORDS OF ONE JOURNAL CAN BE  *
      *              TOLD FROM THOSE OF AN EARLIER OR LATER ONE.  THE  *
      *              QUEUE IS READ BACK IN THE ORDER IT WAS WRITTEN,   *
      *              WHICH IS THE ORDER THE UPDATES WERE MADE.         *
      *              JRN-FILE IS THE CICS FILE THE REQUEST WENT TO,    *
      *              JRN-BASE THE GROUP FILE LIST NAME IT CAME FROM    *
      *              AND JRN-FILESET THE LETTER THAT SERVED IT.        *
      *              JRN-REQUEST IS 'W' WRITE, 'R' REWRITE OR 'D'      *
      *              DELETE.  JRN-KEY HOLDS THE KEY THE REQUEST ACTED  *
      *              ON (FOR A REWRITE OR A DELETE WITHOUT RIDFLD,     *
      *              THE KEY OF THE RECORD READ FOR UPDATE), LEFT-     *
      *              JUSTIFIED AND PADDED WITH LOW-VALUES, AND JRN-    *
      *              KEY-POS ITS OFFSET FROM ZERO WITHIN THE RECORD,   *
      *              AS INQUIRE FILE KEYPOSITION GIVES IT.  A WRITE    *
      *              OR REWRITE CARRIES THE RECORD IMAGE IN            *
      *              JRN-REC-IMAGE FOR JRN-REC-LENGTH BYTES; A         *
      *              DELETE, OR ANY REQUEST WHOSE IMAGE THE EXIT       *
      *              COULD NOT SEE, HAS A LENGTH OF ZERO.  A REWRITE,  *
      *              OR A DELETE WITHOUT RIDFLD, ALSO CARRIES THE      *
      *              RECORD AS THE TASK READ IT FOR UPDATE - THE       *
      *              BEFORE IMAGE - IN JRN-BEF-IMAGE FOR               *
      *              JRN-BEF-LENGTH BYTES; A WRITE, A DELETE WITH      *
      *              RIDFLD, OR A REQUEST WHOSE READ FOR UPDATE THE    *
      *              EXIT DID NOT SEE, HAS A BEFORE LENGTH OF ZERO.    *
      *              THE QUEUE RECORD IS VARIABLE - THE FIXED PART     *
      *              (340 BYTES) PLUS THE AFTER IMAGE, OR, WHEN A      *
      *              BEFORE IMAGE IS CARRIED, THE FIXED PART, THE      *
      *              WHOLE 4096-BYTE AFTER IMAGE AREA AND THE BEFORE   *
      *              IMAGE.  THE SITE MAPS EADJ TO A DATASET THE       *
      *              BATCH REPLAY JRNLRPLY READS.                      *
      *---------------------------------------------------------------*
       01  JRN-RECORD.
           03  JRN-GROUP               PIC X(04).
           03  JRN-ID                  PIC X(14).
           03  JRN-DATE                PIC X(08).
           03  JRN-TIME                PIC X(08).
           03  JRN-TASKNUM             PIC 9(07).
           03  JRN-TRAN                PIC X(04).
           03  JRN-TERM                PIC X(04).
           03  JRN-FILE                PIC X(08).
           03  JRN-BASE                PIC X(08).
           03  JRN-FILESET             PIC X(01).
           03  JRN-REQUEST             PIC X(01).
           03  JRN-KEY-POS             PIC 9(05).
           03  JRN-KEY-LENGTH          PIC 9(03).
           03  JRN-KEY                 PIC X(255).
           03  JRN-REC-LENGTH          PIC 9(05).
           03  JRN-BEF-LENGTH          PIC 9(05).
           03  JRN-REC-IMAGE           PIC X(4096).
           03  JRN-BEF-IMAGE           PIC X(4096).

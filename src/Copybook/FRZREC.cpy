      *---------------------------------------------------------------*
      *  COPYBOOK  : FRZREC                                            *
      *  FUNCTION  : RECORD LAYOUT FOR THE RECOVERABLE XFCREQ CHANGE-  *
      *              FREEZE FILE (EADEFRZ), KEYED BY GROUP ID PLUS     *
      *              WINDOW START DATE/TIME.  A 'W' RECORD IS A        *
      *              FREEZE WINDOW - FROM FRZ-START UP TO (NOT         *
      *              INCLUDING) FRZ-END NO ENABLE, UPDATE, SWITCH,     *
      *              CALSET, COORD OR CONFIRM MAY RUN AGAINST THE      *
      *              GROUP.  A GROUP ID OF 'ALL ' FREEZES EVERY        *
      *              GROUP.  AN 'O' RECORD IS AN EMERGENCY OVERRIDE    *
      *              GRANTED THROUGH THE DUAL-CONTROL WORKFLOW - FOR   *
      *              ITS OWN SPAN IT LETS THOSE COMMANDS THROUGH FOR   *
      *              THE GROUP IN SPITE OF ANY WINDOW.  DATES ARE      *
      *              YYYYMMDD AND TIMES HHMMSS, SO EACH START/END      *
      *              PAIR COMPARES DIRECTLY AS ONE 14-BYTE STAMP.      *
      *              FRZ-APPROVER IS THE CONFIRMING USER OF AN         *
      *              OVERRIDE AND SPACES ON A WINDOW.                  *
      *---------------------------------------------------------------*
       01  FRZ-RECORD.
           03  FRZ-KEY.
               05  FRZ-GROUP-ID        PIC X(04).
               05  FRZ-START.
                   07  FRZ-START-DATE  PIC X(08).
                   07  FRZ-START-TIME  PIC X(06).
           03  FRZ-TYPE                PIC X(01).
           03  FRZ-END.
               05  FRZ-END-DATE        PIC X(08).
               05  FRZ-END-TIME        PIC X(06).
           03  FRZ-USERID              PIC X(08).
           03  FRZ-APPROVER            PIC X(08).
           03  FRZ-ADD-DATE            PIC X(08).
           03  FRZ-ADD-TIME            PIC X(08).
           03  FILLER                  PIC X(15).

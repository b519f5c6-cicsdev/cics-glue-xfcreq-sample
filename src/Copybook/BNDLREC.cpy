      *---------------------------------------------------------------*
      *  COPYBOOK  : BNDLREC                                           *
      *  FUNCTION  : RECORD LAYOUT FOR THE RECOVERABLE XFCREQ SWITCH   *
      *              BUNDLE FILE (EADEBNDL), KEYED BY BUNDLE ID.  A    *
      *              BUNDLE NAMES UP TO EXIT-MAX-BUNDLE-GROUPS GROUPS  *
      *              THAT SHARE DATA AND MUST MOVE TOGETHER, IN THE    *
      *              ORDER THEY ARE TO BE CUT OVER - BND-GROUP-ID(1)   *
      *              SWITCHES FIRST.  BNDSWTCH SWITCHES THE WHOLE      *
      *              BUNDLE AS ONE UNIT, BACKING OUT EVERY GROUP       *
      *              ALREADY SWITCHED IF A LATER ONE FAILS.  A BUNDLE  *
      *              STAGED FOR A TIMED SWITCH CARRIES BND-TIME-SWITCH *
      *              'Y' AND THE EVENT DATE/TIME IN THE SAME FORM AS   *
      *              GWA-EVENT-DATE/GWA-EVENT-TIME, SO RESTORE CAN PUT *
      *              ITS SWITCH TASK BACK ON THE CLOCK.  BUNDLE IDS    *
      *              SHARE THE EADEPEND KEY WITH GROUP IDS AND SO MUST *
      *              NOT BE THE ID OF ANY GROUP.                       *
      *---------------------------------------------------------------*
       01  BND-RECORD.
           03  BND-KEY.
               05  BND-BUNDLE-ID       PIC X(04).
           03  BND-GROUP-COUNT         PIC S9(04) COMP.
           03  BND-GROUP-LIST.
               05  BND-GROUP-ID        PIC X(04) OCCURS 7 TIMES.
           03  BND-TIME-SWITCH         PIC X(01).
           03  BND-EVENT-DATE          PIC X(08).
           03  BND-EVENT-TIME          PIC X(13).
           03  BND-USERID              PIC X(08).
           03  BND-DEF-DATE            PIC X(08).
           03  BND-DEF-TIME            PIC X(08).
           03  FILLER                  PIC X(20).

      *REMARKS
      *****************************************************************
      * PSEUDO-CONVERSATIONAL OPERATIONS CONSOLE FOR THE XFCREQ       *
      * FILESET SWITCH.  PRESENTS THE OCCUPIED GWA-GROUP-ENTRY SLOTS  *
      * FOUR TO A PAGE (MAP EADEMP2 OF MAPSET EADESET): GROUP ID,     *
      * FILESET(P)/(N), THE COMPUTED LIVE FILESET, THE SWITCH STATE,  *
      * THE EVENT DATE/TIME, THE FILE COUNT AND, WHILE A PILOT IS     *
      * RUNNING, THE NUMBER OF PILOT REQUESTERS SERVED FROM           *
      * FILESET(N).  PF7/PF8 PAGE BACKWARDS AND FORWARDS THROUGH THE  *
      * GROUPS AND THE CURRENT PAGE NUMBER RIDES IN THE CONSOLE'S OWN *
      * COMMAREA BETWEEN PSEUDO-CONVERSATIONAL PASSES.                *
      *                                                               *
      * PF KEY ACTIONS (THE CURSOR ON A GROUP LINE SELECTS THE        *
      * GROUP):                                                       *
          03  WS-GL-EVENT-TIME         PIC X(13).
          03  FILLER                   PIC X(03) VALUE SPACES.
          03  WS-GL-FILE-COUNT         PIC 9(02).
          03  FILLER                   PIC X(06) VALUE SPACES.
          03  WS-GL-PILOT-COUNT        PIC Z9.
          03  FILLER                   PIC X(07) VALUE SPACES.
      *
      *    THE SELECTED GROUP'S FILE LIST, SEVEN NAMES TO A SCREEN
      *    LINE.
           MOVE GWA-EVENT-DATE(WS-GRP-SUB)   TO WS-GL-EVENT-DATE.
           MOVE GWA-EVENT-TIME(WS-GRP-SUB)   TO WS-GL-EVENT-TIME.
           MOVE GWA-FILE-COUNT(WS-GRP-SUB)   TO WS-GL-FILE-COUNT.
      *
      *    THE PILOT COLUMN STAYS BLANK UNLESS REQUESTERS ARE BEING
      *    SERVED FROM FILESET(N) AHEAD OF THE SWITCH.
      *
           IF GWA-PILOT-COUNT(WS-GRP-SUB) > ZERO AND
              GWA-FILESET-NEXT(WS-GRP-SUB) NOT = GWA-FILESET(WS-GRP-SUB)
              MOVE GWA-PILOT-COUNT(WS-GRP-SUB) TO WS-GL-PILOT-COUNT
           END-IF.

           MOVE GWA-EVENT-TIME(WS-GRP-SUB)(1:6) TO WS-EVT-HHMMSS.


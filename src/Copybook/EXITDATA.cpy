      *
       01  EXIT-TRACE-MINUTES          PIC S9(08) COMP VALUE 10.
      *
      *    DEFAULT TIME LIMIT, IN MINUTES, ON A WRITE FENCE SET
      *    WITHOUT AN EXPLICIT LIMIT - LONG ENOUGH FOR THE STANDBY
      *    COPY, SHORT ENOUGH THAT A FORGOTTEN FENCE DOES NOT HOLD
      *    THE GROUP READ-ONLY FOR THE REST OF THE DAY.
      *
       01  EXIT-FENCE-MINUTES          PIC S9(08) COMP VALUE 60.
      *
      *    DEFAULT SPAN, IN MINUTES, OF AN EMERGENCY CHANGE-FREEZE
      *    OVERRIDE CONFIRMED WITHOUT AN EXPLICIT SPAN - LONG ENOUGH
      *    TO RUN THE EMERGENCY CHANGE, SHORT ENOUGH THAT A
      *    FORGOTTEN OVERRIDE DOES NOT QUIETLY END THE FREEZE.
      *
       01  EXIT-FRZ-OVR-MINUTES        PIC S9(04) COMP VALUE 60.
      *
      *    MOST EADEFRZ RECORDS (WINDOWS PLUS OVERRIDES) FRZLIST
      *    WILL BROWSE.  FRZADD TAKES NO NEW WINDOW ONCE THE FILE
      *    HOLDS THIS MANY, AND A FREEZE CHECK THAT FINDS MORE THAN
      *    THIS MANY UNDER THE GROUP'S OWN KEY, OR UNDER 'ALL ',
      *    TAKES THE GROUP AS FROZEN.
      *
       01  EXIT-MAX-FREEZE             PIC S9(04) COMP VALUE 200.
      *
      *    MOST GROUPS ONE SWITCH BUNDLE (EADEBNDL, SEE BNDLREC) CAN
      *    NAME - MUST MATCH THE OCCURS BOUND ON BND-GROUP-ID, AND IS
      *    AS MANY AS A BNDDEF COMMAND LINE CAN CARRY - AND MOST
      *    BUNDLES RESTORE WILL BROWSE TO PUT STAGED ONES BACK ON THE
      *    CLOCK, SO BNDDEF TAKES NO NEW BUNDLE ONCE EADEBNDL HOLDS
      *    THIS MANY.
      *
       01  EXIT-MAX-BUNDLE-GROUPS      PIC S9(04) COMP VALUE 7.
       01  EXIT-MAX-BUNDLES            PIC S9(04) COMP VALUE 50.
      *
      *    MAXIMUM NUMBER OF HOLIDAY EXCLUSION DATES ONE GROUP'S
      *    SWITCH CALENDAR RULE (EADESCHD, SEE SCHDREC) CAN HOLD -
      *    MUST MATCH THE OCCURS BOUND ON SCH-HOLIDAY-ENTRY.
      *
       01  EXIT-MAX-FILES              PIC S9(04) COMP VALUE 50.
      *
      *    MAXIMUM NUMBER OF PILOT REQUESTERS (USERIDS AND TERMINAL
      *    IDS TOGETHER) ONE GROUP CAN RUN ON ITS FILESET(N) AHEAD OF
      *    A FULL SWITCH - MUST MATCH THE OCCURS BOUND ON
      *    GWA-PILOT-ENTRY AND CKP-PILOT-ENTRY.
      *
       01  EXIT-MAX-PILOTS             PIC S9(04) COMP VALUE 10.
      *
      *    DEFAULT SET OF FILES THE XFCREQ SWITCH IS APPLIED TO WHEN
      *    THE EXIT IS FIRST ENABLED.  EACH ENTRY IS AN 8-CHARACTER
      *    CICS FILE NAME, BLANK-PADDED, UP TO 50 ENTRIES (THE

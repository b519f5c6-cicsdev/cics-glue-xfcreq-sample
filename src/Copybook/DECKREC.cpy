      *---------------------------------------------------------------*
      *  COPYBOOK  : DECKREC                                           *
      *  FUNCTION  : CARD LAYOUT FOR THE XFCREQ DESIRED-STATE          *
      *              DEFINITION DECK.  DECKEXP WRITES ONE FROM A       *
      *              REGION'S EADECKPT AND EADESCHD; DECKCMP READS A   *
      *              REVIEWED ONE BACK AND COMPARES IT WITH ANOTHER    *
      *              REGION.  EVERY CARD IS 80 BYTES - THE CARD TYPE   *
      *              IN COLUMNS 1-8, THE GROUP ID IN COLUMNS 10-13 AND *
      *              THE CARD'S DATA FROM COLUMN 16.  A '*' IN COLUMN  *
      *              1 OR A BLANK CARD IS A COMMENT.  ONE GROUP'S      *
      *              CARDS START WITH ITS GROUP CARD AND ALL CARRY ITS *
      *              GROUP ID:                                         *
      *                GROUP    gggg  L    N                           *
      *                  L - THE LIVE FILESET (GWA-FILESET)            *
      *                  N - THE NEXT FILESET (GWA-FILESET-NEXT)       *
      *                FILE     gggg  ffffffff                         *
      *                  ONE PER FILE LIST ENTRY (BASE NAME)           *
      *                CALRULE  gggg  T    D   HHMMSS.TTTTTT  YYYYMMDD *
      *                  T - RULE TYPE W, M OR D; D - DAY OF THE WEEK  *
      *                  1-7 FOR A 'W' RULE ONLY; THE DATE FOR A 'D'   *
      *                  RULE ONLY                                     *
      *                HOLIDAY  gggg  YYYYMMDD                         *
      *                  ONE PER HOLIDAY DATE, AFTER THE CALRULE CARD  *
      *---------------------------------------------------------------*
       01  DCK-RECORD.
           03  DCK-TYPE                PIC X(08).
           03  FILLER                  PIC X(01).
           03  DCK-GROUP-ID            PIC X(04).
           03  FILLER                  PIC X(02).
           03  DCK-DATA                PIC X(65).
           03  DCK-GROUP-DATA REDEFINES DCK-DATA.
               05  DCK-GRP-FILESET     PIC X(01).
               05  FILLER              PIC X(04).
               05  DCK-GRP-NEXT        PIC X(01).
               05  FILLER              PIC X(59).
           03  DCK-FILE-DATA REDEFINES DCK-DATA.
               05  DCK-FIL-NAME        PIC X(08).
               05  FILLER              PIC X(57).
           03  DCK-CAL-DATA REDEFINES DCK-DATA.
               05  DCK-CAL-TYPE        PIC X(01).
               05  FILLER              PIC X(04).
               05  DCK-CAL-DOW         PIC X(01).
               05  FILLER              PIC X(03).
               05  DCK-CAL-TIME        PIC X(13).
               05  FILLER              PIC X(02).
               05  DCK-CAL-DATE        PIC X(08).
               05  FILLER              PIC X(33).
           03  DCK-HOL-DATA REDEFINES DCK-DATA.
               05  DCK-HOL-DATE        PIC X(08).
               05  FILLER              PIC X(57).

      * AFTER A CUTOVER TO (SAY) FILESET B, EVERY SUMMARY LINE WITH   *
      * FS 'A' NAMES A STRAGGLER - THE EXACT TRANSACTION AND          *
      * TERMINAL STILL DRIVING THE OLD SIDE, WHICH IS WHAT THE        *
      * COUNTERS ALONE COULD NEVER SAY.  REQUESTS SERVED FOR A PILOT  *
      * REQUESTER AHEAD OF THE SWITCH ARE SUMMARIZED SEPARATELY AND   *
      * MARKED PILOT.                                                 *
      *                                                               *
      * DDNAMES: TRCFILE - THE EADT CAPTURE DATASET, 80-BYTE          *
      *                    RECORDS, READ ONLY                         *
              05  WS-BK-TRAN           PIC X(04).
              05  WS-BK-FILE           PIC X(08).
              05  WS-BK-FS             PIC X(01).
              05  WS-BK-PILOT          PIC X(01).
              05  WS-BK-COUNT          PIC S9(09) COMP.
              05  WS-BK-FIRST          PIC X(08).
              05  WS-BK-LAST           PIC X(08).
       01 WS-GRP-SUB                   PIC S9(04) COMP.
       01 WS-GRP-FOUND                 PIC X(01).
       01 WS-CUR-GROUP                 PIC X(04).
       01 WS-CUR-PILOT                 PIC X(01).
      *
       01 WS-RPT-LINES.
          03 WS-RPT-HDR1.
             05  FILLER                PIC X(44) VALUE
                 'TRAN FILE     FS   REQUESTS  FIRST    LAST  '.
             05  FILLER                PIC X(22) VALUE
                 '    TERM TASKNUM PILOT'.
             05  FILLER                PIC X(66) VALUE SPACES.
      *
          03 WS-RPT-DETAIL.
             05  WS-DET-TERM           PIC X(04).
             05  FILLER                PIC X(01) VALUE SPACE.
             05  WS-DET-TASK           PIC 9(07) USAGE DISPLAY.
             05  FILLER                PIC X(02) VALUE SPACES.
             05  WS-DET-PILOT          PIC X(05).
             05  FILLER                PIC X(66) VALUE SPACES.
      *
          03 WS-RPT-EMPTY              PIC X(133) VALUE
             '0NO TRACE RECORDS ON FILE - NOTHING TO REPORT'.
           END-IF.

           ADD 1 TO WS-REC-COUNT.
      *
      *    A REQUEST SERVED FOR A PILOT REQUESTER GOES IN A BUCKET OF
      *    ITS OWN - IT RAN ON THE NEW SIDE BY DESIGN AND MUST NOT BE
      *    READ AS A STRAGGLER OR MIXED WITH ONE.
      *
           IF TRC-PILOT = 'Y'
              MOVE 'Y' TO WS-CUR-PILOT
           ELSE
              MOVE 'N' TO WS-CUR-PILOT
           END-IF.

           MOVE ZERO TO WS-BKT-MATCH.
           MOVE ZERO TO WS-BKT-SUB.
              IF WS-BK-GROUP(WS-BKT-SUB) = TRC-GROUP AND
                 WS-BK-TRAN(WS-BKT-SUB) = TRC-TRAN AND
                 WS-BK-FILE(WS-BKT-SUB) = TRC-FILE AND
                 WS-BK-FS(WS-BKT-SUB) = TRC-FILESET AND
                 WS-BK-PILOT(WS-BKT-SUB) = WS-CUR-PILOT
                 MOVE WS-BKT-SUB TO WS-BKT-MATCH
              END-IF
           END-PERFORM.
              MOVE TRC-TRAN    TO WS-BK-TRAN(WS-BKT-MATCH)
              MOVE TRC-FILE    TO WS-BK-FILE(WS-BKT-MATCH)
              MOVE TRC-FILESET TO WS-BK-FS(WS-BKT-MATCH)
              MOVE WS-CUR-PILOT TO WS-BK-PILOT(WS-BKT-MATCH)
              MOVE ZERO        TO WS-BK-COUNT(WS-BKT-MATCH)
              MOVE TRC-TIME    TO WS-BK-FIRST(WS-BKT-MATCH)
              MOVE TRC-TERM    TO WS-BK-TERM(WS-BKT-MATCH)
                 MOVE WS-BK-LAST(WS-SUB)  TO WS-DET-LAST
                 MOVE WS-BK-TERM(WS-SUB)  TO WS-DET-TERM
                 MOVE WS-BK-TASK(WS-SUB)  TO WS-DET-TASK
                 IF WS-BK-PILOT(WS-SUB) = 'Y'
                    MOVE 'PILOT' TO WS-DET-PILOT
                 ELSE
                    MOVE SPACES  TO WS-DET-PILOT
                 END-IF
                 WRITE RPT-RECORD FROM WS-RPT-DETAIL
              END-IF
           END-PERFORM.

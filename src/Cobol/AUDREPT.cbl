      *
      *    ONLY AN ACCEPTED COMMAND (AUD-RESULT 'A') CHANGED
      *    ANYTHING - SECURITY REJECTIONS ('R'), DUAL-CONTROL
      *    CAPTURES ('P'), DISCARDED REQUESTS ('X'), CHANGE-FREEZE
      *    REFUSALS ('F'), FREEZE-OVERRIDE MARKERS ('O'), BACKED-OUT
      *    BUNDLE CUTOVERS ('B') AND CONFIGURATION-ONLY ACTIONS ('C')
      *    ARE SHOWN IN THE DETAIL BUT STAY OUT OF THE DAILY AND
      *    MONTH-TO-DATE CHANGE COUNTS.
      *
           IF WS-AE-RESULT(WS-SUB) = 'A'
              ADD 1 TO WS-DAY-COUNT

      *          pass-through record lengths in YOMI-SEASON to match.
      *          Format values: space = free pick, C = counterpick
      *          (winner keeps character), L = character lock.
      *          Event ID ties the match to the bracket or Swiss
      *          event it was played in (see EVENTREC.CPY); zero
      *          for a casual or match-card match.
      ******************************************************************
       01 MATCH-HIST-RECORD.
           02 MH-PLAYER-NAME PIC X(20) OCCURS 2 TIMES.
                   04 MH-CHARACTER PIC X(20).
                   04 MH-SCORE PIC 9.
           02 MH-FORMAT PIC X(1).
           02 MH-EVENT-ID PIC 9(6).

      ******************************************************************
      * Copybook: EVENTREC
      * Purpose: Record layout for the event results register,
      *          appended to EVENTS.DAT by YOMI-GEN when a bracket
      *          or Swiss event finishes and read back by
      *          YOMI-EVENTS. Format values: B = double-elimination
      *          bracket, S = Swiss, P = round-robin pools feeding a
      *          bracket (pool results are added to the bracket
      *          records, and players who did not advance are placed
      *          below the bracket by pool finish). Entrants are held
      *          in finishing order. A tied group shares its best
      *          place, with the span giving the size of the group -
      *          the bracket's 5th-6th pair both carry place 5,
      *          span 2.
      *          Bracket match wins and losses count only matches
      *          actually played or settled by a no-show DQ, which
      *          counts as a win for the player who advances and a
      *          loss for the player ruled out (byes excluded);
      *          Swiss records are
      *          the final standings, where a bye scores a match
      *          win and game wins break ties.
      ******************************************************************
       01 EVENT-RECORD.
           02 EV-EVENT-ID PIC 9(6).
           02 EV-EVENT-DATE PIC X(8).
           02 EV-SEASON-ID PIC X(6).
           02 EV-FORMAT PIC X(1).
           02 EV-EVENT-NAME PIC X(30).
           02 EV-ENTRANT-COUNT PIC 99.
           02 EV-ROUND-COUNT PIC 9.
           02 EV-ENTRANT OCCURS 16 TIMES.
               03 EV-PLAYER-NAME PIC X(20).
               03 EV-PLACE PIC 99.
               03 EV-PLACE-SPAN PIC 99.
               03 EV-MATCH-WINS PIC 99.
               03 EV-MATCH-LOSSES PIC 99.
               03 EV-GAME-WINS PIC 9(3).

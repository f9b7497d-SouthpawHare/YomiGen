      ******************************************************************
      * Copybook: POOLREC
      * Purpose: Record layout for the round-robin pools state file,
      *          rewritten by YOMI-GEN after every reported result so
      *          a crashed pools phase resumes the way BRACKET.DAT
      *          resumes a bracket. Entrants are dealt into 2-4 pools
      *          and every pairing inside a pool is laid out up front.
      *          Pool rank is by match wins, then head-to-head among
      *          the tied players, then game differential. The top
      *          PL-ADVANCE-COUNT of each pool go on to the bracket;
      *          the complete flag is set once they have been handed
      *          over, and the event ID carries into BRACKET.DAT.
      *          Match slot values: 1-16 = entrant number.
      ******************************************************************
       01 POOL-RECORD.
           02 PL-PLAYER-COUNT PIC 99.
           02 PL-POOL-COUNT PIC 9.
           02 PL-ADVANCE-COUNT PIC 9.
           02 PL-COMPLETE-FLAG PIC X(1).
           02 PL-PLAYER OCCURS 16 TIMES.
               03 PL-PLAYER-NAME PIC X(20).
               03 PL-POOL-NUM PIC 9.
               03 PL-MATCH-WINS PIC 99.
               03 PL-MATCH-LOSSES PIC 99.
               03 PL-GAME-WINS PIC 9(3).
               03 PL-GAME-LOSSES PIC 9(3).
               03 PL-POOL-RANK PIC 99.
           02 PL-MATCH-COUNT PIC 99.
           02 PL-MATCH OCCURS 56 TIMES.
               03 PL-SLOT PIC 99 OCCURS 2 TIMES.
               03 PL-WINNER PIC 99.
               03 PL-MATCH-POOL PIC 9.
               03 PL-MATCH-ROUND PIC 9.
           02 PL-EVENT-ID PIC 9(6).
           02 PL-EVENT-NAME PIC X(30).
           02 PL-EVENT-DATE PIC X(8).

      ******************************************************************
      * Copybook: QUEUEREC
      * Purpose: Record layout for the station call queue QUEUE.DAT,
      *          rewritten by YOMI-GEN whenever a bracket or Swiss
      *          match is called, reported or ruled a no-show. It is
      *          a plain text file in fixed columns so the "now
      *          playing / on deck" board can read it as it stands.
      *          State is PLAYING (called to the station shown),
      *          ON DECK (ready, waiting for a free station), DONE or
      *          NO-SHOW. The here flag per player is Y once the
      *          player has reported to the station, L when the
      *          no-show window has passed without them, and blank
      *          until then. Stamps are YYYYMMDDHHMMSS. Format is B
      *          (bracket, match number = bracket match) or S (Swiss,
      *          round and pairing number).
      ******************************************************************
       01 QUEUE-RECORD.
           02 QU-STATION PIC 99.
           02 FILLER PIC X(1).
           02 QU-STATE PIC X(8).
           02 FILLER PIC X(1).
           02 QU-ROUND-LABEL PIC X(12).
           02 FILLER PIC X(1).
           02 QU-SIDE OCCURS 2 TIMES.
               03 QU-PLAYER-NAME PIC X(20).
               03 QU-PLAYER-HERE PIC X(1).
               03 FILLER PIC X(1).
           02 QU-CALL-STAMP PIC X(14).
           02 FILLER PIC X(1).
           02 QU-DONE-STAMP PIC X(14).
           02 FILLER PIC X(1).
           02 QU-EVENT-ID PIC 9(6).
           02 FILLER PIC X(1).
           02 QU-FORMAT PIC X(1).
           02 QU-ROUND-NUM PIC 9.
           02 QU-MATCH-NUM PIC 99.

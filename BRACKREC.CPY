      *          reported result so a crashed session can resume the
      *          bracket the same way the per-game checkpoint resumes
      *          a match. Slot values: 0 = not yet decided, 1-16 =
      *          entrant number, 99 = bye. The event ID, name and
      *          start date are fixed at setup and carried onto
      *          every match and the EVENTS.DAT register entry.
      ******************************************************************
       01 BRACKET-RECORD.
           02 BK-PLAYER-COUNT PIC 99.
               03 BK-LOSE-TO-MATCH PIC 99.
               03 BK-LOSE-TO-SLOT PIC 9.
               03 BK-ROUND-LABEL PIC X(12).
           02 BK-EVENT-ID PIC 9(6).
           02 BK-EVENT-NAME PIC X(30).
           02 BK-EVENT-DATE PIC X(8).

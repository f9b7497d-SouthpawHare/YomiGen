      *          wins with game wins as the tiebreaker, and the
      *          played-matrix keeps rounds from pairing rematches.
      *          Pairing slot values: 1-16 = entrant number, 99 = bye.
      *          The event ID, name and start date are fixed at setup
      *          and carried onto every match and the EVENTS.DAT
      *          register entry.
      ******************************************************************
       01 SWISS-RECORD.
           02 SW-PLAYER-COUNT PIC 99.
           02 SW-PAIRING OCCURS 8 TIMES.
               03 SW-PAIR-SLOT PIC 99 OCCURS 2 TIMES.
               03 SW-PAIR-DONE PIC X(1).
           02 SW-EVENT-ID PIC 9(6).
           02 SW-EVENT-NAME PIC X(30).
           02 SW-EVENT-DATE PIC X(8).

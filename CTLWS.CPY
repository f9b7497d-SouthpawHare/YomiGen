      *          YOMICTL.DAT (see CTLLOAD.CPY). Holds the tuning
      *          values the programs used to hardcode - Elo K-factor,
      *          rating floor, starting rating, bracket entrant range
      *          and score-goal range - plus the station count and
      *          no-show window of the call queue, so a
      *          provisional-player night or a big monthly can change
      *          them without a recompile. Every value falls back to
      *          the historical default when the file is absent or a
      *          line is bad.
      ******************************************************************
           01 ControlValues.
               02 CtlKFactor PIC 9(2).
               02 CtlBracketMax PIC 99.
               02 CtlGoalMin PIC 9.
               02 CtlGoalMax PIC 9.
               02 CtlStations PIC 99.
               02 CtlNoShowMin PIC 99.
           01 CtlKeyIn PIC X(12).
           01 CtlValueIn PIC X(6).
           01 CtlValueInR PIC X(6) JUSTIFIED RIGHT.
           01 CtlValueLen PIC 99.
           01 CtlValueNum PIC 9(6).
           01 CtlBadLineCount PIC 99.
           01 CtlFileStatus PIC X(2).

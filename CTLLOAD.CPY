      *          values in effect so the operator can see what the
      *          session runs under. File lines are KEY,VALUE with
      *          * comment lines; keys are KFACTOR, RATINGFLOOR,
      *          STARTRATING, BRACKETMIN, BRACKETMAX, GOALMIN,
      *          GOALMAX, STATIONS and NOSHOWMIN (minutes). Shared by
      *          YOMI-GEN, YOMI-SEED and
      *          YOMI-REBUILD so all read the file the same way.
      ******************************************************************
       LoadControlValues.
           Move 16 to CtlBracketMax
           Move 1 to CtlGoalMin
           Move 9 to CtlGoalMax
           Move 4 to CtlStations
           Move 10 to CtlNoShowMin
           Move Zero to CtlBadLineCount
           Move "N" to CtlLoadedFlag
           Move "N" to CtlEOFFlag
           UNSTRING CONTROL-LINE DELIMITED BY ","
               INTO CtlKeyIn CtlValueIn
           END-UNSTRING
      * Only the digits are moved, so they land right-justified.
           Move Zero to CtlValueLen
           Inspect CtlValueIn Tallying CtlValueLen for characters
            before initial space
           Move Spaces to CtlValueInR
           If CtlValueLen greater than Zero THEN
               Move CtlValueIn(1:CtlValueLen) to CtlValueInR
           End-if
           Inspect CtlValueInR Replacing Leading " " by "0"

           If CtlValueInR is not numeric THEN
           ELSE
           If CtlKeyIn equal "GOALMAX" THEN
               Move CtlValueNum to CtlGoalMax
           ELSE
           If CtlKeyIn equal "STATIONS" THEN
               Move CtlValueNum to CtlStations
           ELSE
           If CtlKeyIn equal "NOSHOWMIN" THEN
               Move CtlValueNum to CtlNoShowMin
           ELSE
               Add 1 to CtlBadLineCount
               Display "YOMICTL.DAT line ignored (unknown "
           End-if
           End-if
           End-if
           End-if
           End-if
           .

      * Out-of-range values fall back to the historical defaults -
      * the bracket tables hold at most 16 entrants, a score goal is
      * a single digit, and a 16-player field never needs more than
      * 16 stations.
       ValidateControlValues.
           If CtlKFactor less than 1 THEN
               Add 1 to CtlBadLineCount
                "range - using 9."
               Move 9 to CtlGoalMax
           End-if
           If CtlStations less than 1 or CtlStations greater than 16
            THEN
               Add 1 to CtlBadLineCount
               Display "YOMICTL.DAT: station count out of range - "
                "using 4."
               Move 4 to CtlStations
           End-if
           If CtlNoShowMin less than 1 THEN
               Add 1 to CtlBadLineCount
               Display "YOMICTL.DAT: no-show window out of range - "
                "using 10."
               Move 10 to CtlNoShowMin
           End-if
           .

       EchoControlValues.
            CtlRatingFloor "  starting rating " CtlStartRating
           Display "Bracket entrants " CtlBracketMin "-"
            CtlBracketMax "  score goal " CtlGoalMin "-" CtlGoalMax
           Display "Stations " CtlStations "  no-show window "
            CtlNoShowMin " min"
           Display SPACE
           .

      *          per-player win/loss totals, per-character pick counts
      *          and game win rates, and a character-vs-character
      *          matchup grid, resolving character names through the
      *          same roster table the other programs use. Ends with
      *          return code 4 when there are no matches to report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           If MatchCount equal Zero THEN
               Display "No matches found in MATCHHIST.DAT."
               Move 4 to RETURN-CODE
               STOP RUN
           END-IF


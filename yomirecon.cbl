      *          with the logged result option, character mismatches,
      *          and matches with no audit coverage at all. A clean
      *          run prints a signed-off summary for posting official
      *          results; everything also goes to RECON.RPT. Ends
      *          with return code 8 on any discrepancy or when the
      *          history cannot be read, so a batch run stops before
      *          the ratings are rebuilt from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF MatchHistFileStatus not equal "00" THEN
               Display "Match history file MATCHHIST.DAT could not"
                " be opened - nothing to reconcile."
               Move 8 to RETURN-CODE
               STOP RUN
           END-IF
           Move "N" to MatchHistEOFFlag
           END-IF
           CLOSE REPORT-FILE

           If DiscrepancyCount greater than Zero THEN
               Move 8 to RETURN-CODE
           End-if
           STOP RUN
           .

                        CorrNew2 CorrNewR CorrTs
               END-UNSTRING
           End-if

      * A DQ line records a no-show ruling, which has no games to
      * check against the history.
           If AUDIT-LOG-RECORD(1:3) equal "DQ," THEN
               Move Zero to AuditGameNum
           End-if
           .

       StoreAuditLine.

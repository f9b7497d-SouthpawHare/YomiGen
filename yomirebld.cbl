      *          REBUILD.RPT), and on confirmation rewrites
      *          RATINGS.DAT from the recomputation. Voided matches
      *          are excluded and winner rulings are applied.
      *          When MATCHHIST.DAT or a named archive could not be
      *          read nothing is reported or rewritten and the run
      *          ends with return code 8; it ends with 4 when there
      *          was nothing to replay.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Archive records are raw images of MATCH-HIST-RECORD - the
      * length must match MATCHREC.CPY.
       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  RATINGS-FILE.
           01 RATINGS-LINE PIC X(40).
           Perform LoadLiveHistory
           Perform LoadArchives

      * A partial history would rate players on part of their
      * record, so neither the drift report nor the rewrite runs.
           If RETURN-CODE equal 8 THEN
               Display "History could not be read in full - "
                "RATINGS.DAT was left unchanged."
               STOP RUN
           End-if

           If ReplayCount equal Zero THEN
               Display "No matches found to replay - RATINGS.DAT "
                "was left unchanged."
               If RETURN-CODE equal Zero THEN
                   Move 4 to RETURN-CODE
               End-if
               STOP RUN
           End-if

           IF MatchHistFileStatus not equal "00" THEN
               Display "Match history file MATCHHIST.DAT could not"
                " be opened - live matches skipped."
               Move 8 to RETURN-CODE
           ELSE
               Move "N" to MatchHistEOFFlag
               Perform until MatchHistReadEOF
           IF ArchiveFileStatus not equal "00" THEN
               Display "Could not open " ArchiveFilename
                " - archive skipped."
               Move 8 to RETURN-CODE
           ELSE
               Move "N" to ArchiveEOFFlag
               Perform until ArchiveReadEOF

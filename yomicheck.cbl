      *          RATINGS.DAT rows are numeric and within the table
      *          the live programs load. Warns about a stale
      *          CHECKPT.DAT or an unfinished BRACKET.DAT/SWISS.DAT
      *          left over from a prior session. MATCHHIST.DAT,
      *          CREWHIST.DAT and any SEASON-YYYYMM.DAT archives the
      *          operator names are recounted against the control
      *          totals in their .CTL files (see TOTALWS.CPY) so a
      *          truncated or overwritten file is caught before its
      *          numbers are posted. Everything also
      *          goes to CHECKRPT.TXT, and a dated .BAK snapshot of
      *          each data file is written so the day starts from a
      *          known copy. Ends with return code 8 when any check
      *          fails and 4 when there are only warnings, so a batch
      *          run can stop on a failed check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "CHECKRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC ArchiveFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.
           SELECT TOTALS-FILE ASSIGN DYNAMIC TotalsFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalsFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * History snapshot records are raw images of MATCH-HIST-RECORD
      * - the length must match MATCHREC.CPY.
       FD  SNAP-HIST-OUT-FILE.
           01 SNAP-HIST-OUT-RECORD PIC X(4226).

       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

      * Archive records are raw images of MATCH-HIST-RECORD - the
      * length must match MATCHREC.CPY.
       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  TOTALS-FILE.
           01 TOTALS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GAMEWS.CPY".

           COPY "TOTALWS.CPY".

      * Work copy of a crew battle read off CREWHIST.DAT, for the
      * score hash.
           COPY "CREWREC.CPY".

           01 MatchHistFileStatus PIC X(2).
           01 PlayerMasterFileStatus PIC X(2).
           01 RatingsFileStatus PIC X(2).
           01 SnapInFileStatus PIC X(2).
           01 SnapOutFileStatus PIC X(2).
           01 ReportFileStatus PIC X(2).
           01 ArchiveFileStatus PIC X(2).
           01 ArchiveFilename PIC X(30).

           01 MatchHistEOFFlag PIC X(1).
               88 MatchHistReadEOF Value 'Y'.
           01 RatingMatchesIn PIC X(4).
           01 RatingNameIn PIC X(20).

           01 ActualTotals.
               02 ActRecordCount PIC 9(7).
               02 ActLowId PIC 9(6).
               02 ActHighId PIC 9(6).
               02 ActScoreHash PIC 9(9).
           01 TotalsDataPresent PIC X(1).
               88 TotalsDataFound Value 'Y'.
           01 TotalsShowCount PIC 9(7).
           01 TotalsShowLow PIC 9(6).
           01 TotalsShowHigh PIC 9(6).
           01 TotalsShowHash PIC 9(9).
           01 TotalsShowLabel PIC X(10).

           01 ErrorCount PIC 9(3).
           01 WarningCount PIC 9(3).
           01 ReportLine PIC X(100).

           Perform CheckHistoryAndRoster
           Perform CheckMatchControl
           Perform CheckHistoryTotals
           Perform CheckCrewTotals
           Perform CheckArchiveTotals
           Perform CheckPlayerMaster
           Perform CheckRatings
           Perform CheckStaleCheckpoint
           Perform EmitSummary

           CLOSE REPORT-FILE
           If ErrorCount greater than Zero THEN
               Move 8 to RETURN-CODE
           ELSE
               If WarningCount greater than Zero THEN
                   Move 4 to RETURN-CODE
               End-if
           End-if
           STOP RUN
           .

           End-if
           .

      * Recounts MATCHHIST.DAT and compares it with MATCHHIST.CTL.
       CheckHistoryTotals.
           Move "MATCHHIST.DAT" to TotalsDataFilename
           Perform ClearControlTotals
           Move "N" to TotalsDataPresent
           Move "N" to TotalsScanEOFFlag
           OPEN INPUT MATCH-HISTORY-FILE
           IF MatchHistFileStatus equal "00" THEN
               Move "Y" to TotalsDataPresent
               Perform until TotalsScanEOF
                   Read MATCH-HISTORY-FILE
                       AT END
                           Move "Y" to TotalsScanEOFFlag
                       NOT AT END
                           Perform AddMatchToTotals
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF
           Perform CompareControlTotals
           .

       CheckCrewTotals.
           Move "CREWHIST.DAT" to TotalsDataFilename
           Perform ClearControlTotals
           Move "N" to TotalsDataPresent
           Move "N" to TotalsScanEOFFlag
           OPEN INPUT CREW-HISTORY-FILE
           IF CrewHistFileStatus equal "00" THEN
               Move "Y" to TotalsDataPresent
               Perform until TotalsScanEOF
                   Read CREW-HISTORY-FILE
                       AT END
                           Move "Y" to TotalsScanEOFFlag
                       NOT AT END
                           Move CREW-HIST-IN-RECORD to
                            CREW-HIST-RECORD
                           Perform AddBattleToTotals
                   END-READ
               END-PERFORM
               CLOSE CREW-HISTORY-FILE
           END-IF
           Perform CompareControlTotals
           .

       CheckArchiveTotals.
           Move "X" to ArchiveFilename
           Perform until ArchiveFilename equal Spaces
               Display "Season archive to verify "
                "(e.g. SEASON-202608.DAT, blank = done):"
               Move Spaces to ArchiveFilename
               Accept ArchiveFilename
               If ArchiveFilename not equal Spaces THEN
                   Perform CheckOneArchiveTotals
               End-if
           END-PERFORM
           .

       CheckOneArchiveTotals.
           Move ArchiveFilename to TotalsDataFilename
           Perform ClearControlTotals
           Move "N" to TotalsDataPresent
           Move "N" to TotalsScanEOFFlag
           OPEN INPUT ARCHIVE-FILE
           IF ArchiveFileStatus equal "00" THEN
               Move "Y" to TotalsDataPresent
               Perform until TotalsScanEOF
                   Read ARCHIVE-FILE
                       AT END
                           Move "Y" to TotalsScanEOFFlag
                       NOT AT END
                           Move ARCHIVE-RECORD to MATCH-HIST-RECORD
                           Perform AddMatchToTotals
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           Perform CompareControlTotals
           If not TotalsDataFound and not TotalsFound THEN
               Add 1 to WarningCount
               Move Spaces to ReportLine
               STRING "WARN: " DELIMITED BY SIZE
                       ArchiveFilename DELIMITED BY SPACE
                       " not found - not verified" DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if
           .

      * The recount is in ControlTotals on entry; it is set aside
      * and the recorded totals read in over it. A data file with no
      * totals yet is only a warning - the next program to write it
      * starts them - but totals with no data file, or totals that
      * disagree with the data, fail the check.
       CompareControlTotals.
           Move ControlTotals to ActualTotals
           Perform ReadControlTotals
           If not TotalsFound THEN
               If TotalsDataFound THEN
                   Add 1 to WarningCount
                   Move Spaces to ReportLine
                   STRING "WARN: " DELIMITED BY SIZE
                           TotalsDataFilename DELIMITED BY SPACE
                           " has no control totals (" DELIMITED
                           BY SIZE
                           TotalsFilename DELIMITED BY SPACE
                           ") - not verified" DELIMITED BY SIZE
                           INTO ReportLine
                   Perform EmitLine
               End-if
           ELSE
               If not TotalsDataFound THEN
                   Add 1 to ErrorCount
                   Move Spaces to ReportLine
                   STRING "FAIL: " DELIMITED BY SIZE
                           TotalsDataFilename DELIMITED BY SPACE
                           " is missing but " DELIMITED BY SIZE
                           TotalsFilename DELIMITED BY SPACE
                           " records " DELIMITED BY SIZE
                           TotRecordCount DELIMITED BY SIZE
                           " record(s)" DELIMITED BY SIZE
                           INTO ReportLine
                   Perform EmitLine
               ELSE
                   If ActualTotals equal ControlTotals THEN
                       Move Spaces to ReportLine
                       STRING "PASS: " DELIMITED BY SIZE
                               TotalsDataFilename DELIMITED BY SPACE
                               " matches its control totals ("
                               DELIMITED BY SIZE
                               TotRecordCount DELIMITED BY SIZE
                               " record(s))" DELIMITED BY SIZE
                               INTO ReportLine
                       Perform EmitLine
                   ELSE
                       Add 1 to ErrorCount
                       Move Spaces to ReportLine
                       STRING "FAIL: " DELIMITED BY SIZE
                               TotalsDataFilename DELIMITED BY SPACE
                               " does not match its control totals"
                               DELIMITED BY SIZE
                               INTO ReportLine
                       Perform EmitLine
                       Move "recorded" to TotalsShowLabel
                       Move TotRecordCount to TotalsShowCount
                       Move TotLowId to TotalsShowLow
                       Move TotHighId to TotalsShowHigh
                       Move TotScoreHash to TotalsShowHash
                       Perform EmitTotalsLine
                       Move "on file" to TotalsShowLabel
                       Move ActRecordCount to TotalsShowCount
                       Move ActLowId to TotalsShowLow
                       Move ActHighId to TotalsShowHigh
                       Move ActScoreHash to TotalsShowHash
                       Perform EmitTotalsLine
                   End-if
               End-if
           End-if
           .

       EmitTotalsLine.
           Move Spaces to ReportLine
           STRING "  " DELIMITED BY SIZE
                   TotalsShowLabel DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TotalsShowCount DELIMITED BY SIZE
                   " record(s), IDs " DELIMITED BY SIZE
                   TotalsShowLow DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TotalsShowHigh DELIMITED BY SIZE
                   ", score hash " DELIMITED BY SIZE
                   TotalsShowHash DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           .

       CheckPlayerMaster.
           Move Zero to CheckPlayerCount
           Move Zero to CheckPlayerOverflow

       COPY "ROSTER.CPY".

       COPY "TOTALIO.CPY".

       END PROGRAM YOMI-CHECK.

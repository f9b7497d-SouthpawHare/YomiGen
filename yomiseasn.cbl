      *          archive file, writes a season summary report
      *          (matches, players, champion), and leaves the live
      *          history file holding only the remaining seasons so
      *          weekly use stays fast. Control totals are written
      *          for the new archive (SEASON-YYYYMM.CTL) and the
      *          shortened live file (MATCHHIST.CTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MATCH-ADJUST-FILE ASSIGN TO "MATCHADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchAdjFileStatus.
           SELECT TOTALS-FILE ASSIGN DYNAMIC TotalsFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalsFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * The work and archive records are byte-for-byte copies of
      * MATCH-HIST-RECORD - their length must match MATCHREC.CPY.
       FD  MATCH-WORK-FILE.
           01 MATCH-WORK-RECORD PIC X(4226).

       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(80).
       FD  MATCH-ADJUST-FILE.
           01 MATCH-ADJUST-LINE PIC X(80).

       FD  TOTALS-FILE.
           01 TOTALS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ADJTABLE.CPY".

           COPY "TOTALWS.CPY".

      * Crew-history layout named by the shared totals paragraphs;
      * this program keeps no crew totals of its own.
           COPY "CREWREC.CPY".

           01 I PIC 999.
           01 K PIC 999.

           .

       SplitHistory.
           Perform ClearControlTotals
           OPEN INPUT MATCH-HISTORY-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT MATCH-WORK-FILE
                       If MH-SEASON-ID equal SeasonWanted THEN
                           Move MATCH-HIST-RECORD to ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           Perform AddMatchToTotals
                       ELSE
                           Move MATCH-HIST-RECORD to
                            MATCH-WORK-RECORD
           CLOSE MATCH-HISTORY-FILE
           CLOSE ARCHIVE-FILE
           CLOSE MATCH-WORK-FILE
           Move ArchiveFilename to TotalsDataFilename
           Perform WriteControlTotals
           .

       RewriteHistory.
           Perform ClearControlTotals
           OPEN INPUT MATCH-WORK-FILE
           OPEN OUTPUT MATCH-HISTORY-FILE
           Move "N" to MatchWorkEOFFlag
                   NOT AT END
                       Move MATCH-WORK-RECORD to MATCH-HIST-RECORD
                       WRITE MATCH-HIST-RECORD
                       Perform AddMatchToTotals
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           CLOSE MATCH-HISTORY-FILE
           Move "MATCHHIST.DAT" to TotalsDataFilename
           Perform WriteControlTotals
           .

       FindChampion.

       COPY "ADJLOAD.CPY".

       COPY "TOTALIO.CPY".

       END PROGRAM YOMI-SEASON.

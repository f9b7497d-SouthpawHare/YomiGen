      *          players with different games are flagged as possible
      *          conflicts, match IDs are reassigned sequentially,
      *          and MERGERPT.TXT records what came from where.
      *          Control totals for the master file are written to
      *          MATCHHIST.CTL.
      *          Run in an empty master folder - the program refuses
      *          to overwrite an existing MATCHHIST.DAT/AUDITLOG.DAT.
      * Tectonics: cobc
           SELECT REPORT-FILE ASSIGN TO "MERGERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT TOTALS-FILE ASSIGN DYNAMIC TotalsFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalsFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * Station history records are carried as raw images of
      * MATCH-HIST-RECORD - the length must match MATCHREC.CPY.
       FD  STATION-HISTORY-FILE.
           01 STATION-HIST-RECORD PIC X(4226).

       FD  STATION-AUDIT-FILE.
           01 STATION-AUDIT-RECORD PIC X(120).
       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(120).

       FD  TOTALS-FILE.
           01 TOTALS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "TOTALWS.CPY".

      * Crew-history layout named by the shared totals paragraphs;
      * this program keeps no crew totals of its own.
           COPY "CREWREC.CPY".

           01 K PIC 9(4).
           01 L PIC 9(4).

      * MergeRec holds a raw MATCH-HIST-RECORD image. The reference
      * modification offsets used below follow MATCHREC.CPY:
      * players 1-40, score goal 41, match date 42-49, season 50-55,
      * match ID 56-61, game rows 62-4219, format flag 4220, event
      * ID 4221-4226.
           01 MergeStore.
               02 MergeEntry occurs 1000 times.
                   03 MergeRec PIC X(4226).
                   03 MergeSortKey PIC X(14).
                   03 MergeSourceNum PIC 9.
                   03 MergeStationSeq PIC 9(4).
           01 MergeOverflowCount PIC 9(4).

           01 SwapMergeEntry.
               02 SwapRec PIC X(4226).
               02 SwapSortKey PIC X(14).
               02 SwapSourceNum PIC 9.
               02 SwapStationSeq PIC 9(4).

       WriteMasterHistory.
           Move Zero to NewMatchId
           Perform ClearControlTotals
           OPEN OUTPUT MATCH-HISTORY-FILE
           Perform varying K from 1 by 1 until K is greater than
            MergeCount
                   Move MergeRec(K) to MATCH-HIST-RECORD
                   Move NewMatchId to MH-MATCH-ID
                   WRITE MATCH-HIST-RECORD
                   Perform AddMatchToTotals
                   Perform ReportMergedMatch
               End-if
           END-PERFORM
           CLOSE MATCH-HISTORY-FILE
           Move "MATCHHIST.DAT" to TotalsDataFilename
           Perform WriteControlTotals
           .

       ReportMergedMatch.
           End-if
           .

       COPY "TOTALIO.CPY".

       END PROGRAM YOMI-MERGE.

      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Lists the finished events on the EVENTS.DAT results
      *          register (event ID, date, format, entrants, winner)
      *          and prints the results sheet for any one of them -
      *          every entrant's final placing and record, followed
      *          by the matches tagged with the event ID on the live
      *          history and on the event month's SEASON-YYYYMM.DAT
      *          archive, with MATCHADJ.DAT rulings shown. Each sheet
      *          also goes to EVENT-nnnnnn.RPT for posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-EVENTS.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventFileStatus.
           SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC ArchiveFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.
           SELECT MATCH-ADJUST-FILE ASSIGN TO "MATCHADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchAdjFileStatus.
           SELECT REPORT-FILE ASSIGN DYNAMIC ReportFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
           COPY "EVENTREC.CPY".

       FD  MATCH-HISTORY-FILE.
           COPY "MATCHREC.CPY".

      * Archive records are raw images of MATCH-HIST-RECORD - the
      * length must match MATCHREC.CPY.
       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  MATCH-ADJUST-FILE.
           01 MATCH-ADJUST-LINE PIC X(80).

       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ADJTABLE.CPY".

           01 I PIC 999.
           01 K PIC 99.

           01 EventFileStatus PIC X(2).
           01 MatchHistFileStatus PIC X(2).
           01 ArchiveFileStatus PIC X(2).
           01 ReportFileStatus PIC X(2).
           01 ArchiveFilename PIC X(30).
           01 ReportFilename PIC X(30).

           01 EventEOFFlag PIC X(1).
               88 EventReadEOF Value 'Y'.
           01 MatchHistEOFFlag PIC X(1).
               88 MatchHistReadEOF Value 'Y'.
           01 ArchiveEOFFlag PIC X(1).
               88 ArchiveReadEOF Value 'Y'.

           01 EventCount PIC 9(4).
           01 EventIdIn PIC X(6).
           01 EventIdWanted PIC 9(6).
           01 EventIdLen PIC 9.
           01 EventFoundFlag PIC X(1).
               88 EventFound Value 'Y'.
           01 SavedEventRecord PIC X(600).

           01 FormatText PIC X(20).
           01 WinnerName PIC X(20).

           01 OrdinalNum PIC 99.
           01 OrdinalEd PIC Z9.
           01 OrdinalText PIC X(4).
           01 OrdinalLast PIC 9.
           01 OrdinalTens PIC 9.
           01 PlaceText PIC X(9).
           01 PlaceFirst PIC X(4).
           01 PlaceLast PIC 99.

           01 EntrantCountEd PIC Z9.
           01 RoundCountEd PIC 9.
           01 WinsEd PIC Z9.
           01 LossesEd PIC Z9.
           01 GameWinsEd PIC ZZ9.

           01 EventMatchCount PIC 9(4).
           01 MatchScore PIC 99 occurs 2 times.
           01 ScoreEd PIC Z9 occurs 2 times.
           01 RulingText PIC X(20).
           01 ReportLine PIC X(80).



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Perform LoadAdjustments
           Perform ListEvents

           If EventCount equal Zero THEN
               Display "No finished events on EVENTS.DAT."
               STOP RUN
           END-IF

           Move "X" to EventIdIn
           Perform until EventIdIn equal Spaces
               Display "Event ID for a results sheet (blank = done):"
               Move Spaces to EventIdIn
               Accept EventIdIn
               If EventIdIn not equal Spaces THEN
                   Perform GetEventIdWanted
                   Perform FindEvent
                   If EventFound THEN
                       Perform PrintResultsSheet
                   ELSE
                       Display "Event " EventIdIn " is not on the "
                        "register."
                   End-if
               End-if
           END-PERFORM

           STOP RUN
           .

       ListEvents.
           Move Zero to EventCount
           OPEN INPUT EVENT-FILE
           IF EventFileStatus equal "00" THEN
               Display SPACE
               Display "--- Event Results Register ---"
               Display "ID     Date     Format             Players "
                " Winner"
               Move "N" to EventEOFFlag
               Perform until EventReadEOF
                   Read EVENT-FILE
                       AT END
                           Move "Y" to EventEOFFlag
                       NOT AT END
                           Add 1 to EventCount
                           Perform ListOneEvent
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
               Display SPACE
           END-IF
           .

       ListOneEvent.
           Perform SetFormatText
           Move EV-ENTRANT-COUNT to EntrantCountEd
           Move Spaces to WinnerName
           If EV-ENTRANT-COUNT greater than Zero THEN
               Move EV-PLAYER-NAME(1) to WinnerName
           End-if
           Display EV-EVENT-ID " " EV-EVENT-DATE " " FormatText
            " " EntrantCountEd "      " WinnerName
           If EV-EVENT-NAME not equal Spaces THEN
               Display "       " EV-EVENT-NAME
           End-if
           .

       SetFormatText.
           If EV-FORMAT equal "S" THEN
               Move "Swiss" to FormatText
           ELSE
               If EV-FORMAT equal "P" THEN
                   Move "Pools + double elim" to FormatText
               ELSE
                   Move "Double elimination" to FormatText
               End-if
           End-if
           .

      * Accepted IDs may be typed without leading zeros.
       GetEventIdWanted.
           Move Zero to EventIdWanted
           Move Zero to EventIdLen
           Inspect EventIdIn Tallying EventIdLen for characters
            before initial space
           If EventIdLen greater than Zero THEN
               If EventIdIn(1:EventIdLen) is numeric THEN
                   Move EventIdIn(1:EventIdLen) to EventIdWanted
               End-if
           End-if
           .

      * A register entry written twice for the same event (a rerun
      * after a crash) is resolved to the later entry.
       FindEvent.
           Move "N" to EventFoundFlag
           OPEN INPUT EVENT-FILE
           IF EventFileStatus equal "00" THEN
               Move "N" to EventEOFFlag
               Perform until EventReadEOF
                   Read EVENT-FILE
                       AT END
                           Move "Y" to EventEOFFlag
                       NOT AT END
                           If EV-EVENT-ID equal EventIdWanted THEN
                               Move "Y" to EventFoundFlag
                               Move EVENT-RECORD to SavedEventRecord
                           End-if
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF
           If EventFound THEN
               Move SavedEventRecord to EVENT-RECORD
           End-if
           .

       PrintResultsSheet.
           Move Spaces to ReportFilename
           STRING "EVENT-" DELIMITED BY SIZE
                   EV-EVENT-ID DELIMITED BY SIZE
                   ".RPT" DELIMITED BY SIZE
                   INTO ReportFilename
           OPEN OUTPUT REPORT-FILE

           Perform SetFormatText
           Move EV-ENTRANT-COUNT to EntrantCountEd
           Move Spaces to ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           STRING "RESULTS - EVENT " DELIMITED BY SIZE
                   EV-EVENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EV-EVENT-NAME DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           If EV-FORMAT equal "S" THEN
               Move EV-ROUND-COUNT to RoundCountEd
               STRING "Date " DELIMITED BY SIZE
                       EV-EVENT-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FormatText DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       RoundCountEd DELIMITED BY SIZE
                       " rounds  Entrants: " DELIMITED BY SIZE
                       EntrantCountEd DELIMITED BY SIZE
                       INTO ReportLine
           ELSE
               STRING "Date " DELIMITED BY SIZE
                       EV-EVENT-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FormatText DELIMITED BY "  "
                       "  Entrants: " DELIMITED BY SIZE
                       EntrantCountEd DELIMITED BY SIZE
                       INTO ReportLine
           End-if
           Perform EmitLine
           Move Spaces to ReportLine
           Perform EmitLine

           If EV-FORMAT equal "S" THEN
               Move "Place      Player                W-L    Game wins"
                to ReportLine
           ELSE
               Move "Place      Player                W-L" to
                ReportLine
           End-if
           Perform EmitLine
           Perform varying K from 1 by 1 until K is greater than
            EV-ENTRANT-COUNT
               Perform EmitPlacingLine
           END-PERFORM

           Perform ListEventMatches

           CLOSE REPORT-FILE
           Display "Results sheet written to " ReportFilename
           .

       EmitPlacingLine.
           Perform BuildPlaceText
           Move EV-MATCH-WINS(K) to WinsEd
           Move EV-MATCH-LOSSES(K) to LossesEd
           Move EV-GAME-WINS(K) to GameWinsEd
           Move Spaces to ReportLine
           Move PlaceText to ReportLine(1:9)
           Move EV-PLAYER-NAME(K) to ReportLine(12:20)
           STRING WinsEd DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LossesEd DELIMITED BY SIZE
                   INTO ReportLine(34:5)
           If EV-FORMAT equal "S" THEN
               Move GameWinsEd to ReportLine(41:3)
           End-if
           Perform EmitLine
           .

      * A shared place prints as a range - 5th-6th, 9th-12th.
       BuildPlaceText.
           Move Spaces to PlaceText
           If EV-PLACE(K) equal Zero THEN
               Move "-" to PlaceText
           ELSE
               Move EV-PLACE(K) to OrdinalNum
               Perform BuildOrdinal
               Move OrdinalText to PlaceFirst
               If EV-PLACE-SPAN(K) greater than 1 THEN
                   Compute PlaceLast = EV-PLACE(K) +
                    EV-PLACE-SPAN(K) - 1
                   Move PlaceLast to OrdinalNum
                   Perform BuildOrdinal
                   STRING PlaceFirst DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           OrdinalText DELIMITED BY SPACE
                           INTO PlaceText
               ELSE
                   Move PlaceFirst to PlaceText
               End-if
           End-if
           .

       BuildOrdinal.
           Move OrdinalNum to OrdinalEd
           Divide OrdinalNum by 10 giving OrdinalTens
            remainder OrdinalLast
           Move Spaces to OrdinalText
           If OrdinalTens equal 1 THEN
               STRING OrdinalEd DELIMITED BY SIZE
                       "th" DELIMITED BY SIZE
                       INTO OrdinalText
           ELSE
               If OrdinalLast equal 1 THEN
                   STRING OrdinalEd DELIMITED BY SIZE
                           "st" DELIMITED BY SIZE
                           INTO OrdinalText
               ELSE
                   If OrdinalLast equal 2 THEN
                       STRING OrdinalEd DELIMITED BY SIZE
                               "nd" DELIMITED BY SIZE
                               INTO OrdinalText
                   ELSE
                       If OrdinalLast equal 3 THEN
                           STRING OrdinalEd DELIMITED BY SIZE
                                   "rd" DELIMITED BY SIZE
                                   INTO OrdinalText
                       ELSE
                           STRING OrdinalEd DELIMITED BY SIZE
                                   "th" DELIMITED BY SIZE
                                   INTO OrdinalText
                       End-if
                   End-if
               End-if
           End-if
           If OrdinalText(1:1) equal Space THEN
               Move OrdinalText(2:3) to OrdinalText
           End-if
           .

      * Matches played at the event carry its ID. Once YOMI-SEASON
      * has closed the event's month they sit in that month's
      * archive instead, so both places are searched.
       ListEventMatches.
           Move Zero to EventMatchCount
           Move Spaces to ReportLine
           Perform EmitLine
           Move "Matches played:" to ReportLine
           Perform EmitLine

           OPEN INPUT MATCH-HISTORY-FILE
           IF MatchHistFileStatus equal "00" THEN
               Move "N" to MatchHistEOFFlag
               Perform until MatchHistReadEOF
                   Read MATCH-HISTORY-FILE
                       AT END
                           Move "Y" to MatchHistEOFFlag
                       NOT AT END
                           If MH-EVENT-ID equal EV-EVENT-ID THEN
                               Perform EmitEventMatchLine
                           End-if
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF

           Move Spaces to ArchiveFilename
           STRING "SEASON-" DELIMITED BY SIZE
                   EV-SEASON-ID DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO ArchiveFilename
           OPEN INPUT ARCHIVE-FILE
           IF ArchiveFileStatus equal "00" THEN
               Move "N" to ArchiveEOFFlag
               Perform until ArchiveReadEOF
                   Read ARCHIVE-FILE
                       AT END
                           Move "Y" to ArchiveEOFFlag
                       NOT AT END
                           Move ARCHIVE-RECORD to MATCH-HIST-RECORD
                           If MH-EVENT-ID equal EV-EVENT-ID THEN
                               Perform EmitEventMatchLine
                           End-if
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF

           If EventMatchCount equal Zero THEN
               Move "  (no tagged matches found)" to ReportLine
               Perform EmitLine
           End-if
           .

       EmitEventMatchLine.
           Add 1 to EventMatchCount
           Move Zero to MatchScore(1)
           Move Zero to MatchScore(2)
           Perform varying I from 1 by 1 until I is greater than 99
               Add MH-SCORE(I, 1) to MatchScore(1)
               Add MH-SCORE(I, 2) to MatchScore(2)
           END-PERFORM
           Move MatchScore(1) to ScoreEd(1)
           Move MatchScore(2) to ScoreEd(2)

           Move MH-MATCH-ID to AdjLookupId
           Perform FindMatchAdjustment
           Move Spaces to RulingText
           If AdjMatchVoided THEN
               Move "(voided)" to RulingText
           End-if
           If AdjWinnerIs1 THEN
               Move "(ruled: P1 wins)" to RulingText
           End-if
           If AdjWinnerIs2 THEN
               Move "(ruled: P2 wins)" to RulingText
           End-if

           Move Spaces to ReportLine
           STRING "  " DELIMITED BY SIZE
                   MH-MATCH-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MH-PLAYER-NAME(1) DELIMITED BY SIZE
                   ScoreEd(1) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   ScoreEd(2) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MH-PLAYER-NAME(2) DELIMITED BY SIZE
                   RulingText DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           .

       EmitLine.
           Display ReportLine
           Move ReportLine to REPORT-RECORD
           WRITE REPORT-RECORD
           .

       COPY "ADJLOAD.CPY".

       END PROGRAM YOMI-EVENTS.

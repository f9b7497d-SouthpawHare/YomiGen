      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Season points ladder. A ladder season is a run of
      *          calendar months (the MH-SEASON-ID values YOMI-SEASON
      *          closes one at a time). Every finished event on the
      *          EVENTS.DAT register inside the run earns its
      *          entrants points for their placing from the
      *          LADDERPTS.DAT points table, weighted separately for
      *          monthlies (bracket events) and league nights (Swiss
      *          events), never below the participation floor. Each
      *          player's best N results count toward the total.
      *          Players level on points are ordered by head-to-head
      *          match wins among themselves over the season's
      *          matches on MATCHHIST.DAT and the season's
      *          SEASON-YYYYMM.DAT archives, with MATCHADJ.DAT
      *          rulings applied. The top qualifiers are marked for
      *          the season-finals invitational. The standings also
      *          go to LADDER-first-last.RPT.
      *
      *          LADDERPTS.DAT lines are KEY,VALUE with * comment
      *          lines: PLACEnn (points for place nn, 1-16), FLOOR,
      *          MONTHLYWT and LEAGUEWT (percent), BESTN (0 = every
      *          result counts) and QUALIFY. A place with no PLACE
      *          line of its own earns the points of the nearest
      *          better listed place; a place below the last listed
      *          one earns the floor. A tied span (5th-6th) earns
      *          the points for its best place.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-LADDER.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventFileStatus.
           SELECT POINTS-FILE ASSIGN TO "LADDERPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointsFileStatus.
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

       FD  POINTS-FILE.
           01 POINTS-LINE PIC X(20).

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
           01 K PIC 999.
           01 L PIC 999.
           01 P PIC 99.

           01 EventFileStatus PIC X(2).
           01 PointsFileStatus PIC X(2).
           01 MatchHistFileStatus PIC X(2).
           01 ArchiveFileStatus PIC X(2).
           01 ReportFileStatus PIC X(2).
           01 ArchiveFilename PIC X(30).
           01 ReportFilename PIC X(30).

           01 EventEOFFlag PIC X(1).
               88 EventReadEOF Value 'Y'.
           01 PointsEOFFlag PIC X(1).
               88 PointsReadEOF Value 'Y'.
           01 MatchHistEOFFlag PIC X(1).
               88 MatchHistReadEOF Value 'Y'.
           01 ArchiveEOFFlag PIC X(1).
               88 ArchiveReadEOF Value 'Y'.

      * Points table and ladder rules, defaulted when LADDERPTS.DAT
      * is absent or a line is bad.
           01 PointsTable.
               02 PlacePoints PIC 9(4) occurs 16 times.
               02 PlaceListed PIC X(1) occurs 16 times.
           01 LadderFloor PIC 9(4).
           01 MonthlyWeight PIC 9(3).
           01 LeagueWeight PIC 9(3).
           01 BestN PIC 99.
           01 QualifyCount PIC 99.
           01 LastListedPlace PIC 99.
           01 PointsKeyIn PIC X(12).
           01 PointsValueIn PIC X(6).
           01 PointsValueInR PIC X(6) JUSTIFIED RIGHT.
           01 PointsValueLen PIC 99.
           01 PointsValueNum PIC 9(6).
           01 PointsPlaceIn PIC 99.
           01 PointsBadLineCount PIC 99.
           01 PointsLoadedFlag PIC X(1).
               88 PointsLoaded Value 'Y'.

      * The ladder season runs from FirstMonth to LastMonth, both
      * YYYYMM.
           01 FirstMonth PIC X(6).
           01 LastMonth PIC X(6).
           01 MonthCursor PIC 9(6).
           01 MonthCursorParts REDEFINES MonthCursor.
               02 MonthCursorYear PIC 9(4).
               02 MonthCursorMonth PIC 99.
           01 MonthCursorText REDEFINES MonthCursor PIC X(6).
           01 MonthCheck PIC 9(6).
           01 MonthCheckParts REDEFINES MonthCheck.
               02 MonthCheckYear PIC 9(4).
               02 MonthCheckMonth PIC 99.
           01 SeasonRangeFlag PIC X(1).
               88 SeasonRangeValid Value 'Y'.

      * Events inside the season. Each entry is a full image of
      * EVENT-RECORD - its length must match EVENTREC.CPY. A rerun
      * that registered the same event twice keeps the later entry.
           01 SeasonEvents.
               02 SeasonEventImage PIC X(550) occurs 200 times.
           01 SeasonEventCount PIC 999.
           01 SeasonEventsDropped PIC 999.
           01 MonthlyCount PIC 999.
           01 LeagueCount PIC 999.
           01 SeasonEventIndex PIC 999.

           01 Ladder.
               02 LadderEntry occurs 300 times.
                   03 LadderName PIC X(20).
                   03 LadderTotal PIC 9(5).
                   03 LadderTieWins PIC 9(3).
                   03 LadderTieGroup PIC 9(3).
                   03 LadderEventCount PIC 99.
                   03 LadderBestPlace PIC 99.
                   03 LadderResult PIC 9(4) occurs 40 times.
           01 LadderCount PIC 999.
           01 LadderDropped PIC 9(4).
           01 LadderIndex PIC 999.
           01 LadderLookupName PIC X(20).
           01 SwapLadderEntry PIC X(195).
           01 SwapResult PIC 9(4).
           01 CountedResults PIC 99.

           01 EventWeight PIC 9(3).
           01 BasePoints PIC 9(4).
           01 AwardPoints PIC 9(4).

           01 TieGroupCount PIC 9(3).
           01 LadderKFirstFlag PIC X(1).
               88 LadderKFirst Value 'Y'.
           01 LadderLevelFlag PIC X(1).
               88 LadderLevel Value 'Y'.

           01 MatchScore PIC 99 occurs 2 times.
           01 MatchWinnerSide PIC 9.
           01 MatchLoserSide PIC 9.
           01 WinnerIndex PIC 999.
           01 LoserIndex PIC 999.
           01 VoidedMatchCount PIC 9(4).

           01 LadderRank PIC 999.
           01 RankEd PIC ZZ9.
           01 TotalEd PIC ZZZZ9.
           01 EventsEd PIC Z9.
           01 BestPlaceEd PIC Z9.
           01 TieWinsEd PIC ZZ9.
           01 PointsEd PIC ZZZ9.
           01 WeightEd PIC ZZ9.
           01 CountEd PIC ZZ9.
           01 BestNEd PIC Z9.
           01 QualifyEd PIC Z9.
           01 MonthlyCountEd PIC ZZ9.
           01 MonthlyWeightEd PIC ZZ9.
           01 LeagueCountEd PIC ZZ9.
           01 LeagueWeightEd PIC ZZ9.
           01 QualifierMark PIC X(3).
           01 CutTiedFlag PIC X(1).
               88 CutTied Value 'Y'.
           01 ReportLine PIC X(80).



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Perform LoadAdjustments
           Perform LoadPointsTable
           Perform GetSeasonRange
           If not SeasonRangeValid THEN
               STOP RUN
           END-IF

           Perform LoadSeasonEvents
           If SeasonEventCount equal Zero THEN
               Display "No finished events on EVENTS.DAT for "
                FirstMonth " - " LastMonth "."
               STOP RUN
           END-IF

           Move Zero to LadderCount
           Move Zero to LadderDropped
           Perform varying SeasonEventIndex from 1 by 1 until
            SeasonEventIndex is greater than SeasonEventCount
               Move SeasonEventImage(SeasonEventIndex) to
                EVENT-RECORD
               Perform AwardEventPoints
           END-PERFORM

           Perform varying K from 1 by 1 until K is greater than
            LadderCount
               Perform TotalBestResults
           END-PERFORM

           Perform SortLadder
           Perform MarkTieGroups
           If TieGroupCount greater than Zero THEN
               Perform ScanHeadToHead
               Perform SortLadder
           End-if

           Perform WriteLadderReport

           STOP RUN
           .

       LoadPointsTable.
           Perform varying P from 1 by 1 until P is greater than 16
               Move Zero to PlacePoints(P)
               Move "N" to PlaceListed(P)
           END-PERFORM
           Move 100 to PlacePoints(1)
           Move 70 to PlacePoints(2)
           Move 50 to PlacePoints(3)
           Move 40 to PlacePoints(4)
           Move 30 to PlacePoints(5)
           Move 20 to PlacePoints(7)
           Move 10 to PlacePoints(9)
           Move 5 to PlacePoints(13)
           Move "Y" to PlaceListed(1)
           Move "Y" to PlaceListed(2)
           Move "Y" to PlaceListed(3)
           Move "Y" to PlaceListed(4)
           Move "Y" to PlaceListed(5)
           Move "Y" to PlaceListed(7)
           Move "Y" to PlaceListed(9)
           Move "Y" to PlaceListed(13)
           Move 5 to LadderFloor
           Move 100 to MonthlyWeight
           Move 50 to LeagueWeight
           Move 6 to BestN
           Move 8 to QualifyCount
           Move Zero to PointsBadLineCount
           Move "N" to PointsLoadedFlag

           OPEN INPUT POINTS-FILE
           IF PointsFileStatus equal "00" THEN
               Move "Y" to PointsLoadedFlag
      * A file that lists any place replaces the whole default
      * table, so a shorter table does not inherit stray places.
               Perform varying P from 1 by 1 until P is greater
                than 16
                   Move Zero to PlacePoints(P)
                   Move "N" to PlaceListed(P)
               END-PERFORM
               Move "N" to PointsEOFFlag
               Perform until PointsReadEOF
                   Read POINTS-FILE
                       AT END
                           Move "Y" to PointsEOFFlag
                       NOT AT END
                           Perform ParsePointsLine
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF

           If PlaceListed(1) not equal "Y" THEN
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT: no points for 1st place - "
                "1st earns the floor."
               Move "Y" to PlaceListed(1)
               Move LadderFloor to PlacePoints(1)
           End-if
           If MonthlyWeight equal Zero and LeagueWeight equal
            Zero THEN
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT: both weights are zero - "
                "using 100 and 50."
               Move 100 to MonthlyWeight
               Move 50 to LeagueWeight
           End-if
           If QualifyCount equal Zero THEN
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT: qualifier count is zero - "
                "using 8."
               Move 8 to QualifyCount
           End-if

           Move Zero to LastListedPlace
           Perform varying P from 1 by 1 until P is greater than 16
               If PlaceListed(P) equal "Y" THEN
                   Move P to LastListedPlace
               End-if
           END-PERFORM

           Perform EchoPointsTable
           .

       ParsePointsLine.
           If POINTS-LINE equal Spaces or POINTS-LINE(1:1)
            equal "*" THEN
               Continue
           ELSE
               Perform StorePointsLine
           End-if
           .

       StorePointsLine.
           Move Spaces to PointsKeyIn
           Move Spaces to PointsValueIn
           UNSTRING POINTS-LINE DELIMITED BY ","
               INTO PointsKeyIn PointsValueIn
           END-UNSTRING
           Move Zero to PointsValueLen
           Inspect PointsValueIn Tallying PointsValueLen for
            characters before initial space
           Move Spaces to PointsValueInR
           If PointsValueLen greater than Zero THEN
               Move PointsValueIn(1:PointsValueLen) to
                PointsValueInR
           End-if
           Inspect PointsValueInR Replacing Leading " " by "0"

           If PointsValueInR is not numeric THEN
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT line ignored (value not "
                "numeric): " POINTS-LINE
           ELSE
               Move PointsValueInR to PointsValueNum
               Perform ApplyPointsValue
           End-if
           .

       ApplyPointsValue.
           If PointsKeyIn(1:5) equal "PLACE" THEN
               Perform ApplyPlacePoints
           ELSE
           If PointsKeyIn equal "FLOOR" THEN
               Move PointsValueNum to LadderFloor
           ELSE
           If PointsKeyIn equal "MONTHLYWT" THEN
               Move PointsValueNum to MonthlyWeight
           ELSE
           If PointsKeyIn equal "LEAGUEWT" THEN
               Move PointsValueNum to LeagueWeight
           ELSE
           If PointsKeyIn equal "BESTN" THEN
               Move PointsValueNum to BestN
           ELSE
           If PointsKeyIn equal "QUALIFY" THEN
               Move PointsValueNum to QualifyCount
           ELSE
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT line ignored (unknown "
                "key): " POINTS-LINE
           End-if
           End-if
           End-if
           End-if
           End-if
           End-if
           .

       ApplyPlacePoints.
           Move Zero to PointsPlaceIn
           If PointsKeyIn(6:2) is numeric and PointsKeyIn(8:5)
            equal Spaces THEN
               Move PointsKeyIn(6:2) to PointsPlaceIn
           ELSE
               If PointsKeyIn(6:1) is numeric and PointsKeyIn(7:6)
                equal Spaces THEN
                   Move PointsKeyIn(6:1) to PointsPlaceIn
               End-if
           End-if
           If PointsPlaceIn less than 1 or PointsPlaceIn greater
            than 16 THEN
               Add 1 to PointsBadLineCount
               Display "LADDERPTS.DAT line ignored (place not "
                "1-16): " POINTS-LINE
           ELSE
               Move PointsValueNum to PlacePoints(PointsPlaceIn)
               Move "Y" to PlaceListed(PointsPlaceIn)
           End-if
           .

       EchoPointsTable.
           Display SPACE
           If PointsLoaded THEN
               Display "--- Points table (LADDERPTS.DAT) ---"
           ELSE
               Display "--- Points table (defaults - LADDERPTS.DAT"
                " not found) ---"
           End-if
           Perform varying P from 1 by 1 until P is greater than 16
               If PlaceListed(P) equal "Y" THEN
                   Move P to BestPlaceEd
                   Move PlacePoints(P) to PointsEd
                   Display "Place " BestPlaceEd "  " PointsEd
                    " points"
               End-if
           END-PERFORM
           Move LadderFloor to PointsEd
           Display "Participation floor " PointsEd
           Move MonthlyWeight to WeightEd
           Display "Monthly weight " WeightEd "%"
           Move LeagueWeight to WeightEd
           Display "League night weight " WeightEd "%"
           If BestN equal Zero THEN
               Display "Every result counts"
           ELSE
               Move BestN to BestNEd
               Display "Best " BestNEd " results count"
           End-if
           Move QualifyCount to QualifyEd
           Display "Finals qualifiers " QualifyEd
           Display SPACE
           .

       GetSeasonRange.
           Move "N" to SeasonRangeFlag
           Display "Enter the first month of the ladder season "
            "(YYYYMM):"
           Move Spaces to FirstMonth
           Accept FirstMonth
           If FirstMonth equal Spaces THEN
               Display "No season entered - no ladder run."
           ELSE
               Display "Enter the last month of the ladder season "
                "(YYYYMM, blank = same month):"
               Move Spaces to LastMonth
               Accept LastMonth
               If LastMonth equal Spaces THEN
                   Move FirstMonth to LastMonth
               End-if
               Perform CheckSeasonRange
           End-if
           .

       CheckSeasonRange.
           If FirstMonth is not numeric or LastMonth is not
            numeric THEN
               Display "Months must be entered as YYYYMM."
           ELSE
               Move FirstMonth to MonthCheck
               If MonthCheckMonth less than 1 or MonthCheckMonth
                greater than 12 THEN
                   Display "First month " FirstMonth " is not a "
                    "valid YYYYMM."
               ELSE
                   Move LastMonth to MonthCheck
                   If MonthCheckMonth less than 1 or
                    MonthCheckMonth greater than 12 THEN
                       Display "Last month " LastMonth " is not a "
                        "valid YYYYMM."
                   ELSE
                       If LastMonth less than FirstMonth THEN
                           Display "The last month is before the "
                            "first month."
                       ELSE
                           Move "Y" to SeasonRangeFlag
                       End-if
                   End-if
               End-if
           End-if
           .

       LoadSeasonEvents.
           Move Zero to SeasonEventCount
           Move Zero to SeasonEventsDropped
           Move Zero to MonthlyCount
           Move Zero to LeagueCount
           OPEN INPUT EVENT-FILE
           IF EventFileStatus equal "00" THEN
               Move "N" to EventEOFFlag
               Perform until EventReadEOF
                   Read EVENT-FILE
                       AT END
                           Move "Y" to EventEOFFlag
                       NOT AT END
                           If EV-SEASON-ID not less than FirstMonth
                            and EV-SEASON-ID not greater than
                            LastMonth THEN
                               Perform StoreSeasonEvent
                           End-if
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF
           If SeasonEventsDropped greater than Zero THEN
               Display "Events beyond the 200-entry table were not "
                "counted: " SeasonEventsDropped
           End-if
           .

       StoreSeasonEvent.
           Move Zero to SeasonEventIndex
           Perform varying K from 1 by 1 until K is greater than
            SeasonEventCount or SeasonEventIndex greater than Zero
               If SeasonEventImage(K)(1:6) equal EV-EVENT-ID THEN
                   Move K to SeasonEventIndex
               End-if
           END-PERFORM
           If SeasonEventIndex equal Zero THEN
               If SeasonEventCount less than 200 THEN
                   Add 1 to SeasonEventCount
                   Move SeasonEventCount to SeasonEventIndex
                   If EV-FORMAT equal "S" THEN
                       Add 1 to LeagueCount
                   ELSE
                       Add 1 to MonthlyCount
                   End-if
               ELSE
                   Add 1 to SeasonEventsDropped
               End-if
           End-if
           If SeasonEventIndex greater than Zero THEN
               Move EVENT-RECORD to SeasonEventImage(SeasonEventIndex)
           End-if
           .

      * League nights are the Swiss events; every other format is a
      * monthly.
       AwardEventPoints.
           If EV-FORMAT equal "S" THEN
               Move LeagueWeight to EventWeight
           ELSE
               Move MonthlyWeight to EventWeight
           End-if
           Perform varying K from 1 by 1 until K is greater than
            EV-ENTRANT-COUNT
               Perform AwardEntrantPoints
           END-PERFORM
           .

       AwardEntrantPoints.
           Move Zero to BasePoints
           If EV-PLACE(K) greater than Zero and EV-PLACE(K) not
            greater than LastListedPlace THEN
               Perform varying P from EV-PLACE(K) by -1 until
                P less than 1 or PlaceListed(P) equal "Y"
                   Continue
               END-PERFORM
               If P greater than Zero THEN
                   Move PlacePoints(P) to BasePoints
               End-if
           End-if
           Compute AwardPoints rounded = BasePoints * EventWeight
            / 100
           If AwardPoints less than LadderFloor THEN
               Move LadderFloor to AwardPoints
           End-if

           Move EV-PLAYER-NAME(K) to LadderLookupName
           Perform FindLadderPlayer
           If LadderIndex greater than Zero THEN
               If LadderEventCount(LadderIndex) less than 40 THEN
                   Add 1 to LadderEventCount(LadderIndex)
                   Move AwardPoints to LadderResult(LadderIndex,
                    LadderEventCount(LadderIndex))
               End-if
               If EV-PLACE(K) greater than Zero THEN
                   If LadderBestPlace(LadderIndex) equal Zero or
                    EV-PLACE(K) less than
                    LadderBestPlace(LadderIndex) THEN
                       Move EV-PLACE(K) to
                        LadderBestPlace(LadderIndex)
                   End-if
               End-if
           End-if
           .

       FindLadderPlayer.
           Move Zero to LadderIndex
           Perform varying L from 1 by 1 until L is greater than
            LadderCount or LadderIndex greater than Zero
               If LadderName(L) equal LadderLookupName THEN
                   Move L to LadderIndex
               End-if
           END-PERFORM
           If LadderIndex equal Zero THEN
               If LadderCount less than 300 THEN
                   Add 1 to LadderCount
                   Move LadderCount to LadderIndex
                   Move LadderLookupName to LadderName(LadderIndex)
                   Move Zero to LadderTotal(LadderIndex)
                   Move Zero to LadderTieWins(LadderIndex)
                   Move Zero to LadderTieGroup(LadderIndex)
                   Move Zero to LadderEventCount(LadderIndex)
                   Move Zero to LadderBestPlace(LadderIndex)
               ELSE
                   Add 1 to LadderDropped
               End-if
           End-if
           .

      * Results are put in descending order so the best N are the
      * first N.
       TotalBestResults.
           Perform varying I from 1 by 1 until I is greater than
            LadderEventCount(K)
               Perform varying L from 1 by 1 until L is greater
                than LadderEventCount(K) or L greater than or equal
                to I
                   If LadderResult(K, I) greater than
                    LadderResult(K, L) THEN
                       Move LadderResult(K, I) to SwapResult
                       Move LadderResult(K, L) to LadderResult(K, I)
                       Move SwapResult to LadderResult(K, L)
                   End-if
               END-PERFORM
           END-PERFORM
           Move LadderEventCount(K) to CountedResults
           If BestN greater than Zero and BestN less than
            CountedResults THEN
               Move BestN to CountedResults
           End-if
           Move Zero to LadderTotal(K)
           Perform varying I from 1 by 1 until I is greater than
            CountedResults
               Add LadderResult(K, I) to LadderTotal(K)
           END-PERFORM
           .

       SortLadder.
           Perform varying K from 1 by 1 until K is greater than
            LadderCount
               Perform varying L from 1 by 1 until L is greater
                than LadderCount or L greater than or equal to K
                   Perform CompareLadderEntries
                   If LadderKFirst THEN
                       Move LadderEntry(K) to SwapLadderEntry
                       Move LadderEntry(L) to LadderEntry(K)
                       Move SwapLadderEntry to LadderEntry(L)
                   End-if
               END-PERFORM
           END-PERFORM
           .

      * Order is points, then head-to-head wins inside a tied group,
      * then name so the sheet is the same on every run.
       CompareLadderEntries.
           Move "N" to LadderKFirstFlag
           If LadderTotal(K) greater than LadderTotal(L) THEN
               Move "Y" to LadderKFirstFlag
           ELSE
               If LadderTotal(K) equal LadderTotal(L) THEN
                   If LadderTieWins(K) greater than LadderTieWins(L)
                    THEN
                       Move "Y" to LadderKFirstFlag
                   ELSE
                       If LadderTieWins(K) equal LadderTieWins(L)
                        and LadderName(K) less than LadderName(L)
                        THEN
                           Move "Y" to LadderKFirstFlag
                       End-if
                   End-if
               End-if
           End-if
           .

       MarkTieGroups.
           Move Zero to TieGroupCount
           Perform varying K from 2 by 1 until K is greater than
            LadderCount
               Compute L = K - 1
               If LadderTotal(K) equal LadderTotal(L) THEN
                   If LadderTieGroup(L) equal Zero THEN
                       Add 1 to TieGroupCount
                       Move TieGroupCount to LadderTieGroup(L)
                   End-if
                   Move LadderTieGroup(L) to LadderTieGroup(K)
               End-if
           END-PERFORM
           .

      * Only matches between two members of the same tied group
      * count, and only matches played inside the ladder season.
      * Closed months are read from their archives.
       ScanHeadToHead.
           Move Zero to VoidedMatchCount
           OPEN INPUT MATCH-HISTORY-FILE
           IF MatchHistFileStatus equal "00" THEN
               Move "N" to MatchHistEOFFlag
               Perform until MatchHistReadEOF
                   Read MATCH-HISTORY-FILE
                       AT END
                           Move "Y" to MatchHistEOFFlag
                       NOT AT END
                           Perform CheckHeadToHeadMatch
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF

           Move FirstMonth to MonthCursorText
           Perform until MonthCursorText greater than LastMonth
               Perform ScanSeasonArchive
               Add 1 to MonthCursorMonth
               If MonthCursorMonth greater than 12 THEN
                   Move 1 to MonthCursorMonth
                   Add 1 to MonthCursorYear
               End-if
           END-PERFORM
           .

       ScanSeasonArchive.
           Move Spaces to ArchiveFilename
           STRING "SEASON-" DELIMITED BY SIZE
                   MonthCursorText DELIMITED BY SIZE
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
                           Perform CheckHeadToHeadMatch
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

       CheckHeadToHeadMatch.
           If MH-SEASON-ID not less than FirstMonth and
            MH-SEASON-ID not greater than LastMonth THEN
               Move MH-MATCH-ID to AdjLookupId
               Perform FindMatchAdjustment
               If AdjMatchVoided THEN
                   Add 1 to VoidedMatchCount
               ELSE
                   Perform TallyHeadToHeadMatch
               End-if
           End-if
           .

       TallyHeadToHeadMatch.
           Move Zero to MatchScore(1)
           Move Zero to MatchScore(2)
           Perform varying I from 1 by 1 until I is greater than 99
               Add MH-SCORE(I, 1) to MatchScore(1)
               Add MH-SCORE(I, 2) to MatchScore(2)
           END-PERFORM

           Move Zero to MatchWinnerSide
           If MatchScore(1) greater than MatchScore(2) THEN
               Move 1 to MatchWinnerSide
           ELSE
               If MatchScore(2) greater than MatchScore(1) THEN
                   Move 2 to MatchWinnerSide
               End-if
           End-if

      * A winner ruling from MATCHADJ.DAT overrides the recorded
      * scores.
           If AdjWinnerIs1 THEN
               Move 1 to MatchWinnerSide
           End-if
           If AdjWinnerIs2 THEN
               Move 2 to MatchWinnerSide
           End-if

           If MatchWinnerSide not equal Zero THEN
               Compute MatchLoserSide = 3 - MatchWinnerSide
               Move MH-PLAYER-NAME(MatchWinnerSide) to
                LadderLookupName
               Perform FindTiedPlayer
               Move LadderIndex to WinnerIndex
               Move MH-PLAYER-NAME(MatchLoserSide) to
                LadderLookupName
               Perform FindTiedPlayer
               Move LadderIndex to LoserIndex
               If WinnerIndex greater than Zero and LoserIndex
                greater than Zero THEN
                   If LadderTieGroup(WinnerIndex) equal
                    LadderTieGroup(LoserIndex) THEN
                       Add 1 to LadderTieWins(WinnerIndex)
                   End-if
               End-if
           End-if
           .

       FindTiedPlayer.
           Move Zero to LadderIndex
           Perform varying L from 1 by 1 until L is greater than
            LadderCount or LadderIndex greater than Zero
               If LadderName(L) equal LadderLookupName and
                LadderTieGroup(L) greater than Zero THEN
                   Move L to LadderIndex
               End-if
           END-PERFORM
           .

       WriteLadderReport.
           Move Spaces to ReportFilename
           STRING "LADDER-" DELIMITED BY SIZE
                   FirstMonth DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LastMonth DELIMITED BY SIZE
                   ".RPT" DELIMITED BY SIZE
                   INTO ReportFilename
           OPEN OUTPUT REPORT-FILE

           Move Spaces to ReportLine
           STRING "Season points ladder " DELIMITED BY SIZE
                   FirstMonth DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   LastMonth DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move SeasonEventCount to CountEd
           Move MonthlyCount to MonthlyCountEd
           Move MonthlyWeight to MonthlyWeightEd
           Move LeagueCount to LeagueCountEd
           Move LeagueWeight to LeagueWeightEd
           Move Spaces to ReportLine
           STRING "Events counted: " DELIMITED BY SIZE
                   CountEd DELIMITED BY SIZE
                   "  monthlies " DELIMITED BY SIZE
                   MonthlyCountEd DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   MonthlyWeightEd DELIMITED BY SIZE
                   "%  league nights " DELIMITED BY SIZE
                   LeagueCountEd DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   LeagueWeightEd DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           If BestN equal Zero THEN
               Move "Every result counts." to ReportLine
           ELSE
               Move BestN to BestNEd
               STRING "Best " DELIMITED BY SIZE
                       BestNEd DELIMITED BY SIZE
                       " results count." DELIMITED BY SIZE
                       INTO ReportLine
           End-if
           Perform EmitLine
           If VoidedMatchCount greater than Zero THEN
               Move Spaces to ReportLine
               STRING "Voided matches left out of head-to-head: "
                       DELIMITED BY SIZE
                       VoidedMatchCount DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if
           Move Spaces to ReportLine
           Perform EmitLine

           Move "Rank Player               Points Events Best  H2H"
            to ReportLine
           Perform EmitLine

           Move "N" to CutTiedFlag
           Perform varying K from 1 by 1 until K is greater than
            LadderCount
               Perform EmitLadderLine
           END-PERFORM

           Move Spaces to ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           STRING "Q = qualified for the season-finals invitational"
                   DELIMITED BY SIZE
                   " (top " DELIMITED BY SIZE
                   QualifyEd DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           If TieGroupCount greater than Zero THEN
               Move "H2H = season match wins over the others on the"
                to ReportLine
               Perform EmitLine
               Move "      same points." to ReportLine
               Perform EmitLine
           End-if
           If CutTied THEN
               Move "Players level on points and head-to-head at the"
                to ReportLine
               Perform EmitLine
               Move "qualifying cut - resolve by hand." to ReportLine
               Perform EmitLine
           End-if
           If LadderDropped greater than Zero THEN
               Move Spaces to ReportLine
               STRING "Players beyond the 300-entry table were not "
                       DELIMITED BY SIZE
                       "ranked: " DELIMITED BY SIZE
                       LadderDropped DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if

           CLOSE REPORT-FILE
           Display "Ladder written to " ReportFilename
           .

      * Players level on points and on head-to-head share a rank.
       EmitLadderLine.
           Move "N" to LadderLevelFlag
           If K greater than 1 THEN
               Compute L = K - 1
               If LadderTotal(K) equal LadderTotal(L) and
                LadderTieWins(K) equal LadderTieWins(L) THEN
                   Move "Y" to LadderLevelFlag
               End-if
           End-if
           If not LadderLevel THEN
               Move K to LadderRank
           End-if
           If K equal QualifyCount + 1 and LadderLevel THEN
               Move "Y" to CutTiedFlag
           End-if

           Move Spaces to QualifierMark
           If K not greater than QualifyCount THEN
               Move " Q" to QualifierMark
           End-if

           Move LadderRank to RankEd
           Move LadderTotal(K) to TotalEd
           Move LadderEventCount(K) to EventsEd
           Move LadderBestPlace(K) to BestPlaceEd
           Move Spaces to ReportLine
           Move RankEd to ReportLine(1:3)
           Move LadderName(K) to ReportLine(6:20)
           Move TotalEd to ReportLine(27:5)
           Move EventsEd to ReportLine(36:2)
           Move BestPlaceEd to ReportLine(41:2)
           If LadderTieGroup(K) greater than Zero THEN
               Move LadderTieWins(K) to TieWinsEd
               Move TieWinsEd to ReportLine(45:3)
           End-if
           Move QualifierMark to ReportLine(48:3)
           Perform EmitLine
           .

       EmitLine.
           Display ReportLine
           Move ReportLine to REPORT-RECORD
           WRITE REPORT-RECORD
           .

       COPY "ADJLOAD.CPY".

       END PROGRAM YOMI-LADDER.

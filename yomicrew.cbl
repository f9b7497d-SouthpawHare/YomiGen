      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Crew league report over the crew battle history
      *          CREWHIST.DAT, for one season or for all battles:
      *          crew standings (battles, W-L, stocks taken and lost),
      *          every member's games and stocks, the anchors who
      *          closed out battles - and who did it from behind - and
      *          character pick and win rates in crew play. In the
      *          stay-on-the-winner rotation each game costs the loser
      *          one stock, so a member's stocks taken are the games
      *          won and stocks lost the games lost. Battles voided in
      *          MATCHADJ.DAT are left out, and a WIN1/WIN2 ruling
      *          decides the battle's winning crew. Everything also
      *          goes to CREW.RPT (CREW-YYYYMM.RPT for one season).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-CREW.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-HISTORY-FILE ASSIGN TO "CREWHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CrewHistFileStatus.
           SELECT MATCH-ADJUST-FILE ASSIGN TO "MATCHADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchAdjFileStatus.
           SELECT REPORT-FILE ASSIGN DYNAMIC ReportFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CREW-HISTORY-FILE.
           COPY "CREWREC.CPY".

       FD  MATCH-ADJUST-FILE.
           01 MATCH-ADJUST-LINE PIC X(80).

       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ADJTABLE.CPY".

           01 I PIC 999.
           01 J PIC 999.
           01 G PIC 99.
           01 S PIC 9.
           01 T PIC 9.

           01 CrewHistFileStatus PIC X(2).
           01 CrewHistEOFFlag PIC X(1).
               88 CrewHistReadEOF Value 'Y'.
           01 ReportFileStatus PIC X(2).
           01 ReportFilename PIC X(30).

           01 SeasonIn PIC X(6).
           01 BattleCount PIC 9(4).
           01 VoidedBattleCount PIC 9(4).
           01 RuledBattleCount PIC 9(4).
           01 OpenBattleCount PIC 9(4).
           01 GameCount PIC 9(5).

      * Crews are keyed on the crew name, members on the player
      * name (a player's crew is the one they last played for) and
      * characters on the roster name saved with each game.
           01 CrewTable.
               02 CrewEntry occurs 100 times.
                   03 CrewName PIC X(20).
                   03 CrewBattles PIC 9(4).
                   03 CrewWins PIC 9(4).
                   03 CrewLosses PIC 9(4).
                   03 CrewStocksTaken PIC 9(5).
                   03 CrewStocksLost PIC 9(5).
           01 CrewCount PIC 999.
           01 CrewsDropped PIC 9(4).
           01 CrewOrder PIC 999 occurs 100 times.

           01 MemberTable.
               02 MemberEntry occurs 300 times.
                   03 MemberName PIC X(20).
                   03 MemberCrew PIC X(20).
                   03 MemberBattles PIC 9(4).
                   03 MemberGamesWon PIC 9(4).
                   03 MemberGamesLost PIC 9(4).
                   03 MemberCloses PIC 9(4).
                   03 MemberComebacks PIC 9(4).
                   03 MemberBestDeficit PIC 9.
           01 MemberCount PIC 999.
           01 MembersDropped PIC 9(4).
           01 MemberOrder PIC 999 occurs 300 times.

           01 CharTable.
               02 CharEntry occurs 60 times.
                   03 CharName PIC X(20).
                   03 CharPicks PIC 9(5).
                   03 CharWins PIC 9(5).
           01 CharCount PIC 99.
           01 CharsDropped PIC 9(4).
           01 CharOrder PIC 99 occurs 60 times.

           01 LookupName PIC X(20).
           01 LookupCrew PIC X(20).
           01 FoundIdx PIC 999.
           01 SwapIdx PIC 999.
           01 SwapFlag PIC X(1).
               88 SwapNeeded Value 'Y'.

      * Battle replay work - stocks each crew has left before the
      * game, the member in for each side and how many stocks that
      * member's crew was down when they came in.
           01 WinnerCrew PIC 9.
           01 GameWinSide PIC 9.
           01 GameLoseSide PIC 9.
           01 StocksLeft PIC 9 occurs 2 times.
           01 SideMember PIC 9 occurs 2 times.
           01 EntryDeficit PIC S9 occurs 2 times.
           01 CloserSide PIC 9.
           01 CloserMember PIC 9.
           01 CloserDeficit PIC S9.
           01 BattleMemberIdx PIC 999 occurs 10 times.
           01 BattleCrewIdx PIC 999 occurs 2 times.

           01 CountEd PIC ZZZ9.
           01 WinsEd PIC ZZZ9.
           01 LossesEd PIC ZZZ9.
           01 GameWinsEd PIC ZZ9.
           01 GameLossesEd PIC ZZ9.
           01 TakenEd PIC ZZZZ9.
           01 LostEd PIC ZZZZ9.
           01 NetEd PIC ----9.
           01 NetWork PIC S9(5).
           01 PctWork PIC 9(3).
           01 PctEd PIC ZZ9.
           01 DeficitEd PIC 9.
           01 ReportLine PIC X(80).



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Perform LoadAdjustments
           Perform ClearTables

           Display "Season to report (YYYYMM, blank = all battles):"
           Move Spaces to SeasonIn
           Accept SeasonIn

           Perform TabulateBattles

           If BattleCount equal Zero THEN
               If SeasonIn equal Spaces THEN
                   Display "No crew battles found in CREWHIST.DAT."
               ELSE
                   Display "No crew battles found in CREWHIST.DAT "
                    "for season " SeasonIn "."
               End-if
               STOP RUN
           END-IF

           Move Spaces to ReportFilename
           If SeasonIn equal Spaces THEN
               Move "CREW.RPT" to ReportFilename
           ELSE
               STRING "CREW-" DELIMITED BY SIZE
                       SeasonIn DELIMITED BY SIZE
                       ".RPT" DELIMITED BY SIZE
                       INTO ReportFilename
           End-if
           OPEN OUTPUT REPORT-FILE

           Perform ShowReportHeader
           Perform ShowCrewStandings
           Perform ShowMemberTotals
           Perform ShowAnchors
           Perform ShowCharacterRates

           CLOSE REPORT-FILE
           Display "Crew report written to " ReportFilename

           STOP RUN
           .

       ClearTables.
           Move Zero to BattleCount
           Move Zero to VoidedBattleCount
           Move Zero to RuledBattleCount
           Move Zero to OpenBattleCount
           Move Zero to GameCount
           Move Zero to CrewCount
           Move Zero to CrewsDropped
           Move Zero to MemberCount
           Move Zero to MembersDropped
           Move Zero to CharCount
           Move Zero to CharsDropped
           .

       TabulateBattles.
           OPEN INPUT CREW-HISTORY-FILE
           IF CrewHistFileStatus equal "00" THEN
               Move "N" to CrewHistEOFFlag
               Perform until CrewHistReadEOF
                   Read CREW-HISTORY-FILE
                       AT END
                           Move "Y" to CrewHistEOFFlag
                       NOT AT END
                           Perform TabulateBattle
                   END-READ
               END-PERFORM
               CLOSE CREW-HISTORY-FILE
           END-IF
           .

       TabulateBattle.
           If SeasonIn not equal Spaces and CB-SEASON-ID not equal
            SeasonIn THEN
               Continue
           ELSE
               Move CB-BATTLE-ID to AdjLookupId
               Perform FindMatchAdjustment
               If AdjMatchVoided THEN
                   Add 1 to VoidedBattleCount
               ELSE
                   Add 1 to BattleCount
                   Move CB-WINNER-CREW to WinnerCrew
                   If AdjWinnerIs1 THEN
                       Move 1 to WinnerCrew
                       Add 1 to RuledBattleCount
                   ELSE
                       If AdjWinnerIs2 THEN
                           Move 2 to WinnerCrew
                           Add 1 to RuledBattleCount
                       End-if
                   End-if
                   If WinnerCrew equal Zero THEN
                       Add 1 to OpenBattleCount
                   End-if
                   Perform TallyBattleCrews
                   Perform TallyBattleMembers
                   Perform ReplayBattleGames
               End-if
           End-if
           .

       TallyBattleCrews.
           Perform varying S from 1 by 1 until S is greater than 2
               Move CB-CREW-NAME(S) to LookupName
               Perform FindCrew
               Move FoundIdx to BattleCrewIdx(S)
               If FoundIdx greater than Zero THEN
                   Add 1 to CrewBattles(FoundIdx)
                   If WinnerCrew equal S THEN
                       Add 1 to CrewWins(FoundIdx)
                   ELSE
                       If WinnerCrew greater than Zero THEN
                           Add 1 to CrewLosses(FoundIdx)
                       End-if
                   End-if
               End-if
           END-PERFORM
           .

       TallyBattleMembers.
           Perform varying S from 1 by 1 until S is greater than 2
               Perform varying T from 1 by 1 until T is greater
                than 5
                   Compute J = (S - 1) * 5 + T
                   Move Zero to BattleMemberIdx(J)
                   If T not greater than CB-CREW-SIZE and
                    CB-MEMBER-NAME(S, T) not equal Spaces THEN
                       Move CB-MEMBER-NAME(S, T) to LookupName
                       Move CB-CREW-NAME(S) to LookupCrew
                       Perform FindMember
                       Move FoundIdx to BattleMemberIdx(J)
                       If FoundIdx greater than Zero THEN
                           Add 1 to MemberBattles(FoundIdx)
                       End-if
                   End-if
               END-PERFORM
           END-PERFORM
           .

      * The games are replayed in order to follow the stock count.
      * The member who wins the last game closes the battle out; if
      * their crew was down on stocks when they came in, the close
      * came from behind.
       ReplayBattleGames.
           Move CB-CREW-SIZE to StocksLeft(1)
           Move CB-CREW-SIZE to StocksLeft(2)
           Move Zero to SideMember(1)
           Move Zero to SideMember(2)
           Move Zero to EntryDeficit(1)
           Move Zero to EntryDeficit(2)
           Move Zero to CloserSide
           Perform varying G from 1 by 1 until G is greater than
            CB-GAME-COUNT or G is greater than 30
               Perform ReplayOneGame
           END-PERFORM

           If WinnerCrew greater than Zero and CloserSide equal
            WinnerCrew and CloserMember greater than Zero THEN
               Compute J = (CloserSide - 1) * 5 + CloserMember
               Move BattleMemberIdx(J) to FoundIdx
               If FoundIdx greater than Zero THEN
                   Add 1 to MemberCloses(FoundIdx)
                   If CloserDeficit greater than Zero THEN
                       Add 1 to MemberComebacks(FoundIdx)
                       If CloserDeficit greater than
                        MemberBestDeficit(FoundIdx) THEN
                           Move CloserDeficit to
                            MemberBestDeficit(FoundIdx)
                       End-if
                   End-if
               End-if
           End-if
           .

       ReplayOneGame.
           Perform varying S from 1 by 1 until S is greater than 2
               Compute T = 3 - S
               If CB-MEMBER-IDX(G, S) not equal SideMember(S) THEN
                   Move CB-MEMBER-IDX(G, S) to SideMember(S)
                   Compute EntryDeficit(S) = StocksLeft(T) -
                    StocksLeft(S)
               End-if
           END-PERFORM

           Move Zero to GameWinSide
           If CB-SCORE(G, 1) greater than Zero THEN
               Move 1 to GameWinSide
           ELSE
               If CB-SCORE(G, 2) greater than Zero THEN
                   Move 2 to GameWinSide
               End-if
           End-if

           If GameWinSide greater than Zero THEN
               Add 1 to GameCount
               Compute GameLoseSide = 3 - GameWinSide
               If StocksLeft(GameLoseSide) greater than Zero THEN
                   Subtract 1 from StocksLeft(GameLoseSide)
               End-if
               Perform TallyGameCrews
               Perform TallyGameMembers
               Perform varying S from 1 by 1 until S is greater
                than 2
                   Perform TallyGameCharacter
               END-PERFORM
               Move GameWinSide to CloserSide
               Move SideMember(GameWinSide) to CloserMember
               Move EntryDeficit(GameWinSide) to CloserDeficit
           End-if
           .

       TallyGameCrews.
           Move BattleCrewIdx(GameWinSide) to FoundIdx
           If FoundIdx greater than Zero THEN
               Add 1 to CrewStocksTaken(FoundIdx)
           End-if
           Move BattleCrewIdx(GameLoseSide) to FoundIdx
           If FoundIdx greater than Zero THEN
               Add 1 to CrewStocksLost(FoundIdx)
           End-if
           .

       TallyGameMembers.
           If SideMember(GameWinSide) greater than Zero and
            SideMember(GameWinSide) not greater than 5 THEN
               Compute J = (GameWinSide - 1) * 5 +
                SideMember(GameWinSide)
               Move BattleMemberIdx(J) to FoundIdx
               If FoundIdx greater than Zero THEN
                   Add 1 to MemberGamesWon(FoundIdx)
               End-if
           End-if
           If SideMember(GameLoseSide) greater than Zero and
            SideMember(GameLoseSide) not greater than 5 THEN
               Compute J = (GameLoseSide - 1) * 5 +
                SideMember(GameLoseSide)
               Move BattleMemberIdx(J) to FoundIdx
               If FoundIdx greater than Zero THEN
                   Add 1 to MemberGamesLost(FoundIdx)
               End-if
           End-if
           .

       TallyGameCharacter.
           If CB-CHARACTER(G, S) not equal Spaces THEN
               Move CB-CHARACTER(G, S) to LookupName
               Perform FindCharacter
               If FoundIdx greater than Zero THEN
                   Add 1 to CharPicks(FoundIdx)
                   If S equal GameWinSide THEN
                       Add 1 to CharWins(FoundIdx)
                   End-if
               End-if
           End-if
           .

       FindCrew.
           Move Zero to FoundIdx
           Perform varying I from 1 by 1 until I is greater than
            CrewCount or FoundIdx greater than Zero
               If CrewName(I) equal LookupName THEN
                   Move I to FoundIdx
               End-if
           END-PERFORM
           If FoundIdx equal Zero THEN
               If CrewCount less than 100 THEN
                   Add 1 to CrewCount
                   Move CrewCount to FoundIdx
                   Move LookupName to CrewName(FoundIdx)
                   Move Zero to CrewBattles(FoundIdx)
                   Move Zero to CrewWins(FoundIdx)
                   Move Zero to CrewLosses(FoundIdx)
                   Move Zero to CrewStocksTaken(FoundIdx)
                   Move Zero to CrewStocksLost(FoundIdx)
               ELSE
                   Add 1 to CrewsDropped
               End-if
           End-if
           .

       FindMember.
           Move Zero to FoundIdx
           Perform varying I from 1 by 1 until I is greater than
            MemberCount or FoundIdx greater than Zero
               If MemberName(I) equal LookupName THEN
                   Move I to FoundIdx
               End-if
           END-PERFORM
           If FoundIdx equal Zero THEN
               If MemberCount less than 300 THEN
                   Add 1 to MemberCount
                   Move MemberCount to FoundIdx
                   Move LookupName to MemberName(FoundIdx)
                   Move Zero to MemberBattles(FoundIdx)
                   Move Zero to MemberGamesWon(FoundIdx)
                   Move Zero to MemberGamesLost(FoundIdx)
                   Move Zero to MemberCloses(FoundIdx)
                   Move Zero to MemberComebacks(FoundIdx)
                   Move Zero to MemberBestDeficit(FoundIdx)
               ELSE
                   Add 1 to MembersDropped
               End-if
           End-if
           If FoundIdx greater than Zero THEN
               Move LookupCrew to MemberCrew(FoundIdx)
           End-if
           .

       FindCharacter.
           Move Zero to FoundIdx
           Perform varying I from 1 by 1 until I is greater than
            CharCount or FoundIdx greater than Zero
               If CharName(I) equal LookupName THEN
                   Move I to FoundIdx
               End-if
           END-PERFORM
           If FoundIdx equal Zero THEN
               If CharCount less than 60 THEN
                   Add 1 to CharCount
                   Move CharCount to FoundIdx
                   Move LookupName to CharName(FoundIdx)
                   Move Zero to CharPicks(FoundIdx)
                   Move Zero to CharWins(FoundIdx)
               ELSE
                   Add 1 to CharsDropped
               End-if
           End-if
           .

       ShowReportHeader.
           Move Spaces to ReportLine
           Perform EmitLine
           Move "==========================================" to
            ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           If SeasonIn equal Spaces THEN
               Move " YOMI CREW LEAGUE REPORT - ALL BATTLES" to
                ReportLine
           ELSE
               STRING " YOMI CREW LEAGUE REPORT - SEASON "
                       DELIMITED BY SIZE
                       SeasonIn DELIMITED BY SIZE
                       INTO ReportLine
           End-if
           Perform EmitLine
           Move BattleCount to CountEd
           Move GameCount to TakenEd
           Move Spaces to ReportLine
           STRING " Battles: " DELIMITED BY SIZE
                   CountEd DELIMITED BY SIZE
                   "   Games: " DELIMITED BY SIZE
                   TakenEd DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           If VoidedBattleCount greater than Zero THEN
               Move VoidedBattleCount to CountEd
               Move Spaces to ReportLine
               STRING " Voided battles excluded: " DELIMITED BY SIZE
                       CountEd DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if
           If RuledBattleCount greater than Zero THEN
               Move RuledBattleCount to CountEd
               Move Spaces to ReportLine
               STRING " Battles decided by ruling: " DELIMITED BY
                       SIZE
                       CountEd DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if
           If OpenBattleCount greater than Zero THEN
               Move OpenBattleCount to CountEd
               Move Spaces to ReportLine
               STRING " Inconclusive battles (no W-L): " DELIMITED
                       BY SIZE
                       CountEd DELIMITED BY SIZE
                       INTO ReportLine
               Perform EmitLine
           End-if
           Move "==========================================" to
            ReportLine
           Perform EmitLine
           If CrewsDropped greater than Zero or MembersDropped
            greater than Zero or CharsDropped greater than Zero THEN
               Display "WARNING: table limits reached - " CrewsDropped
                " crew, " MembersDropped " member and " CharsDropped
                " character entries not counted."
           End-if
           .

      * Standings order: wins, then stock differential.
       ShowCrewStandings.
           Perform varying I from 1 by 1 until I is greater than
            CrewCount
               Move I to CrewOrder(I)
           END-PERFORM
           Perform varying I from 2 by 1 until I is greater than
            CrewCount
               Perform varying J from I by -1 until J less than 2
                   Perform CompareCrewOrder
                   If SwapNeeded THEN
                       Move CrewOrder(J) to SwapIdx
                       Move CrewOrder(J - 1) to CrewOrder(J)
                       Move SwapIdx to CrewOrder(J - 1)
                   End-if
               END-PERFORM
           END-PERFORM

           Move Spaces to ReportLine
           Perform EmitLine
           Move "--- Crew Standings ---" to ReportLine
           Perform EmitLine
           Move "Crew                 Battles    W    L  Taken  Lost  "
            to ReportLine
           Move "  +/-  Win%" to ReportLine(53:11)
           Perform EmitLine
           Perform varying I from 1 by 1 until I is greater than
            CrewCount
               Move CrewOrder(I) to FoundIdx
               Perform EmitCrewLine
           END-PERFORM
           .

       CompareCrewOrder.
           Move "N" to SwapFlag
           Move CrewOrder(J) to FoundIdx
           Move CrewOrder(J - 1) to SwapIdx
           If CrewWins(FoundIdx) greater than CrewWins(SwapIdx) THEN
               Move "Y" to SwapFlag
           ELSE
               If CrewWins(FoundIdx) equal CrewWins(SwapIdx) and
                CrewStocksTaken(FoundIdx) - CrewStocksLost(FoundIdx)
                greater than
                CrewStocksTaken(SwapIdx) - CrewStocksLost(SwapIdx)
                THEN
                   Move "Y" to SwapFlag
               End-if
           End-if
           .

       EmitCrewLine.
           Move CrewBattles(FoundIdx) to CountEd
           Move CrewWins(FoundIdx) to WinsEd
           Move CrewLosses(FoundIdx) to LossesEd
           Move CrewStocksTaken(FoundIdx) to TakenEd
           Move CrewStocksLost(FoundIdx) to LostEd
           Compute NetWork = CrewStocksTaken(FoundIdx) -
            CrewStocksLost(FoundIdx)
           Move NetWork to NetEd
           Move Zero to PctWork
           If CrewWins(FoundIdx) + CrewLosses(FoundIdx) greater
            than Zero THEN
               Compute PctWork Rounded = CrewWins(FoundIdx) * 100 /
                (CrewWins(FoundIdx) + CrewLosses(FoundIdx))
           End-if
           Move PctWork to PctEd
           Move Spaces to ReportLine
           Move CrewName(FoundIdx) to ReportLine(1:20)
           Move CountEd to ReportLine(25:4)
           Move WinsEd to ReportLine(30:4)
           Move LossesEd to ReportLine(35:4)
           Move TakenEd to ReportLine(40:5)
           Move LostEd to ReportLine(46:5)
           Move NetEd to ReportLine(52:5)
           Move PctEd to ReportLine(59:3)
           Move "%" to ReportLine(62:1)
           Perform EmitLine
           .

      * Members are listed by games won, then fewest games lost.
       ShowMemberTotals.
           Perform varying I from 1 by 1 until I is greater than
            MemberCount
               Move I to MemberOrder(I)
           END-PERFORM
           Perform varying I from 2 by 1 until I is greater than
            MemberCount
               Perform varying J from I by -1 until J less than 2
                   Perform CompareMemberOrder
                   If SwapNeeded THEN
                       Move MemberOrder(J) to SwapIdx
                       Move MemberOrder(J - 1) to MemberOrder(J)
                       Move SwapIdx to MemberOrder(J - 1)
                   End-if
               END-PERFORM
           END-PERFORM

           Move Spaces to ReportLine
           Perform EmitLine
           Move "--- Crew Members ---" to ReportLine
           Perform EmitLine
           Move "Player               Crew" to ReportLine
           Move "Battles  Games W-L  Stocks +/-" to ReportLine(43:30)
           Perform EmitLine
           Perform varying I from 1 by 1 until I is greater than
            MemberCount
               Move MemberOrder(I) to FoundIdx
               Perform EmitMemberLine
           END-PERFORM
           .

       CompareMemberOrder.
           Move "N" to SwapFlag
           Move MemberOrder(J) to FoundIdx
           Move MemberOrder(J - 1) to SwapIdx
           If MemberGamesWon(FoundIdx) greater than
            MemberGamesWon(SwapIdx) THEN
               Move "Y" to SwapFlag
           ELSE
               If MemberGamesWon(FoundIdx) equal
                MemberGamesWon(SwapIdx) and
                MemberGamesLost(FoundIdx) less than
                MemberGamesLost(SwapIdx) THEN
                   Move "Y" to SwapFlag
               End-if
           End-if
           .

       EmitMemberLine.
           Move MemberBattles(FoundIdx) to CountEd
           Move MemberGamesWon(FoundIdx) to GameWinsEd
           Move MemberGamesLost(FoundIdx) to GameLossesEd
           Compute NetWork = MemberGamesWon(FoundIdx) -
            MemberGamesLost(FoundIdx)
           Move NetWork to NetEd
           Move Spaces to ReportLine
           Move MemberName(FoundIdx) to ReportLine(1:20)
           Move MemberCrew(FoundIdx) to ReportLine(22:20)
           Move CountEd to ReportLine(46:4)
           STRING GameWinsEd DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   GameLossesEd DELIMITED BY SIZE
                   INTO ReportLine(53:7)
           Move NetEd to ReportLine(68:5)
           Perform EmitLine
           .

      * An anchor here is whoever won the last game of a battle;
      * "from behind" means their crew was down on stocks when they
      * came in, and the best comeback is the most stocks down.
       ShowAnchors.
           Move Spaces to ReportLine
           Perform EmitLine
           Move "--- Anchors (battles closed out) ---" to ReportLine
           Perform EmitLine
           Move "Player               Crew" to ReportLine
           Move "Closed  From behind  Best comeback" to
            ReportLine(43:34)
           Perform EmitLine
           Move Zero to J
           Perform varying I from 1 by 1 until I is greater than
            MemberCount
               Move MemberOrder(I) to FoundIdx
               If MemberCloses(FoundIdx) greater than Zero THEN
                   Add 1 to J
                   Perform EmitAnchorLine
               End-if
           END-PERFORM
           If J equal Zero THEN
               Move "(no battle has been closed out yet)" to
                ReportLine
               Perform EmitLine
           End-if
           .

       EmitAnchorLine.
           Move MemberCloses(FoundIdx) to CountEd
           Move MemberComebacks(FoundIdx) to WinsEd
           Move Spaces to ReportLine
           Move MemberName(FoundIdx) to ReportLine(1:20)
           Move MemberCrew(FoundIdx) to ReportLine(22:20)
           Move CountEd to ReportLine(45:4)
           Move WinsEd to ReportLine(58:4)
           If MemberBestDeficit(FoundIdx) greater than Zero THEN
               Move MemberBestDeficit(FoundIdx) to DeficitEd
               STRING DeficitEd DELIMITED BY SIZE
                       " stock(s) down" DELIMITED BY SIZE
                       INTO ReportLine(64:15)
           End-if
           Perform EmitLine
           .

      * Characters are listed by pick count.
       ShowCharacterRates.
           Perform varying I from 1 by 1 until I is greater than
            CharCount
               Move I to CharOrder(I)
           END-PERFORM
           Perform varying I from 2 by 1 until I is greater than
            CharCount
               Perform varying J from I by -1 until J less than 2
                   If CharPicks(CharOrder(J)) greater than
                    CharPicks(CharOrder(J - 1)) THEN
                       Move CharOrder(J) to SwapIdx
                       Move CharOrder(J - 1) to CharOrder(J)
                       Move SwapIdx to CharOrder(J - 1)
                   End-if
               END-PERFORM
           END-PERFORM

           Move Spaces to ReportLine
           Perform EmitLine
           Move "--- Characters in Crew Play ---" to ReportLine
           Perform EmitLine
           Move "Character            Picks  Pick%   Wins  Win%" to
            ReportLine
           Perform EmitLine
           Perform varying I from 1 by 1 until I is greater than
            CharCount
               Move CharOrder(I) to FoundIdx
               Perform EmitCharacterLine
           END-PERFORM
           .

      * Pick share is of all picks - two per game.
       EmitCharacterLine.
           Move CharPicks(FoundIdx) to CountEd
           Move CharWins(FoundIdx) to WinsEd
           Move Zero to PctWork
           If GameCount greater than Zero THEN
               Compute PctWork Rounded = CharPicks(FoundIdx) * 100 /
                (GameCount * 2)
           End-if
           Move PctWork to PctEd
           Move Spaces to ReportLine
           Move CharName(FoundIdx) to ReportLine(1:20)
           Move CountEd to ReportLine(23:4)
           Move PctEd to ReportLine(30:3)
           Move "%" to ReportLine(33:1)
           Move WinsEd to ReportLine(37:4)
           Move Zero to PctWork
           If CharPicks(FoundIdx) greater than Zero THEN
               Compute PctWork Rounded = CharWins(FoundIdx) * 100 /
                CharPicks(FoundIdx)
           End-if
           Move PctWork to PctEd
           Move PctEd to ReportLine(43:3)
           Move "%" to ReportLine(46:1)
           Perform EmitLine
           .

       EmitLine.
           Display ReportLine
           Move ReportLine to REPORT-RECORD
           WRITE REPORT-RECORD
           .

       COPY "ADJLOAD.CPY".

       END PROGRAM YOMI-CREW.

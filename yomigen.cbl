           SELECT CONTROL-FILE ASSIGN TO "YOMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CtlFileStatus.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventFileStatus.
           SELECT EVENT-CONTROL-FILE ASSIGN TO "EVENTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventControlFileStatus.
           SELECT POOL-FILE ASSIGN TO "POOLS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PoolFileStatus.
           SELECT REGISTER-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RegisterFileStatus.
           SELECT QUEUE-FILE ASSIGN TO "QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QueueFileStatus.
           SELECT MATCH-ADJUST-FILE ASSIGN TO "MATCHADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchAdjFileStatus.
           SELECT SCOUT-FILE ASSIGN TO "SCOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoutFileStatus.
           SELECT ALIAS-FILE ASSIGN TO "ALIASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AliasFileStatus.
           SELECT TOTALS-FILE ASSIGN DYNAMIC TotalsFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           01 CONTROL-LINE PIC X(20).

       FD  EVENT-FILE.
           COPY "EVENTREC.CPY".

       FD  EVENT-CONTROL-FILE.
           01 EVENT-CONTROL-RECORD PIC 9(6).

       FD  POOL-FILE.
           COPY "POOLREC.CPY".

       FD  REGISTER-FILE.
           COPY "REGREC.CPY".

       FD  QUEUE-FILE.
           COPY "QUEUEREC.CPY".

       FD  MATCH-ADJUST-FILE.
           01 MATCH-ADJUST-LINE PIC X(80).

       FD  SCOUT-FILE.
           01 SCOUT-RECORD PIC X(80).

       FD  ALIAS-FILE.
           01 ALIAS-LINE PIC X(80).

       FD  TOTALS-FILE.
           01 TOTALS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GAMEWS.CPY".

           01 EnrollNameLC PIC X(20).
           01 MasterNameLen PIC 99.
           01 CommaCount PIC 99.
           COPY "ALIASWS.CPY".

           COPY "TOTALWS.CPY".
      * The record just saved is held here while a missing totals
      * file is rebuilt from the history it was appended to.
           01 TotalsHeldRecord PIC X(4226).

           01 RatingLookupName PIC X(20).
           01 RatingsFileStatus PIC X(2).
           01 SwissLoseIdx PIC 99.
           01 SwissRank PIC ZZ9.

      * Pools phase work. PoolMember holds one pool's entrants for
      * pairing (a zero member is the bye in an odd-sized pool) and
      * PoolSeedOrder the bracket entrant order built at hand-off.
           01 PoolMode PIC X(1).
               88 PoolModeYes Value 'Y' 'y'.
           01 PoolFileStatus PIC X(2).
           01 PoolEOFFlag PIC X(1).
           01 PoolResumeIn PIC X(1).
               88 PoolResumeYes Value 'Y' 'y'.
           01 PoolCountIn PIC X(2).
           01 PoolFieldCount PIC 99.
           01 PoolsIn PIC X(1).
           01 PoolAdvanceIn PIC X(1).
           01 PoolLetters PIC X(4) Value "ABCD".
           01 PoolMember PIC 99 occurs 8 times.
           01 PoolMemberCount PIC 99.
           01 PoolPaddedCount PIC 99.
           01 PoolSmallest PIC 99.
           01 PlI PIC 99.
           01 PlJ PIC 99.
           01 PlK PIC 99.
           01 PlM PIC 99.
           01 PlP PIC 9.
           01 PlR PIC 99.
           01 PlT PIC 99.
           01 PlTemp PIC 99.
           01 PlA PIC 99.
           01 PlB PIC 99.
           01 CurrentPoolMatch PIC 99.
           01 PoolWinIdx PIC 99.
           01 PoolLoseIdx PIC 99.
           01 PoolSideIdx PIC 99 occurs 2 times.
           01 PoolTieWins PIC 99 occurs 16 times.
           01 PoolGameDiff PIC S9(3) occurs 16 times.
           01 PoolRankList PIC 99 occurs 8 times.
           01 PoolRankEd PIC Z9.
           01 PoolAheadFlag PIC X(1).
               88 PoolAhead Value 'Y'.
           01 PoolSeedOrder PIC 99 occurs 16 times.
           01 PoolSeedUsed PIC X(1) occurs 16 times.
           01 PoolTierList PIC 99 occurs 16 times.
           01 PoolTierCount PIC 99.
           01 PoolSeedPos PIC 99.
           01 PoolPartner PIC 99.

      * Registration desk field. DeskImage holds the whole of
      * REGISTER.DAT (each entry a full image of REGISTER-RECORD) so
      * the loaded players can be stamped with the event ID, and
      * DeskSeedName the checked-in players in rating order.
      * DeskPlaceOrder gives the seed for each first-round position
      * of a 4, 8 and 16 bracket in turn, so the top seeds meet as
      * late as possible and any byes fall to the top seeds.
           01 RegisterFileStatus PIC X(2).
           01 RegisterEOFFlag PIC X(1).
               88 RegisterReadEOF Value 'Y'.
           01 DeskSheet.
               02 DeskImage PIC X(82) occurs 200 times.
           01 DeskCount PIC 999.
           01 DeskI PIC 999.
           01 DeskSeedName PIC X(20) occurs 16 times.
           01 DeskSeedRating PIC 9(4) occurs 16 times.
           01 DeskSeedCount PIC 999.
           01 DeskSeedCountEd PIC ZZ9.
           01 DeskFieldMin PIC 99.
           01 DeskFieldMax PIC 99.
           01 DeskEventId PIC 9(6).
           01 DeskLoadIn PIC X(1).
               88 DeskLoadYes Value 'Y' 'y'.
           01 DeskLoadedFlag PIC X(1).
               88 DeskLoaded Value 'Y'.
           01 DeskSwapName PIC X(20).
           01 DeskSwapRating PIC 9(4).
           01 DeskS PIC 99.
           01 DeskT PIC 99.
           01 DeskHalf PIC 99.
           01 DeskOdd PIC 99.
           01 DeskPlace PIC 99.
           01 DeskPlacedFlag PIC X(1) Value 'N'.
               88 DeskPlaced Value 'Y'.
           01 DeskPlaceOrderValues.
               02 FILLER PIC X(8) Value "01040203".
               02 FILLER PIC X(16) Value "0108040502070306".
               02 FILLER PIC X(32)
                Value "01160809041305120215071003140611".
           01 DeskPlaceOrderTable REDEFINES DeskPlaceOrderValues.
               02 DeskPlaceOrder PIC 99 occurs 28 times.

      * Station call queue. QueueImage holds this event's entries of
      * QUEUE.DAT (each a full image of QUEUE-RECORD); minutes are
      * counted from the day number so the no-show window holds
      * across midnight.
           01 QueueMode PIC X(1).
               88 QueueModeYes Value 'Y' 'y'.
           01 QueueFileStatus PIC X(2).
           01 QueueEOFFlag PIC X(1).
               88 QueueReadEOF Value 'Y'.
           01 QueueSheet.
               02 QueueImage PIC X(110) occurs 80 times.
           01 QueueCount PIC 99.
           01 QuI PIC 99.
           01 QuS PIC 99.
           01 QuSide PIC 9.
           01 QuOther PIC 9.
           01 QueueEventId PIC 9(6).
           01 QueueFormat PIC X(1).
           01 QueueRoundNum PIC 9.
           01 QueueMatchNum PIC 99.
           01 QueueRoundLabel PIC X(12).
           01 QueueName1 PIC X(20).
           01 QueueName2 PIC X(20).
           01 QueueStationBusy PIC X(1) occurs 16 times.
           01 QueuePlayingCount PIC 99.
           01 QueueDeckCount PIC 99.
           01 QueueFoundIdx PIC 99.
           01 QueueActionIn PIC X(2).
               88 QueueActionArrived Value 'A' 'a'.
               88 QueueActionNoShow Value 'D' 'd'.
               88 QueueActionStop Value 'Q' 'q'.
           01 QueueStationIn PIC X(2).
           01 QueueStationNum PIC 99.
           01 QueueSideIn PIC X(1).
           01 QueueConfirmIn PIC X(1).
               88 QueueConfirmYes Value 'Y' 'y'.
           01 QueueDoneFlag PIC X(1).
               88 QueueDone Value 'Y'.
           01 QueueClosedFlag PIC X(1).
               88 QueueClosed Value 'Y'.
           01 QueueSkipMatchFlag PIC X(1).
               88 QueueSkipMatch Value 'Y'.
           01 QueueNowStamp PIC X(14).
           01 QueueStampWork PIC X(14).
           01 QueueStampParts REDEFINES QueueStampWork.
               02 QueueStampDate PIC 9(8).
               02 QueueStampHour PIC 99.
               02 QueueStampMinute PIC 99.
               02 QueueStampSecond PIC 99.
           01 QueueStampMinutes PIC 9(9).
           01 QueueNowMinutes PIC 9(9).
           01 QueueWaitMinutes PIC 9(9).
           01 QueueWaitEd PIC ZZZ9.

           01 CardMode PIC X(1).
               88 CardModeYes Value 'Y' 'y'.
           01 MatchCardFileStatus PIC X(2).
           01 CrewBattleOverFlag PIC X(1).
               88 CrewBattleOver Value 'Y'.

      * Event register work - one row per entrant, filled from the
      * finished bracket or Swiss standings and then written to
      * EVENTS.DAT in finishing order.
           01 EventFileStatus PIC X(2).
           01 EventControlFileStatus PIC X(2).
           01 EventControlEOFFlag PIC X(1).
           01 NextEventId PIC 9(6).
           01 EventNameIn PIC X(30).
           01 EventWork.
               02 EventWorkEntry occurs 16 times.
                   03 EventWorkName PIC X(20).
                   03 EventWorkPlace PIC 99.
                   03 EventWorkSpan PIC 99.
                   03 EventWorkWins PIC 99.
                   03 EventWorkLosses PIC 99.
                   03 EventWorkGameWins PIC 9(3).
           01 EventWorkCount PIC 99.
           01 EvI PIC 99.
           01 EvOut PIC 99.
           01 EvPlaceWanted PIC 99.
           01 EvNextPlace PIC 99.
           01 EvRoundCount PIC 99.
           01 EvLoser PIC 99.

      * Scouting card work - the two players' meetings on
      * MATCHHIST.DAT, oldest of the last five dropped as newer ones
      * are found, and each player's characters picked against the
      * other. Side 1 is always PlayerName(1).
           COPY "ADJTABLE.CPY".
           01 ScoutFileStatus PIC X(2).
           01 ScoutEOFFlag PIC X(1).
               88 ScoutReadEOF Value 'Y'.
           01 ScoutNameLC PIC X(20) occurs 2 times.
           01 ScoutCandLC PIC X(20) occurs 2 times.
           01 ScoutSideOf PIC 9 occurs 2 times.
           01 ScoutMatchScore PIC 99 occurs 2 times.
           01 ScoutWinner PIC 9.
           01 ScoutWins PIC 9(4) occurs 2 times.
           01 ScoutDraws PIC 9(4).
           01 ScoutMeetings PIC 9(4).
           01 ScoutVoided PIC 9(4).
           01 ScoutRecent.
               02 ScoutRecentEntry occurs 5 times.
                   03 ScoutRecentId PIC 9(6).
                   03 ScoutRecentDate PIC X(8).
                   03 ScoutRecentScore PIC 99 occurs 2 times.
                   03 ScoutRecentWinner PIC 9.
           01 ScoutRecentCount PIC 9.
           01 ScoutPicks.
               02 ScoutPickSide occurs 2 times.
                   03 ScoutPickEntry occurs 40 times.
                       04 ScoutPickName PIC X(20).
                       04 ScoutPickCount PIC 9(4).
           01 ScoutPickTotal PIC 99 occurs 2 times.
           01 ScoutPickIdx PIC 99.
           01 ScoutPickBest PIC 99.
           01 ScoutRating PIC 9(4) occurs 2 times.
           01 ScoutChance PIC 999 occurs 2 times.
           01 ScI PIC 999.
           01 ScJ PIC 99.
           01 ScS PIC 9.
           01 ScT PIC 9.
           01 ScRank PIC 9.
           01 ScoutPtr PIC 99.
           01 ScoutLine PIC X(80).
           01 ScoutCountEd PIC ZZZ9.
           01 ScoutScoreEd PIC Z9.
           01 ScoutPctEd PIC ZZ9.

           01 ResumeRequestedFlag PIC X(1).
               88 ResumeRequestedYes Value 'Y' 'y'.
           01 CheckpointEOFFlag PIC X(1).
           Move "N" to SwissMode
           Move "N" to CardMode
           Move "N" to CrewMode
           Move "N" to PoolMode
           Display "Run crew battle mode (team match)? (Y/N):"
           Accept CrewMode
           If CrewModeYes THEN
               End-if
           End-if

           Move "N" to QueueSkipMatchFlag
           Move "N" to FirstIterationFlag
           If ResumeRequestedYes THEN
               Move "Y" to FirstIterationFlag
               If FirstIterationYes and ResumeRequestedYes THEN
                   Continue
               ELSE
                   If PoolModeYes THEN
                       Perform PreparePoolMatch
                   ELSE
                   If BracketModeYes THEN
                       Perform PrepareBracketMatch
                   ELSE
                           End-if
                       End-if
                   End-if
                   End-if
                   If CardModeYes and CardExhausted or QueueSkipMatch
                    THEN
                       Continue
                   ELSE
                       If not CardModeYes THEN
               If CardModeYes and CardExhausted THEN
                   Move "N" to PlayAnotherMatch
               ELSE
                   If not QueueSkipMatch THEN
                       Perform PlayOneMatch
                   End-if
               End-if

           END-PERFORM
           Perform ClearCheckpoint
           Move "N" to ResumeRequestedFlag

           If PoolModeYes THEN
               Perform UpdatePoolAfterMatch
           ELSE
           If BracketModeYes THEN
               Perform UpdateBracketAfterMatch
           ELSE
                   End-if
               End-if
           End-if
           End-if
           .

       GetPlayerNames.
                   Perform ResolvePlayerId
               END-PERFORM
           END-PERFORM
           Perform ShowScoutingCard
           .

       ResolvePlayerId.
            " (no table limit)"
           .

      * An ID retired by a player merge resolves through ALIASES.DAT
      * to the surviving player, so it can be neither used nor
      * enrolled again.
       LookupPlayerMasterId.
           Perform ScanPlayerMasterId
           If not PlayerMasterFound and PlayerIdIn not equal Spaces
            THEN
               Move PlayerIdIn to AliasLookupId
               Move Spaces to AliasLookupName
               Perform FindPlayerAlias
               If AliasFound THEN
                   Display "ID " PlayerIdIn " was merged into "
                    AliasSurvivorId " (" AliasSurvivorName ")."
                   Move AliasSurvivorId to PlayerIdIn
                   Perform ScanPlayerMasterId
               End-if
           End-if
           .

       ScanPlayerMasterId.
           Move "N" to PlayerMasterFoundFlag
           Move Spaces to PlayerMasterFoundName
           Move Spaces to PlayerMasterFoundId
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           END-IF
           If not NameDupFound THEN
               Move Spaces to AliasLookupId
               Move EnrollName to AliasLookupName
               Perform FindPlayerAlias
               If AliasFound THEN
                   Move "Y" to NameDupFoundFlag
                   Move AliasSurvivorId to NameDupId
               End-if
           End-if
           .

       CheckMasterNameDupLine.
               End-if
           End-if

           Perform ComputeEloExpected
           Compute EloWork = EloScoreA - EloWork
           Compute EloWork = EloWork * CtlKFactor
           Compute RatingDelta rounded = EloWork
           Add 1 to RatingMatchesB
           .

      * Expected score for player A against player B, left in
      * EloWork. The scouting card quotes the same figure as the
      * win chance before the match.
       ComputeEloExpected.
           Compute EloExponent rounded =
            (RatingOldB - RatingOldA) / 400
           If EloExponent greater than 6 THEN
               Move 6 to EloExponent
           End-if
           If EloExponent less than -6 THEN
               Move -6 to EloExponent
           End-if
           Compute EloPower rounded = 10 ** EloExponent
           Compute EloWork = 1.0 + EloPower
           Compute EloWork = 1.0 / EloWork
           .

       ShowRatingChange.
           Display SPACE
           Display "--- Ratings ---"
           CLOSE RATINGS-FILE
           .

      * The scouting card is shown once the two players are set and
      * before Game 1, and written over SCOUT.TXT for the casters and
      * the stream. Meetings come off MATCHHIST.DAT with the
      * MATCHADJ.DAT rulings applied as in the reports - voided
      * matches are left out and a winner ruling overrides the games.
       ShowScoutingCard.
           Perform LoadAdjustments
           Perform ClearScoutWork
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move PlayerName(ScS) to TEXT2PRINT
               Perform TOLOWER
               Move TEXT2PRINT to ScoutNameLC(ScS)
           END-PERFORM

           Move "N" to ScoutEOFFlag
           OPEN INPUT MATCH-HISTORY-FILE
           IF MatchHistFileStatus equal "00" THEN
               Perform until ScoutReadEOF
                   Read MATCH-HISTORY-FILE
                       AT END
                           Move "Y" to ScoutEOFFlag
                       NOT AT END
                           Perform CheckScoutMeeting
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF

           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move PlayerName(ScS) to RatingLookupName
               Perform FindRatingInFile
               Move RatingFoundValue to ScoutRating(ScS)
           END-PERFORM
           Move ScoutRating(1) to RatingOldA
           Move ScoutRating(2) to RatingOldB
           Perform ComputeEloExpected
           Compute ScoutChance(1) rounded = EloWork * 100
           Compute ScoutChance(2) = 100 - ScoutChance(1)

           Perform WriteScoutingCard
           .

       ClearScoutWork.
           Move Zero to ScoutDraws
           Move Zero to ScoutMeetings
           Move Zero to ScoutVoided
           Move Zero to ScoutRecentCount
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move Zero to ScoutWins(ScS)
               Move Zero to ScoutPickTotal(ScS)
           END-PERFORM
           .

      * ScoutSideOf gives the history side each card player sat on,
      * since either may have been entered first.
       CheckScoutMeeting.
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move MH-PLAYER-NAME(ScS) to TEXT2PRINT
               Perform TOLOWER
               Move TEXT2PRINT to ScoutCandLC(ScS)
           END-PERFORM
           Move Zero to ScoutSideOf(1)
           Move Zero to ScoutSideOf(2)
           If ScoutCandLC(1) equal ScoutNameLC(1) and
            ScoutCandLC(2) equal ScoutNameLC(2) THEN
               Move 1 to ScoutSideOf(1)
               Move 2 to ScoutSideOf(2)
           ELSE
               If ScoutCandLC(1) equal ScoutNameLC(2) and
                ScoutCandLC(2) equal ScoutNameLC(1) THEN
                   Move 2 to ScoutSideOf(1)
                   Move 1 to ScoutSideOf(2)
               End-if
           End-if

           If ScoutSideOf(1) greater than Zero THEN
               Move MH-MATCH-ID to AdjLookupId
               Perform FindMatchAdjustment
               If AdjMatchVoided THEN
                   Add 1 to ScoutVoided
               ELSE
                   Perform TallyScoutMeeting
               End-if
           End-if
           .

       TallyScoutMeeting.
           Add 1 to ScoutMeetings
           Move Zero to ScoutMatchScore(1)
           Move Zero to ScoutMatchScore(2)
           Perform varying ScI from 1 by 1 until ScI is greater than 99
               Perform varying ScS from 1 by 1 until ScS is greater
                than 2
                   Move ScoutSideOf(ScS) to ScT
                   Add MH-SCORE(ScI, ScT) to ScoutMatchScore(ScS)
                   If MH-CHARACTER(ScI, ScT)(1:1) not equal Space
                    THEN
                       Perform TallyScoutPick
                   End-if
               END-PERFORM
           END-PERFORM

           Move Zero to ScoutWinner
           If ScoutMatchScore(1) greater than ScoutMatchScore(2) THEN
               Move 1 to ScoutWinner
           ELSE
               If ScoutMatchScore(2) greater than ScoutMatchScore(1)
                THEN
                   Move 2 to ScoutWinner
               End-if
           End-if
           If AdjWinnerIs1 THEN
               If ScoutSideOf(1) equal 1 THEN
                   Move 1 to ScoutWinner
               ELSE
                   Move 2 to ScoutWinner
               End-if
           End-if
           If AdjWinnerIs2 THEN
               If ScoutSideOf(1) equal 2 THEN
                   Move 1 to ScoutWinner
               ELSE
                   Move 2 to ScoutWinner
               End-if
           End-if
           If ScoutWinner equal Zero THEN
               Add 1 to ScoutDraws
           ELSE
               Add 1 to ScoutWins(ScoutWinner)
           End-if

      * History is appended in match order, so the last five found
      * are the last five played.
           If ScoutRecentCount less than 5 THEN
               Add 1 to ScoutRecentCount
           ELSE
               Perform varying ScJ from 1 by 1 until ScJ is greater
                than 4
                   Move ScoutRecentEntry(ScJ + 1) to
                    ScoutRecentEntry(ScJ)
               END-PERFORM
           End-if
           Move MH-MATCH-ID to ScoutRecentId(ScoutRecentCount)
           Move MH-MATCH-DATE to ScoutRecentDate(ScoutRecentCount)
           Move ScoutMatchScore(1) to
            ScoutRecentScore(ScoutRecentCount, 1)
           Move ScoutMatchScore(2) to
            ScoutRecentScore(ScoutRecentCount, 2)
           Move ScoutWinner to ScoutRecentWinner(ScoutRecentCount)
           .

       TallyScoutPick.
           Move Zero to ScoutPickIdx
           Perform varying ScJ from 1 by 1 until ScJ is greater than
            ScoutPickTotal(ScS) or ScoutPickIdx greater than Zero
               If ScoutPickName(ScS, ScJ) equal MH-CHARACTER(ScI, ScT)
                THEN
                   Move ScJ to ScoutPickIdx
               End-if
           END-PERFORM

           If ScoutPickIdx equal Zero THEN
               If ScoutPickTotal(ScS) less than 40 THEN
                   Add 1 to ScoutPickTotal(ScS)
                   Move ScoutPickTotal(ScS) to ScoutPickIdx
                   Move MH-CHARACTER(ScI, ScT) to
                    ScoutPickName(ScS, ScoutPickIdx)
                   Move Zero to ScoutPickCount(ScS, ScoutPickIdx)
               End-if
           End-if
           If ScoutPickIdx greater than Zero THEN
               Add 1 to ScoutPickCount(ScS, ScoutPickIdx)
           End-if
           .

      * Card columns: label in 1-20, player 1 from 22, player 2 from
      * 44.
       WriteScoutingCard.
           Perform TrimPlayerNames
           OPEN OUTPUT SCOUT-FILE
           Display SPACE
           Move "--- Scouting card ---" to ScoutLine
           Perform EmitScoutLine
           Move Spaces to ScoutLine
           Move PlayerName(1) to ScoutLine(22:20)
           Move PlayerName(2) to ScoutLine(44:20)
           Perform EmitScoutLine

           Move Spaces to ScoutLine
           Move "Rating" to ScoutLine(1:20)
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move ScoutRating(ScS) to ScoutCountEd
               Compute ScJ = 22 * ScS
               Move ScoutCountEd to ScoutLine(ScJ:4)
           END-PERFORM
           Perform EmitScoutLine

           Move Spaces to ScoutLine
           Move "Win chance" to ScoutLine(1:20)
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move ScoutChance(ScS) to ScoutPctEd
               Compute ScJ = 22 * ScS + 1
               STRING ScoutPctEd DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO ScoutLine(ScJ:4)
           END-PERFORM
           Perform EmitScoutLine

           If ScoutMeetings equal Zero THEN
               Move "First meeting on record." to ScoutLine
               Perform EmitScoutLine
           ELSE
               Perform WriteScoutRecord
           End-if
           CLOSE SCOUT-FILE
           Display SPACE
           .

       WriteScoutRecord.
           Move Spaces to ScoutLine
           Move "Meetings won" to ScoutLine(1:20)
           Perform varying ScS from 1 by 1 until ScS is greater than 2
               Move ScoutWins(ScS) to ScoutCountEd
               Compute ScJ = 22 * ScS
               Move ScoutCountEd to ScoutLine(ScJ:4)
           END-PERFORM
           Perform EmitScoutLine

           Move Spaces to ScoutLine
           Move ScoutMeetings to ScoutCountEd
           STRING "Meetings:" DELIMITED BY SIZE
                   ScoutCountEd DELIMITED BY SIZE
                   INTO ScoutLine
           Move ScoutDraws to ScoutCountEd
           STRING "Drawn:" DELIMITED BY SIZE
                   ScoutCountEd DELIMITED BY SIZE
                   INTO ScoutLine(22:10)
           Move ScoutVoided to ScoutCountEd
           STRING "Voided:" DELIMITED BY SIZE
                   ScoutCountEd DELIMITED BY SIZE
                   INTO ScoutLine(44:11)
           Perform EmitScoutLine

           Move Spaces to ScoutLine
           Move "Last meetings:" to ScoutLine
           Perform EmitScoutLine
           Perform varying ScRank from ScoutRecentCount by -1 until
            ScRank less than 1
               Move Spaces to ScoutLine
               STRING "#" DELIMITED BY SIZE
                       ScoutRecentId(ScRank) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ScoutRecentDate(ScRank) DELIMITED BY SIZE
                       INTO ScoutLine(3:16)
               Perform varying ScS from 1 by 1 until ScS is greater
                than 2
                   Move ScoutRecentScore(ScRank, ScS) to ScoutScoreEd
                   Compute ScJ = 22 * ScS + 2
                   Move ScoutScoreEd to ScoutLine(ScJ:2)
                   If ScoutRecentWinner(ScRank) equal ScS THEN
                       Compute ScJ = ScJ + 3
                       Move "won" to ScoutLine(ScJ:3)
                   End-if
               END-PERFORM
               Perform EmitScoutLine
           END-PERFORM

           Move Spaces to ScoutLine
           Move "Picks vs each other" to ScoutLine(1:20)
           Perform varying ScRank from 1 by 1 until ScRank is greater
            than 3
               Perform varying ScS from 1 by 1 until ScS is greater
                than 2
                   Perform FindScoutTopPick
                   If ScoutPickBest greater than Zero THEN
                       Move ScoutPickCount(ScS, ScoutPickBest) to
                        ScoutCountEd
                       Compute ScJ = 22 * ScS
                       STRING ScoutPickName(ScS, ScoutPickBest)
                               DELIMITED BY "  "
                               ScoutCountEd DELIMITED BY SIZE
                               INTO ScoutLine(ScJ:20)
                       Move Zero to ScoutPickCount(ScS, ScoutPickBest)
                   End-if
               END-PERFORM
               If ScoutLine(22:42) not equal Spaces THEN
                   Perform EmitScoutLine
               End-if
               Move Spaces to ScoutLine
           END-PERFORM
           .

      * Each call takes the most-picked character left on that side;
      * the caller zeroes its count once it is on the card.
       FindScoutTopPick.
           Move Zero to ScoutPickBest
           Perform varying ScJ from 1 by 1 until ScJ is greater than
            ScoutPickTotal(ScS)
               If ScoutPickCount(ScS, ScJ) greater than Zero THEN
                   If ScoutPickBest equal Zero THEN
                       Move ScJ to ScoutPickBest
                   ELSE
                       If ScoutPickCount(ScS, ScJ) greater than
                        ScoutPickCount(ScS, ScoutPickBest) THEN
                           Move ScJ to ScoutPickBest
                       End-if
                   End-if
               End-if
           END-PERFORM
           .

       EmitScoutLine.
           Display ScoutLine
           Move ScoutLine to SCOUT-RECORD
           WRITE SCOUT-RECORD
           .

       SetupBracket.
           Move "N" to BracketResumeIn
           OPEN INPUT BRACKET-FILE
               END-IF
           END-IF

      * Pools need at least two pools of three.
           If not BracketResumeYes and CtlBracketMax not less than 6
            THEN
               Display "Run round-robin pools before the bracket? "
                "(Y/N):"
               Accept PoolMode
           End-if
           If PoolModeYes THEN
               Perform SetupPools
           ELSE
               If not BracketResumeYes THEN
                   Perform StartBracketEvent
                   Perform EnterBracketField
                   Perform GenerateBracket
                   Perform ResolveByes
                   Perform SaveBracket
               End-if
               Perform ShowBracketStanding
               Perform AskStationQueue
           End-if
           .

       SaveBracket.
           CLOSE BRACKET-FILE
           .

       StartBracketEvent.
           Perform AssignEventId
           Perform GetEventName
           Move NextEventId to BK-EVENT-ID
           Move EventNameIn to BK-EVENT-NAME
           Move FUNCTION CURRENT-DATE(1:8) to BK-EVENT-DATE
           Display "Bracket registered as event " BK-EVENT-ID
           .

       GetEventName.
           Move 1 to CommaCount
           Perform until CommaCount equal Zero
               Display "Event name (Max 30 chars, may be blank):"
               Move Spaces to EventNameIn
               Accept EventNameIn
               Move Zero to CommaCount
               Inspect EventNameIn Tallying CommaCount for all ","
               If CommaCount greater than Zero THEN
                   Display "Event names may not contain commas."
               End-if
           END-PERFORM
           .

       EnterBracketField.
           Move "N" to DeskPlacedFlag
           Move CtlBracketMin to DeskFieldMin
           Move CtlBracketMax to DeskFieldMax
           Move BK-EVENT-ID to DeskEventId
           Perform LoadDeskField
           Move Zero to BracketFieldCount
           If DeskLoaded THEN
               Move DeskSeedCount to BracketFieldCount
           End-if
           Perform until BracketFieldCount greater than or equal
            to CtlBracketMin and BracketFieldCount less than or
            equal to CtlBracketMax
               Move Spaces to BK-PLAYER-NAME(BrI)
           END-PERFORM

           If DeskLoaded THEN
               Perform SeedBracketFromDesk
           ELSE
               Perform varying EntrantIdx from 1 by 1 until
                EntrantIdx is greater than BracketFieldCount
                   Perform GetBracketEntrant
               END-PERFORM
           End-if
           Move BracketFieldCount to BK-PLAYER-COUNT
           .

           .

       GenerateBracket.
           Perform SizeBracket

           Move Zero to BK-CHAMPION
           Perform varying BrM from 1 by 1 until BrM is greater
           Move "GF RESET" to BK-ROUND-LABEL(BK-GFRESET-MATCH)
           .

       SizeBracket.
           If BracketFieldCount greater than 8 THEN
               Move 16 to BracketSize
               Move 4 to RoundsWB
           ELSE
               If BracketFieldCount greater than 4 THEN
                   Move 8 to BracketSize
                   Move 3 to RoundsWB
               ELSE
                   Move 4 to BracketSize
                   Move 2 to RoundsWB
               End-if
           End-if
           .

       LayOutBracketRounds.
           Move 1 to NextMatchNum
           Compute WBSize(1) = BracketSize / 2
            than WBSize(1)
               Compute BrM = WBBase(1) + BrI - 1
               Compute BrTemp = 2 * BrI - 1
               Perform PlaceDeskSeed
               If BrTemp greater than BracketFieldCount THEN
                   Move 99 to BK-SLOT(BrM, 1)
               ELSE
                   Move BrTemp to BK-SLOT(BrM, 1)
               End-if
               Compute BrTemp = 2 * BrI
               Perform PlaceDeskSeed
               If BrTemp greater than BracketFieldCount THEN
                   Move 99 to BK-SLOT(BrM, 2)
               ELSE
           END-PERFORM
           .

      * A field seeded from the desk is in rating order, so the
      * first-round position in BrTemp is turned into the seed that
      * belongs there. The 4, 8 and 16 orders start at entries 1, 5
      * and 13 of DeskPlaceOrder.
       PlaceDeskSeed.
           If DeskPlaced THEN
               Compute DeskPlace = BracketSize - 4 + BrTemp
               Move DeskPlaceOrder(DeskPlace) to BrTemp
           End-if
           .

       RouteWinnersBracket.
           Perform varying BrK from 1 by 1 until BrK is greater
            than RoundsWB
           .

       PrepareBracketMatch.
           Move "N" to QueueSkipMatchFlag
           If QueueModeYes THEN
               Perform RunStationQueue
           ELSE
               Perform FindNextBracketMatch
           End-if
           If not QueueSkipMatch THEN
               Move BK-PLAYER-NAME(BK-SLOT(CurrentBracketMatch, 1))
                to PlayerName(1)
               Move BK-PLAYER-NAME(BK-SLOT(CurrentBracketMatch, 2))
                to PlayerName(2)
               Move Spaces to PlayerId(1)
               Move Spaces to PlayerId(2)

               Display SPACE
               Display "Next up - "
                BK-ROUND-LABEL(CurrentBracketMatch) ": " with
                no advancing
               Move PlayerName(1) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " vs " with no advancing
               Move PlayerName(2) to TEXT2PRINT
               Perform SHOW-TEXT
               Display SPACE
               Perform ShowScoutingCard
           End-if
           .

       UpdateBracketAfterMatch.
               Display "Continue the bracket? (Y/N):"
               Accept PlayAnotherMatch
           ELSE
               If QueueModeYes THEN
                   Perform FindBracketMatchByNames
               ELSE
                   Perform FindNextBracketMatch
               End-if
               If BK-PLAYER-NAME(BK-SLOT(CurrentBracketMatch, 1))
                not equal PlayerName(1) or
                BK-PLAYER-NAME(BK-SLOT(CurrentBracketMatch, 2))
       RecordBracketFinish.
           Perform RecordBracketResult
           Perform SaveBracket
           If QueueModeYes THEN
               Perform RefreshQueue
           End-if
           Perform ShowBracketStanding
           If BK-CHAMPION greater than Zero THEN
               Display SPACE
               Move BK-PLAYER-NAME(BK-CHAMPION) to TEXT2PRINT
               Perform SHOW-TEXT
               Display SPACE
               Perform RegisterBracketEvent
               Move "N" to PlayAnotherMatch
           ELSE
               Display "Continue with the next bracket match? "
                   Perform AdvanceSwissRound
               End-if
           ELSE
               Perform StartSwissEvent
               Perform EnterSwissField
               Move "N" to SW-COMPLETE-FLAG
               Move 1 to SW-CURR-ROUND
           End-if
           Perform ShowSwissPairings
           Perform ShowSwissStandings
           If SW-COMPLETE-FLAG not equal "Y" THEN
               Perform AskStationQueue
           End-if
           .

       SaveSwiss.
           CLOSE SWISS-FILE
           .

       StartSwissEvent.
           Perform AssignEventId
           Perform GetEventName
           Move NextEventId to SW-EVENT-ID
           Move EventNameIn to SW-EVENT-NAME
           Move FUNCTION CURRENT-DATE(1:8) to SW-EVENT-DATE
           Display "Swiss event registered as event " SW-EVENT-ID
           .

       EnterSwissField.
           Move CtlBracketMin to DeskFieldMin
           Move CtlBracketMax to DeskFieldMax
           Move SW-EVENT-ID to DeskEventId
           Perform LoadDeskField
           Move Zero to SwissFieldCount
           If DeskLoaded THEN
               Move DeskSeedCount to SwissFieldCount
           End-if
           Perform until SwissFieldCount greater than or equal
            to CtlBracketMin and SwissFieldCount less than or
            equal to CtlBracketMax
               END-PERFORM
           END-PERFORM

           If DeskLoaded THEN
               Perform SeedSwissFromDesk
           ELSE
               Perform varying EntrantIdx from 1 by 1 until
                EntrantIdx is greater than SwissFieldCount
                   Perform GetSwissEntrant
               END-PERFORM
           End-if
           Move SwissFieldCount to SW-PLAYER-COUNT
           .

           .

       PrepareSwissMatch.
           Move "N" to QueueSkipMatchFlag
           If QueueModeYes THEN
               Perform RunStationQueue
           ELSE
               Perform FindNextSwissPairing
           End-if
           If not QueueSkipMatch THEN
               Move SW-PLAYER-NAME(SW-PAIR-SLOT(CurrentSwissPair, 1))
                to PlayerName(1)
               Move SW-PLAYER-NAME(SW-PAIR-SLOT(CurrentSwissPair, 2))
                to PlayerName(2)
               Move Spaces to PlayerId(1)
               Move Spaces to PlayerId(2)

               Display SPACE
               Display "Next up - Swiss round " SW-CURR-ROUND ": "
                with no advancing
               Move PlayerName(1) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " vs " with no advancing
               Move PlayerName(2) to TEXT2PRINT
               Perform SHOW-TEXT
               Display SPACE
               Perform ShowScoutingCard
           End-if
           .

       UpdateSwissAfterMatch.
               Display "Continue the event? (Y/N):"
               Accept PlayAnotherMatch
           ELSE
               If QueueModeYes THEN
                   Perform FindSwissPairingByNames
               ELSE
                   Perform FindNextSwissPairing
               End-if
               If SW-PLAYER-NAME(SW-PAIR-SLOT(CurrentSwissPair, 1))
                not equal PlayerName(1) or
                SW-PLAYER-NAME(SW-PAIR-SLOT(CurrentSwissPair, 2))
           Add Score(2) to SW-GAME-WINS(SW-PAIR-SLOT(SwM, 2))
           Move "Y" to SW-PAIR-DONE(SwM)
           Perform SaveSwiss
           If QueueModeYes THEN
               Perform RefreshQueue
           End-if
           Perform ShowSwissStandings

           Perform FindNextSwissPairing
               Move "Y" to SW-COMPLETE-FLAG
               Perform SaveSwiss
               Perform ShowSwissFinal
               Perform RegisterSwissEvent
               Move "N" to PlayAnotherMatch
           End-if
           .
           Display SPACE
           .

       SetupPools.
           Move "N" to PoolResumeIn
           OPEN INPUT POOL-FILE
           IF PoolFileStatus equal "00" THEN
               Move "N" to PoolEOFFlag
               READ POOL-FILE
                   AT END
                       Move "Y" to PoolEOFFlag
               END-READ
               CLOSE POOL-FILE
               IF PoolEOFFlag not equal "Y" and PL-COMPLETE-FLAG
                not equal "Y" and PL-PLAYER-COUNT greater than
                Zero THEN
                   Display "A pools phase in progress was found ("
                    PL-PLAYER-COUNT " players, " PL-POOL-COUNT
                    " pools)."
                   Display "Resume it? (Y/N):"
                   Accept PoolResumeIn
               END-IF
           END-IF

           If not PoolResumeYes THEN
               Perform StartPoolsEvent
               Perform EnterPoolsField
               Perform DealPools
               Perform LayOutPoolMatches
               Move "N" to PL-COMPLETE-FLAG
               Perform RankPools
               Perform SavePools
           End-if
           Perform ShowPoolMatches
           Perform ShowPoolStandings
           Perform FindNextPoolMatch
           If CurrentPoolMatch equal Zero THEN
               Perform HandOffPoolsToBracket
           End-if
           .

       SavePools.
           OPEN OUTPUT POOL-FILE
           WRITE POOL-RECORD
           CLOSE POOL-FILE
           .

       StartPoolsEvent.
           Perform AssignEventId
           Perform GetEventName
           Move NextEventId to PL-EVENT-ID
           Move EventNameIn to PL-EVENT-NAME
           Move FUNCTION CURRENT-DATE(1:8) to PL-EVENT-DATE
           Display "Pools event registered as event " PL-EVENT-ID
           .

      * Every pool holds at least three players, so the field is at
      * least six and the pool count at most a third of the field.
       EnterPoolsField.
           Move 6 to PlTemp
           If CtlBracketMin greater than PlTemp THEN
               Move CtlBracketMin to PlTemp
           End-if
           Move PlTemp to DeskFieldMin
           Move CtlBracketMax to DeskFieldMax
           Move PL-EVENT-ID to DeskEventId
           Perform LoadDeskField
           Move Zero to PoolFieldCount
           If DeskLoaded THEN
               Move DeskSeedCount to PoolFieldCount
           End-if
           Perform until PoolFieldCount greater than or equal
            to PlTemp and PoolFieldCount less than or equal to
            CtlBracketMax
               Display "Number of pools entrants ("
                PlTemp "-" CtlBracketMax "):"
               Move Spaces to PoolCountIn
               Accept PoolCountIn
               If PoolCountIn(2:1) equal Space THEN
                   Move PoolCountIn(1:1) to PoolCountIn(2:1)
                   Move "0" to PoolCountIn(1:1)
               End-if
               If PoolCountIn is numeric THEN
                   Move PoolCountIn to PoolFieldCount
               ELSE
                   Move Zero to PoolFieldCount
               End-if
           END-PERFORM

           Compute PlK = PoolFieldCount / 3
           If PlK greater than 4 THEN
               Move 4 to PlK
           End-if
           Move PlK to PlP
           Move Zero to PL-POOL-COUNT
           Perform until PL-POOL-COUNT greater than or equal to 2
            and PL-POOL-COUNT less than or equal to PlP
               Display "Number of pools (2-" PlP "):"
               Move Spaces to PoolsIn
               Accept PoolsIn
               If PoolsIn is numeric THEN
                   Move PoolsIn to PL-POOL-COUNT
               ELSE
                   Move Zero to PL-POOL-COUNT
               End-if
           END-PERFORM

      * The bracket needs at least three players (or the bracket
      * minimum), and at least one player in every pool goes out.
           Compute PoolSmallest = PoolFieldCount / PL-POOL-COUNT
           Compute PlB = PoolSmallest - 1
           Move 3 to PlTemp
           If CtlBracketMin greater than PlTemp THEN
               Move CtlBracketMin to PlTemp
           End-if
           Compute PlA = (PlTemp + PL-POOL-COUNT - 1) /
            PL-POOL-COUNT
           If PlA greater than PlB THEN
               Move PlB to PlA
           End-if
           Move Zero to PL-ADVANCE-COUNT
           Perform until PL-ADVANCE-COUNT greater than or equal to
            PlA and PL-ADVANCE-COUNT less than or equal to PlB
               Display "Players advancing from each pool ("
                PlA(2:1) "-" PlB(2:1) "):"
               Move Spaces to PoolAdvanceIn
               Accept PoolAdvanceIn
               If PoolAdvanceIn is numeric THEN
                   Move PoolAdvanceIn to PL-ADVANCE-COUNT
               ELSE
                   Move Zero to PL-ADVANCE-COUNT
               End-if
           END-PERFORM

           Perform varying PlI from 1 by 1 until PlI is greater
            than 16
               Move Spaces to PL-PLAYER-NAME(PlI)
               Move Zero to PL-POOL-NUM(PlI)
               Move Zero to PL-MATCH-WINS(PlI)
               Move Zero to PL-MATCH-LOSSES(PlI)
               Move Zero to PL-GAME-WINS(PlI)
               Move Zero to PL-GAME-LOSSES(PlI)
               Move Zero to PL-POOL-RANK(PlI)
           END-PERFORM

           If DeskLoaded THEN
               Perform varying PlI from 1 by 1 until PlI is greater
                than PoolFieldCount
                   Move DeskSeedName(PlI) to PL-PLAYER-NAME(PlI)
               END-PERFORM
           ELSE
               Perform varying EntrantIdx from 1 by 1 until
                EntrantIdx is greater than PoolFieldCount
                   Perform GetPoolEntrant
               END-PERFORM
           End-if
           Move PoolFieldCount to PL-PLAYER-COUNT
           .

       GetPoolEntrant.
           Move 1 to CurrPlayer
           Move Spaces to PlayerName(1)
           Move Spaces to PlayerId(1)
           Perform until PlayerNameValid(1)
               Display "Entrant " EntrantIdx " - enter player ID "
                "(? = list registered, NEW = enroll):"
               Accept PlayerIdIn
               Perform ResolvePlayerId
               Perform CheckDupPoolEntrant
               If DupEntrant THEN
                   Display PlayerName(1)
                    " is already in the pools."
                   Move Spaces to PlayerName(1)
               End-if
           END-PERFORM
           Move PlayerName(1) to PL-PLAYER-NAME(EntrantIdx)
           .

       CheckDupPoolEntrant.
           Move "N" to DupEntrantFlag
           If PlayerNameValid(1) THEN
               Perform varying PlI from 1 by 1 until PlI is greater
                than or equal to EntrantIdx
                   If PL-PLAYER-NAME(PlI) equal PlayerName(1) THEN
                       Move "Y" to DupEntrantFlag
                   End-if
               END-PERFORM
           End-if
           .

      * Entrants are dealt in entry order, snaking across the pools
      * (A B C, C B A, ...) so each pool gets an even share of the
      * early entries.
       DealPools.
           Perform varying PlI from 1 by 1 until PlI is greater
            than PL-PLAYER-COUNT
               Compute PlTemp = (PlI - 1) / PL-POOL-COUNT
               Compute PlR = PlI - PlTemp * PL-POOL-COUNT
               DIVIDE PlTemp BY 2 GIVING PlK REMAINDER PlT
               If PlT equal Zero THEN
                   Move PlR to PL-POOL-NUM(PlI)
               ELSE
                   Compute PL-POOL-NUM(PlI) = PL-POOL-COUNT + 1 - PlR
               End-if
           END-PERFORM
           .

      * Each pool is paired round by round with the circle method -
      * the first member stays put and the rest rotate - and the
      * rounds of all pools are interleaved so every pool keeps
      * moving. A zero member is the bye in an odd-sized pool.
       LayOutPoolMatches.
           Move Zero to PL-MATCH-COUNT
           Perform varying PlM from 1 by 1 until PlM is greater
            than 56
               Move Zero to PL-SLOT(PlM, 1)
               Move Zero to PL-SLOT(PlM, 2)
               Move Zero to PL-WINNER(PlM)
               Move Zero to PL-MATCH-POOL(PlM)
               Move Zero to PL-MATCH-ROUND(PlM)
           END-PERFORM
           Perform varying PlR from 1 by 1 until PlR is greater
            than 7
               Perform varying PlP from 1 by 1 until PlP is greater
                than PL-POOL-COUNT
                   Perform LoadPoolMembers
                   If PlR less than PoolPaddedCount THEN
                       Compute PlB = PlR - 1
                       Perform RotatePoolMembers PlB times
                       Perform LayOutPoolRound
                   End-if
               END-PERFORM
           END-PERFORM
           .

       LoadPoolMembers.
           Move Zero to PoolMemberCount
           Perform varying PlI from 1 by 1 until PlI is greater
            than 8
               Move Zero to PoolMember(PlI)
           END-PERFORM
           Perform varying PlI from 1 by 1 until PlI is greater
            than PL-PLAYER-COUNT
               If PL-POOL-NUM(PlI) equal PlP THEN
                   Add 1 to PoolMemberCount
                   Move PlI to PoolMember(PoolMemberCount)
               End-if
           END-PERFORM
           Move PoolMemberCount to PoolPaddedCount
           DIVIDE PoolMemberCount BY 2 GIVING PlK REMAINDER PlT
           If PlT equal 1 THEN
               Add 1 to PoolPaddedCount
           End-if
           .

       RotatePoolMembers.
           Move PoolMember(PoolPaddedCount) to PlTemp
           Perform varying PlI from PoolPaddedCount by -1 until
            PlI less than 3
               Compute PlJ = PlI - 1
               Move PoolMember(PlJ) to PoolMember(PlI)
           END-PERFORM
           Move PlTemp to PoolMember(2)
           .

       LayOutPoolRound.
           Compute PlM = PoolPaddedCount / 2
           Perform varying PlK from 1 by 1 until PlK is greater
            than PlM
               Compute PlJ = PoolPaddedCount + 1 - PlK
               If PoolMember(PlK) greater than Zero and
                PoolMember(PlJ) greater than Zero THEN
                   Add 1 to PL-MATCH-COUNT
                   Move PoolMember(PlK) to
                    PL-SLOT(PL-MATCH-COUNT, 1)
                   Move PoolMember(PlJ) to
                    PL-SLOT(PL-MATCH-COUNT, 2)
                   Move PlP to PL-MATCH-POOL(PL-MATCH-COUNT)
                   Move PlR to PL-MATCH-ROUND(PL-MATCH-COUNT)
               End-if
           END-PERFORM
           .

       FindNextPoolMatch.
           Move Zero to CurrentPoolMatch
           Perform varying PlM from 1 by 1 until PlM is greater
            than PL-MATCH-COUNT or CurrentPoolMatch greater
            than Zero
               If PL-WINNER(PlM) equal Zero THEN
                   Move PlM to CurrentPoolMatch
               End-if
           END-PERFORM
           .

       PreparePoolMatch.
           Perform FindNextPoolMatch
           Move PL-PLAYER-NAME(PL-SLOT(CurrentPoolMatch, 1))
            to PlayerName(1)
           Move PL-PLAYER-NAME(PL-SLOT(CurrentPoolMatch, 2))
            to PlayerName(2)
           Move Spaces to PlayerId(1)
           Move Spaces to PlayerId(2)
           Move PL-MATCH-POOL(CurrentPoolMatch) to PlP

           Display SPACE
           Display "Next up - Pool " PoolLetters(PlP:1) " round "
            PL-MATCH-ROUND(CurrentPoolMatch) ": " with
            no advancing
           Move PlayerName(1) to TEXT2PRINT
           Perform SHOW-TEXT
           Display " vs " with no advancing
           Move PlayerName(2) to TEXT2PRINT
           Perform SHOW-TEXT
           Display SPACE
           Perform ShowScoutingCard
           .

      * Pool matches may be reported in any order, so the result is
      * matched to the pending pairing by the two players' names.
       UpdatePoolAfterMatch.
           Move Zero to WinnerPlayer
           If Score(1) greater than Score(2) THEN
               Move 1 to WinnerPlayer
           ELSE
               If Score(2) greater than Score(1) THEN
                   Move 2 to WinnerPlayer
               End-if
           End-if

           If WinnerPlayer equal Zero THEN
               Display "Pool matches cannot end tied - the "
                "pairing will be offered again."
               Display "Continue the pools? (Y/N):"
               Accept PlayAnotherMatch
           ELSE
               Perform FindPoolMatchByNames
               If CurrentPoolMatch equal Zero THEN
                   Display "The players of this match do not match"
                    " a pending pool pairing - result not"
                   Display "recorded in the pools. The pairing"
                    " will be offered again."
                   Display "Continue the pools? (Y/N):"
                   Accept PlayAnotherMatch
               ELSE
                   Perform RecordPoolResult
               End-if
           End-if
           .

       FindPoolMatchByNames.
           Move Zero to CurrentPoolMatch
           Move Zero to PoolSideIdx(1)
           Move Zero to PoolSideIdx(2)
           Perform varying PlI from 1 by 1 until PlI is greater
            than PL-PLAYER-COUNT
               If PL-PLAYER-NAME(PlI) equal PlayerName(1) THEN
                   Move PlI to PoolSideIdx(1)
               End-if
               If PL-PLAYER-NAME(PlI) equal PlayerName(2) THEN
                   Move PlI to PoolSideIdx(2)
               End-if
           END-PERFORM
           If PoolSideIdx(1) greater than Zero and PoolSideIdx(2)
            greater than Zero THEN
               Perform varying PlM from 1 by 1 until PlM is greater
                than PL-MATCH-COUNT or CurrentPoolMatch greater
                than Zero
                   If PL-WINNER(PlM) equal Zero and
                    ((PL-SLOT(PlM, 1) equal PoolSideIdx(1) and
                      PL-SLOT(PlM, 2) equal PoolSideIdx(2)) or
                     (PL-SLOT(PlM, 1) equal PoolSideIdx(2) and
                      PL-SLOT(PlM, 2) equal PoolSideIdx(1))) THEN
                       Move PlM to CurrentPoolMatch
                   End-if
               END-PERFORM
           End-if
           .

       RecordPoolResult.
           Move PoolSideIdx(WinnerPlayer) to PoolWinIdx
           Compute PlTemp = 3 - WinnerPlayer
           Move PoolSideIdx(PlTemp) to PoolLoseIdx
           Move PoolWinIdx to PL-WINNER(CurrentPoolMatch)
           Add 1 to PL-MATCH-WINS(PoolWinIdx)
           Add 1 to PL-MATCH-LOSSES(PoolLoseIdx)
           Add Score(1) to PL-GAME-WINS(PoolSideIdx(1))
           Add Score(2) to PL-GAME-LOSSES(PoolSideIdx(1))
           Add Score(2) to PL-GAME-WINS(PoolSideIdx(2))
           Add Score(1) to PL-GAME-LOSSES(PoolSideIdx(2))
           Perform RankPools
           Perform SavePools
           Perform ShowPoolStandings

           Perform FindNextPoolMatch
           If CurrentPoolMatch greater than Zero THEN
               Display "Continue with the next pool match? (Y/N):"
               Accept PlayAnotherMatch
           ELSE
               Perform HandOffPoolsToBracket
           End-if
           .

       RankPools.
           Perform varying PlP from 1 by 1 until PlP is greater
            than PL-POOL-COUNT
               Perform RankOnePool
           END-PERFORM
           .

      * Head-to-head counts only the matches between players level
      * on wins, so a three-way tie is settled by the mini-table of
      * their games against each other.
       RankOnePool.
           Perform LoadPoolMembers
           Perform varying PlI from 1 by 1 until PlI is greater
            than PoolMemberCount
               Move PoolMember(PlI) to PlA
               Move Zero to PoolTieWins(PlA)
               Compute PoolGameDiff(PlA) = PL-GAME-WINS(PlA) -
                PL-GAME-LOSSES(PlA)
               Move PlA to PoolRankList(PlI)
           END-PERFORM
           Perform varying PlM from 1 by 1 until PlM is greater
            than PL-MATCH-COUNT
               If PL-MATCH-POOL(PlM) equal PlP and PL-WINNER(PlM)
                greater than Zero THEN
                   Move PL-SLOT(PlM, 1) to PlA
                   Move PL-SLOT(PlM, 2) to PlB
                   If PL-MATCH-WINS(PlA) equal PL-MATCH-WINS(PlB)
                    THEN
                       Add 1 to PoolTieWins(PL-WINNER(PlM))
                   End-if
               End-if
           END-PERFORM
           Perform varying PlI from 1 by 1 until PlI is greater
            than PoolMemberCount
               Perform varying PlJ from 1 by 1 until PlJ is greater
                than PoolMemberCount or PlJ greater than or equal
                to PlI
                   Perform ComparePoolOrder
               END-PERFORM
           END-PERFORM
           Perform varying PlI from 1 by 1 until PlI is greater
            than PoolMemberCount
               Move PlI to PL-POOL-RANK(PoolRankList(PlI))
           END-PERFORM
           .

       ComparePoolOrder.
           Move PoolRankList(PlI) to PlA
           Move PoolRankList(PlJ) to PlB
           Move "N" to PoolAheadFlag
           If PL-MATCH-WINS(PlA) greater than PL-MATCH-WINS(PlB)
            THEN
               Move "Y" to PoolAheadFlag
           ELSE
           If PL-MATCH-WINS(PlA) equal PL-MATCH-WINS(PlB) THEN
               If PoolTieWins(PlA) greater than PoolTieWins(PlB) THEN
                   Move "Y" to PoolAheadFlag
               ELSE
               If PoolTieWins(PlA) equal PoolTieWins(PlB) THEN
                   If PoolGameDiff(PlA) greater than
                    PoolGameDiff(PlB) or
                    (PoolGameDiff(PlA) equal PoolGameDiff(PlB) and
                     PlA less than PlB) THEN
                       Move "Y" to PoolAheadFlag
                   End-if
               End-if
               End-if
           End-if
           End-if
           If PoolAhead THEN
               Move PlB to PoolRankList(PlI)
               Move PlA to PoolRankList(PlJ)
           End-if
           .

       ShowPoolMatches.
           Display SPACE
           Display "--- Pool Pairings ---"
           Perform varying PlM from 1 by 1 until PlM is greater
            than PL-MATCH-COUNT
               Move PL-MATCH-POOL(PlM) to PlP
               Display PlM " Pool " PoolLetters(PlP:1) " round "
                PL-MATCH-ROUND(PlM) ": " with no advancing
               Move PL-PLAYER-NAME(PL-SLOT(PlM, 1)) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " vs " with no advancing
               Move PL-PLAYER-NAME(PL-SLOT(PlM, 2)) to TEXT2PRINT
               Perform SHOW-TEXT
               If PL-WINNER(PlM) greater than Zero THEN
                   Display " -> " with no advancing
                   Move PL-PLAYER-NAME(PL-WINNER(PlM)) to TEXT2PRINT
                   Perform SHOW-TEXT
               End-if
               Display SPACE
           END-PERFORM
           .

       ShowPoolStandings.
           Perform varying PlP from 1 by 1 until PlP is greater
            than PL-POOL-COUNT
               Display SPACE
               Display "--- Pool " PoolLetters(PlP:1)
                " Standings ---"
               Perform LoadPoolMembers
               Perform varying PlR from 1 by 1 until PlR is greater
                than PoolMemberCount
                   Perform ShowPoolStandingLine
               END-PERFORM
           END-PERFORM
           Display SPACE
           .

       ShowPoolStandingLine.
           Perform varying PlI from 1 by 1 until PlI is greater
            than PoolMemberCount
               Move PoolMember(PlI) to PlA
               If PL-POOL-RANK(PlA) equal PlR THEN
                   Move PlR to PoolRankEd
                   Display PoolRankEd " " with no advancing
                   Move PL-PLAYER-NAME(PlA) to TEXT2PRINT
                   Perform SHOW-TEXT
                   Display "  " PL-MATCH-WINS(PlA) "-"
                    PL-MATCH-LOSSES(PlA) "  (games "
                    PL-GAME-WINS(PlA) "-" PL-GAME-LOSSES(PlA) ")"
                    with no advancing
                   If PlR not greater than PL-ADVANCE-COUNT THEN
                       Display "  advances"
                   ELSE
                       Display SPACE
                   End-if
               End-if
           END-PERFORM
           .

      * The advancers become the bracket field in an order that
      * keeps pool-mates apart in the first round, since
      * SeedFirstRound pairs entrants 1-2, 3-4 and so on.
       HandOffPoolsToBracket.
           Move "N" to DeskPlacedFlag
           Perform RankPools
           Perform BuildPoolSeedOrder
           Move PoolTierCount to BracketFieldCount
           Perform varying BrI from 1 by 1 until BrI is greater
            than 16
               Move Spaces to BK-PLAYER-NAME(BrI)
           END-PERFORM
           Perform varying BrI from 1 by 1 until BrI is greater
            than BracketFieldCount
               Move PL-PLAYER-NAME(PoolSeedOrder(BrI)) to
                BK-PLAYER-NAME(BrI)
           END-PERFORM
           Move BracketFieldCount to BK-PLAYER-COUNT
           Move PL-EVENT-ID to BK-EVENT-ID
           Move PL-EVENT-NAME to BK-EVENT-NAME
           Move PL-EVENT-DATE to BK-EVENT-DATE
           Perform GenerateBracket
           Perform ResolveByes
           Perform SaveBracket

           Move "Y" to PL-COMPLETE-FLAG
           Perform SavePools
           Move "N" to PoolMode

           Display SPACE
           Display "Pools complete - " BracketFieldCount
            " players advance to the bracket."
           Perform ShowBracketStanding
           Perform AskStationQueue
           Display "Continue with the bracket? (Y/N):"
           Accept PlayAnotherMatch
           .

      * Advancers are listed by pool finish - every pool winner,
      * then every runner-up - and each pair takes the best one
      * left against the lowest one left from a different pool. An
      * odd field puts the top advancer last, against the bye.
       BuildPoolSeedOrder.
           Move Zero to PoolTierCount
           Perform varying PlR from 1 by 1 until PlR is greater
            than PL-ADVANCE-COUNT
               Perform varying PlP from 1 by 1 until PlP is greater
                than PL-POOL-COUNT
                   Perform varying PlI from 1 by 1 until PlI is
                    greater than PL-PLAYER-COUNT
                       If PL-POOL-NUM(PlI) equal PlP and
                        PL-POOL-RANK(PlI) equal PlR THEN
                           Add 1 to PoolTierCount
                           Move PlI to PoolTierList(PoolTierCount)
                       End-if
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           Perform varying PlI from 1 by 1 until PlI is greater
            than 16
               Move "N" to PoolSeedUsed(PlI)
               Move Zero to PoolSeedOrder(PlI)
           END-PERFORM
           Move PoolTierCount to PlM
           DIVIDE PoolTierCount BY 2 GIVING PlK REMAINDER PlT
           If PlT equal 1 THEN
               Move PoolTierList(1) to PoolSeedOrder(PoolTierCount)
               Move "Y" to PoolSeedUsed(1)
               Subtract 1 from PlM
           End-if
           Move 1 to PoolSeedPos
           Perform until PoolSeedPos greater than PlM
               Perform SeedPoolPair
               Add 2 to PoolSeedPos
           END-PERFORM
           .

       SeedPoolPair.
           Move Zero to PlA
           Perform varying PlI from 1 by 1 until PlI is greater
            than PoolTierCount or PlA greater than Zero
               If PoolSeedUsed(PlI) equal "N" THEN
                   Move PlI to PlA
               End-if
           END-PERFORM
           Move "Y" to PoolSeedUsed(PlA)

           Move Zero to PoolPartner
           Perform varying PlI from PoolTierCount by -1 until
            PlI less than 1 or PoolPartner greater than Zero
               If PoolSeedUsed(PlI) equal "N" and
                PL-POOL-NUM(PoolTierList(PlI)) not equal
                PL-POOL-NUM(PoolTierList(PlA)) THEN
                   Move PlI to PoolPartner
               End-if
           END-PERFORM
           If PoolPartner equal Zero THEN
               Perform varying PlI from PoolTierCount by -1 until
                PlI less than 1 or PoolPartner greater than Zero
                   If PoolSeedUsed(PlI) equal "N" THEN
                       Move PlI to PoolPartner
                   End-if
               END-PERFORM
           End-if
           Move "Y" to PoolSeedUsed(PoolPartner)

           Move PoolTierList(PlA) to PoolSeedOrder(PoolSeedPos)
           Compute PlJ = PoolSeedPos + 1
           Move PoolTierList(PoolPartner) to PoolSeedOrder(PlJ)
           If PL-POOL-NUM(PoolSeedOrder(PoolSeedPos)) equal
            PL-POOL-NUM(PoolSeedOrder(PlJ)) THEN
               Perform UnpairPoolMates
           End-if
           .

      * Only pool-mates were left to pair, so the partner is swapped
      * with the partner of an earlier pair where both new pairings
      * cross pools.
       UnpairPoolMates.
           Move Zero to PlM
           Perform varying PlK from 1 by 2 until PlK is greater
            than or equal to PoolSeedPos or PlM greater than Zero
               Compute PlB = PlK + 1
               If PL-POOL-NUM(PoolSeedOrder(PlK)) not equal
                PL-POOL-NUM(PoolSeedOrder(PlJ)) and
                PL-POOL-NUM(PoolSeedOrder(PlB)) not equal
                PL-POOL-NUM(PoolSeedOrder(PoolSeedPos)) THEN
                   Move PlK to PlM
               End-if
           END-PERFORM
           If PlM greater than Zero THEN
               Compute PlB = PlM + 1
               Move PoolSeedOrder(PlB) to PlTemp
               Move PoolSeedOrder(PlJ) to PoolSeedOrder(PlB)
               Move PlTemp to PoolSeedOrder(PlJ)
           End-if
           .

      * Players checked in at the registration desk (YOMI-REGISTER)
      * and not yet entered in an event can be loaded as the field
      * instead of being typed in, seeded by current rating. The
      * loaded players are stamped with the event ID so the desk
      * can settle the event's money against the same list.
       LoadDeskField.
           Move "N" to DeskLoadedFlag
           Move Zero to DeskCount
           Move Zero to DeskSeedCount
           OPEN INPUT REGISTER-FILE
           IF RegisterFileStatus equal "00" THEN
               Move "N" to RegisterEOFFlag
               Perform until RegisterReadEOF
                   READ REGISTER-FILE
                       AT END
                           Move "Y" to RegisterEOFFlag
                       NOT AT END
                           Perform TakeDeskRecord
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF

           If DeskSeedCount greater than Zero THEN
               Move DeskSeedCount to DeskSeedCountEd
               Display SPACE
               Display "The registration desk has" DeskSeedCountEd
                " player(s) checked in."
               If DeskSeedCount less than DeskFieldMin or
                DeskSeedCount greater than DeskFieldMax THEN
                   Display "That is outside the " DeskFieldMin "-"
                    DeskFieldMax " entrant range - enter the field"
                    " by hand."
               ELSE
                   Display "Load the checked-in list as the field? "
                    "(Y/N):"
                   Move Spaces to DeskLoadIn
                   Accept DeskLoadIn
                   If DeskLoadYes THEN
                       Perform RateDeskField
                       Perform StampDeskEvent
                       Move "Y" to DeskLoadedFlag
                   End-if
               End-if
           End-if
           .

       TakeDeskRecord.
           If DeskCount less than 200 THEN
               Add 1 to DeskCount
               Move REGISTER-RECORD to DeskImage(DeskCount)
               If RG-CHECKED-IN equal "Y" and RG-EVENT-ID equal
                Zero THEN
                   Add 1 to DeskSeedCount
                   If DeskSeedCount not greater than 16 THEN
                       Move RG-PLAYER-NAME to
                        DeskSeedName(DeskSeedCount)
                   End-if
               End-if
           End-if
           .

      * Unrated players come in at the starting rating; players
      * level on rating keep their check-in order.
       RateDeskField.
           Perform varying DeskS from 1 by 1 until DeskS is greater
            than DeskSeedCount
               Move DeskSeedName(DeskS) to RatingLookupName
               Perform FindRatingInFile
               Move RatingFoundValue to DeskSeedRating(DeskS)
           END-PERFORM
           Perform varying DeskS from 1 by 1 until DeskS is greater
            than DeskSeedCount
               Perform varying DeskT from 1 by 1 until DeskT is
                greater than or equal to DeskS
                   If DeskSeedRating(DeskS) greater than
                    DeskSeedRating(DeskT) THEN
                       Move DeskSeedName(DeskS) to DeskSwapName
                       Move DeskSeedRating(DeskS) to DeskSwapRating
                       Move DeskSeedName(DeskT) to
                        DeskSeedName(DeskS)
                       Move DeskSeedRating(DeskT) to
                        DeskSeedRating(DeskS)
                       Move DeskSwapName to DeskSeedName(DeskT)
                       Move DeskSwapRating to DeskSeedRating(DeskT)
                   End-if
               END-PERFORM
           END-PERFORM

           Display "--- Seeding from the registration desk ---"
           Perform varying DeskS from 1 by 1 until DeskS is greater
            than DeskSeedCount
               Display DeskS " " with no advancing
               Move DeskSeedName(DeskS) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " " DeskSeedRating(DeskS)
           END-PERFORM
           .

       StampDeskEvent.
           OPEN OUTPUT REGISTER-FILE
           Perform varying DeskI from 1 by 1 until DeskI is greater
            than DeskCount
               Move DeskImage(DeskI) to REGISTER-RECORD
               If RG-CHECKED-IN equal "Y" and RG-EVENT-ID equal
                Zero THEN
                   Move DeskEventId to RG-EVENT-ID
               End-if
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE
           .

      * The field goes in as seeded, best rating first, and
      * SeedFirstRound lays it out by DeskPlaceOrder. Seeds 1 and 2
      * start in opposite halves, and in a short field the seeds
      * past the last entrant are byes, so the byes go to the top
      * seeds.
       SeedBracketFromDesk.
           Perform varying DeskS from 1 by 1 until DeskS is greater
            than DeskSeedCount
               Move DeskSeedName(DeskS) to BK-PLAYER-NAME(DeskS)
           END-PERFORM
           Move "Y" to DeskPlacedFlag
           .

      * The first round pairs entrants 1-2, 3-4 and so on, so the
      * top half of the seeds is laid against the bottom half; with
      * an odd field the lowest seed takes the bye.
       SeedSwissFromDesk.
           DIVIDE DeskSeedCount BY 2 GIVING DeskHalf
            REMAINDER DeskOdd
           Perform varying DeskS from 1 by 1 until DeskS is greater
            than DeskHalf
               Compute DeskT = 2 * DeskS - 1
               Move DeskSeedName(DeskS) to SW-PLAYER-NAME(DeskT)
               Compute DeskT = 2 * DeskS
               Compute DeskI = DeskHalf + DeskS
               Move DeskSeedName(DeskI) to SW-PLAYER-NAME(DeskT)
           END-PERFORM
           If DeskOdd equal 1 THEN
               Move DeskSeedName(DeskSeedCount) to
                SW-PLAYER-NAME(DeskSeedCount)
           End-if
           .

      * Station call queue. Every ready bracket match or Swiss
      * pairing goes on deck and is called to the lowest free
      * station with the time of the call, so results can then be
      * reported station by station in any order. A player who has
      * not reported to the station within the no-show window is
      * flagged, and the desk may rule the match a no-show DQ - the
      * opponent advances and no games are recorded.
       AskStationQueue.
           Display "Call matches to stations from the queue ("
            CtlStations " stations)? (Y/N):"
           Accept QueueMode
           If QueueModeYes THEN
               If BracketModeYes THEN
                   Move BK-EVENT-ID to QueueEventId
                   Move "B" to QueueFormat
               ELSE
                   Move SW-EVENT-ID to QueueEventId
                   Move "S" to QueueFormat
               End-if
               Perform LoadQueue
           End-if
           .

       LoadQueue.
           Move Zero to QueueCount
           OPEN INPUT QUEUE-FILE
           IF QueueFileStatus equal "00" THEN
               Move "N" to QueueEOFFlag
               Perform until QueueReadEOF
                   READ QUEUE-FILE
                       AT END
                           Move "Y" to QueueEOFFlag
                       NOT AT END
                           Perform TakeQueueRecord
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF
           .

      * Entries left over from an earlier event are dropped.
       TakeQueueRecord.
           If QU-EVENT-ID equal QueueEventId and QU-FORMAT equal
            QueueFormat and QueueCount less than 80 THEN
               Add 1 to QueueCount
               Move QUEUE-RECORD to QueueImage(QueueCount)
           End-if
           .

       SaveQueue.
           OPEN OUTPUT QUEUE-FILE
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Move QueueImage(QuI) to QUEUE-RECORD
               WRITE QUEUE-RECORD
           END-PERFORM
           CLOSE QUEUE-FILE
           .

       RunStationQueue.
           Move "N" to QueueDoneFlag
           Perform until QueueDone
               Perform RefreshQueue
               Perform ShowQueueBoard
               If QueuePlayingCount equal Zero THEN
                   Display "No match is ready to call."
                   Move "Y" to QueueSkipMatchFlag
                   Move "N" to PlayAnotherMatch
                   Move "Y" to QueueDoneFlag
               ELSE
                   Perform TakeQueueAction
               End-if
           END-PERFORM
           .

       TakeQueueAction.
           Display "Station number to report its result, A = player"
            " at the station,"
           Display "D = no-show DQ, Q = stop for now (blank = "
            "refresh the board):"
           Move Spaces to QueueActionIn
           Accept QueueActionIn
           If QueueActionArrived THEN
               Perform MarkPlayerArrived
           ELSE
           If QueueActionNoShow THEN
               Perform RecordNoShow
           ELSE
           If QueueActionStop THEN
               Move "Y" to QueueSkipMatchFlag
               Move "N" to PlayAnotherMatch
               Move "Y" to QueueDoneFlag
           ELSE
           If QueueActionIn not equal Spaces THEN
               Move QueueActionIn to QueueStationIn
               Perform ParseQueueStation
               Perform PickQueueStation
           End-if
           End-if
           End-if
           End-if
           .

       GetQueueStation.
           Display "Station number:"
           Move Spaces to QueueStationIn
           Accept QueueStationIn
           Perform ParseQueueStation
           .

       ParseQueueStation.
           Move Zero to QueueStationNum
           If QueueStationIn(2:1) equal Space THEN
               If QueueStationIn(1:1) is numeric THEN
                   Move QueueStationIn(1:1) to QueueStationNum
               End-if
           ELSE
               If QueueStationIn is numeric THEN
                   Move QueueStationIn to QueueStationNum
               End-if
           End-if
           .

      * Leaves the entry playing on the station in QUEUE-RECORD.
       FindQueueStation.
           Move Zero to QueueFoundIdx
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount or QueueFoundIdx greater than Zero
               Move QueueImage(QuI) to QUEUE-RECORD
               If QU-STATE equal "PLAYING" and QU-STATION equal
                QueueStationNum THEN
                   Move QuI to QueueFoundIdx
               End-if
           END-PERFORM
           If QueueFoundIdx equal Zero THEN
               Display "No match is playing on station "
                QueueStationNum "."
           ELSE
               Move QueueImage(QueueFoundIdx) to QUEUE-RECORD
           End-if
           .

       GetQueueSide.
           Display "1 = " with no advancing
           Move QU-PLAYER-NAME(1) to TEXT2PRINT
           Perform SHOW-TEXT
           Display "  2 = " with no advancing
           Move QU-PLAYER-NAME(2) to TEXT2PRINT
           Perform SHOW-TEXT
           Display SPACE
           Display "Which player (1/2):"
           Move Space to QueueSideIn
           Accept QueueSideIn
           Move Zero to QuSide
           If QueueSideIn equal "1" or QueueSideIn equal "2" THEN
               Move QueueSideIn to QuSide
           End-if
           .

       PickQueueStation.
           Perform FindQueueStation
           If QueueFoundIdx greater than Zero THEN
               If QueueFormat equal "B" THEN
                   Move QU-MATCH-NUM to CurrentBracketMatch
               ELSE
                   Move QU-MATCH-NUM to CurrentSwissPair
               End-if
               Move "Y" to QueueDoneFlag
           End-if
           .

       MarkPlayerArrived.
           Perform GetQueueStation
           Perform FindQueueStation
           If QueueFoundIdx greater than Zero THEN
               Perform GetQueueSide
               If QuSide greater than Zero THEN
                   Move "Y" to QU-PLAYER-HERE(QuSide)
                   Move QUEUE-RECORD to QueueImage(QueueFoundIdx)
                   Move QU-PLAYER-NAME(QuSide) to TEXT2PRINT
                   Perform SHOW-TEXT
                   Display " is at station " QU-STATION "."
                   Perform SaveQueue
               End-if
           End-if
           .

       RecordNoShow.
           Perform GetQueueStation
           Perform FindQueueStation
           If QueueFoundIdx greater than Zero THEN
               Perform GetQueueSide
               If QuSide greater than Zero THEN
                   If QU-PLAYER-HERE(QuSide) equal "L" THEN
                       Perform ConfirmNoShow
                   ELSE
                       Display "Only a player still missing after "
                        "the " CtlNoShowMin "-minute no-show "
                        "window can be ruled a no-show."
                   End-if
               End-if
           End-if
           .

      * The match is settled in the bracket or standings without a
      * game being played - nothing goes to the match history or
      * the ratings.
       ConfirmNoShow.
           Compute QuOther = 3 - QuSide
           Display "Rule " with no advancing
           Move QU-PLAYER-NAME(QuSide) to TEXT2PRINT
           Perform SHOW-TEXT
           Display " a no-show, so " with no advancing
           Move QU-PLAYER-NAME(QuOther) to TEXT2PRINT
           Perform SHOW-TEXT
           Display " advances? (Y/N):"
           Move Space to QueueConfirmIn
           Accept QueueConfirmIn
           If QueueConfirmYes THEN
               Move "NO-SHOW" to QU-STATE
               Move FUNCTION CURRENT-DATE(1:14) to QU-DONE-STAMP
               Move QUEUE-RECORD to QueueImage(QueueFoundIdx)
               Move QU-MATCH-NUM to QueueMatchNum
               Perform LogNoShow
               Move QU-PLAYER-NAME(QuSide) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " - DQ (no-show). No games recorded."
               Perform SaveQueue
               Move QuOther to WinnerPlayer
               Move Zero to Score(1)
               Move Zero to Score(2)
               Move "Y" to QueueSkipMatchFlag
               Move "Y" to QueueDoneFlag
               If QueueFormat equal "B" THEN
                   Move QueueMatchNum to CurrentBracketMatch
                   Perform RecordBracketFinish
               ELSE
                   Move QueueMatchNum to CurrentSwissPair
                   Perform RecordSwissResult
               End-if
           End-if
           .

       RefreshQueue.
           Move FUNCTION CURRENT-DATE(1:14) to QueueNowStamp
           Move QueueNowStamp to QueueStampWork
           Perform ComputeStampMinutes
           Move QueueStampMinutes to QueueNowMinutes
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Perform CheckQueueEntry
           END-PERFORM

           If QueueFormat equal "B" THEN
               Perform varying BrM from 1 by 1 until BrM is greater
                than BK-MATCH-COUNT
                   If BK-WINNER(BrM) equal Zero and
                    BK-SLOT(BrM, 1) greater than Zero and
                    BK-SLOT(BrM, 1) less than 99 and
                    BK-SLOT(BrM, 2) greater than Zero and
                    BK-SLOT(BrM, 2) less than 99 THEN
                       Perform QueueBracketMatch
                   End-if
               END-PERFORM
           ELSE
               If SW-COMPLETE-FLAG not equal "Y" THEN
                   Perform varying SwM from 1 by 1 until SwM is
                    greater than SW-PAIRING-COUNT
                       If SW-PAIR-DONE(SwM) not equal "Y" THEN
                           Perform QueueSwissPairing
                       End-if
                   END-PERFORM
               End-if
           End-if

           Perform CallQueueStations
           Perform SaveQueue
           .

      * A called or waiting match that has been settled since is
      * closed; a player not at the station once the window has run
      * out is flagged.
       CheckQueueEntry.
           Move QueueImage(QuI) to QUEUE-RECORD
           If QU-STATE equal "PLAYING" or QU-STATE equal "ON DECK"
            THEN
               Move "N" to QueueClosedFlag
               If QueueFormat equal "B" THEN
                   If BK-WINNER(QU-MATCH-NUM) greater than Zero THEN
                       Move "Y" to QueueClosedFlag
                   End-if
               ELSE
                   If QU-ROUND-NUM not equal SW-CURR-ROUND or
                    SW-PAIR-DONE(QU-MATCH-NUM) equal "Y" or
                    SW-COMPLETE-FLAG equal "Y" THEN
                       Move "Y" to QueueClosedFlag
                   End-if
               End-if
               If QueueClosed THEN
                   Move "DONE" to QU-STATE
                   Move QueueNowStamp to QU-DONE-STAMP
               ELSE
                   If QU-STATE equal "PLAYING" THEN
                       Perform FlagLatePlayers
                   End-if
               End-if
               Move QUEUE-RECORD to QueueImage(QuI)
           End-if
           .

       FlagLatePlayers.
           Move QU-CALL-STAMP to QueueStampWork
           Perform ComputeStampMinutes
           Move Zero to QueueWaitMinutes
           If QueueNowMinutes greater than QueueStampMinutes THEN
               Compute QueueWaitMinutes = QueueNowMinutes -
                QueueStampMinutes
           End-if
           If QueueWaitMinutes not less than CtlNoShowMin THEN
               Perform varying QuSide from 1 by 1 until QuSide is
                greater than 2
                   If QU-PLAYER-HERE(QuSide) equal Space THEN
                       Move "L" to QU-PLAYER-HERE(QuSide)
                   End-if
               END-PERFORM
           End-if
           .

       ComputeStampMinutes.
           Move Zero to QueueStampMinutes
           If QueueStampWork is numeric THEN
               Compute QueueStampMinutes =
                FUNCTION INTEGER-OF-DATE(QueueStampDate) * 1440 +
                QueueStampHour * 60 + QueueStampMinute
           End-if
           .

       QueueBracketMatch.
           Move Zero to QueueRoundNum
           Move BrM to QueueMatchNum
           Move BK-ROUND-LABEL(BrM) to QueueRoundLabel
           Move BK-PLAYER-NAME(BK-SLOT(BrM, 1)) to QueueName1
           Move BK-PLAYER-NAME(BK-SLOT(BrM, 2)) to QueueName2
           Perform AddQueueEntry
           .

       QueueSwissPairing.
           Move SW-CURR-ROUND to QueueRoundNum
           Move SwM to QueueMatchNum
           Move Spaces to QueueRoundLabel
           STRING "Swiss Rd " DELIMITED BY SIZE
                   SW-CURR-ROUND DELIMITED BY SIZE
                   INTO QueueRoundLabel
           Move SW-PLAYER-NAME(SW-PAIR-SLOT(SwM, 1)) to QueueName1
           Move SW-PLAYER-NAME(SW-PAIR-SLOT(SwM, 2)) to QueueName2
           Perform AddQueueEntry
           .

       AddQueueEntry.
           Move Zero to QueueFoundIdx
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount or QueueFoundIdx greater than Zero
               Move QueueImage(QuI) to QUEUE-RECORD
               If (QU-STATE equal "PLAYING" or QU-STATE equal
                "ON DECK") and QU-ROUND-NUM equal QueueRoundNum and
                QU-MATCH-NUM equal QueueMatchNum THEN
                   Move QuI to QueueFoundIdx
               End-if
           END-PERFORM

           If QueueFoundIdx equal Zero THEN
               If QueueCount less than 80 THEN
                   Add 1 to QueueCount
                   Move Spaces to QUEUE-RECORD
                   Move Zero to QU-STATION
                   Move "ON DECK" to QU-STATE
                   Move QueueRoundLabel to QU-ROUND-LABEL
                   Move QueueName1 to QU-PLAYER-NAME(1)
                   Move QueueName2 to QU-PLAYER-NAME(2)
                   Move QueueEventId to QU-EVENT-ID
                   Move QueueFormat to QU-FORMAT
                   Move QueueRoundNum to QU-ROUND-NUM
                   Move QueueMatchNum to QU-MATCH-NUM
                   Move QUEUE-RECORD to QueueImage(QueueCount)
               ELSE
                   Display "The queue is full (80 entries) - "
                    "call the match by hand."
               End-if
           End-if
           .

       CallQueueStations.
           Perform varying QuS from 1 by 1 until QuS is greater
            than 16
               Move "N" to QueueStationBusy(QuS)
           END-PERFORM
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Move QueueImage(QuI) to QUEUE-RECORD
               If QU-STATE equal "PLAYING" and QU-STATION greater
                than Zero and QU-STATION not greater than 16 THEN
                   Move "Y" to QueueStationBusy(QU-STATION)
               End-if
           END-PERFORM
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Move QueueImage(QuI) to QUEUE-RECORD
               If QU-STATE equal "ON DECK" THEN
                   Perform CallQueueEntry
               End-if
           END-PERFORM
           .

       CallQueueEntry.
           Move Zero to QueueStationNum
           Perform varying QuS from 1 by 1 until QuS is greater
            than CtlStations or QueueStationNum greater than Zero
               If QueueStationBusy(QuS) not equal "Y" THEN
                   Move QuS to QueueStationNum
               End-if
           END-PERFORM
           If QueueStationNum greater than Zero THEN
               Move "Y" to QueueStationBusy(QueueStationNum)
               Move QueueStationNum to QU-STATION
               Move "PLAYING" to QU-STATE
               Move QueueNowStamp to QU-CALL-STAMP
               Move QUEUE-RECORD to QueueImage(QuI)
               Display "Calling to station " QU-STATION ": "
                with no advancing
               Move QU-PLAYER-NAME(1) to TEXT2PRINT
               Perform SHOW-TEXT
               Display " vs " with no advancing
               Move QU-PLAYER-NAME(2) to TEXT2PRINT
               Perform SHOW-TEXT
               Display SPACE
           End-if
           .

       ShowQueueBoard.
           Move Zero to QueuePlayingCount
           Move Zero to QueueDeckCount
           Display SPACE
           Display "--- Now Playing ---"
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Move QueueImage(QuI) to QUEUE-RECORD
               If QU-STATE equal "PLAYING" THEN
                   Add 1 to QueuePlayingCount
                   Perform ShowQueueLine
               End-if
           END-PERFORM
           Display "--- On Deck ---"
           Perform varying QuI from 1 by 1 until QuI is greater
            than QueueCount
               Move QueueImage(QuI) to QUEUE-RECORD
               If QU-STATE equal "ON DECK" THEN
                   Add 1 to QueueDeckCount
                   Perform ShowQueueLine
               End-if
           END-PERFORM
           If QueueDeckCount equal Zero THEN
               Display "(none)"
           End-if
           Display SPACE
           .

       ShowQueueLine.
           If QU-STATE equal "PLAYING" THEN
               Display "Stn " QU-STATION "  " with no advancing
           ELSE
               Display "        " with no advancing
           End-if
           Display QU-ROUND-LABEL " " with no advancing
           Move QU-PLAYER-NAME(1) to TEXT2PRINT
           Perform SHOW-TEXT
           Display " vs " with no advancing
           Move QU-PLAYER-NAME(2) to TEXT2PRINT
           Perform SHOW-TEXT
           If QU-STATE equal "PLAYING" THEN
               Display "  (called " QU-CALL-STAMP(9:2) ":"
                QU-CALL-STAMP(11:2) ")"
           ELSE
               Display SPACE
           End-if
           Perform varying QuSide from 1 by 1 until QuSide is
            greater than 2
               If QU-PLAYER-HERE(QuSide) equal "L" THEN
                   Display "        ** not at the station after "
                    CtlNoShowMin " min: " with no advancing
                   Move QU-PLAYER-NAME(QuSide) to TEXT2PRINT
                   Perform SHOW-TEXT
                   Display SPACE
               End-if
           END-PERFORM
           .

      * With the queue, a result can come from any station, so the
      * match is found by its players rather than by bracket order.
       FindBracketMatchByNames.
           Move Zero to CurrentBracketMatch
           Perform varying BrM from 1 by 1 until BrM is greater
            than BK-MATCH-COUNT or CurrentBracketMatch greater
            than Zero
               If BK-WINNER(BrM) equal Zero and
                BK-SLOT(BrM, 1) greater than Zero and
                BK-SLOT(BrM, 1) less than 99 and
                BK-SLOT(BrM, 2) greater than Zero and
                BK-SLOT(BrM, 2) less than 99 THEN
                   If BK-PLAYER-NAME(BK-SLOT(BrM, 1)) equal
                    PlayerName(1) and
                    BK-PLAYER-NAME(BK-SLOT(BrM, 2)) equal
                    PlayerName(2) THEN
                       Move BrM to CurrentBracketMatch
                   End-if
               End-if
           END-PERFORM
           If CurrentBracketMatch equal Zero THEN
               Perform FindNextBracketMatch
           End-if
           .

       FindSwissPairingByNames.
           Move Zero to CurrentSwissPair
           Perform varying SwM from 1 by 1 until SwM is greater
            than SW-PAIRING-COUNT or CurrentSwissPair greater
            than Zero
               If SW-PAIR-DONE(SwM) not equal "Y" and
                SW-PAIR-SLOT(SwM, 2) not equal 99 THEN
                   If SW-PLAYER-NAME(SW-PAIR-SLOT(SwM, 1)) equal
                    PlayerName(1) and
                    SW-PLAYER-NAME(SW-PAIR-SLOT(SwM, 2)) equal
                    PlayerName(2) THEN
                       Move SwM to CurrentSwissPair
                   End-if
               End-if
           END-PERFORM
           If CurrentSwissPair equal Zero THEN
               Perform FindNextSwissPairing
           End-if
           .

      * A finished event goes to the EVENTS.DAT register with every
      * entrant's final placing. Double-elimination places follow
      * the round a player was knocked out in: the grand final
      * loser is 2nd, the last losers-bracket round 3rd, and each
      * earlier losers round shares the next places (5th-6th,
      * 7th-8th and so on).
       RegisterBracketEvent.
           Perform BuildBracketPlacings
           Move BK-EVENT-ID to EV-EVENT-ID
           Move BK-EVENT-DATE to EV-EVENT-DATE
           Move BK-EVENT-DATE(1:6) to EV-SEASON-ID
           Move "B" to EV-FORMAT
           Move BK-EVENT-NAME to EV-EVENT-NAME
           Move Zero to EV-ROUND-COUNT
           Perform AddPoolPlacings
           Perform StoreEventPlacings
           Perform WriteEventRecord
           .

       BuildBracketPlacings.
           Perform ClearEventWork
           Move BK-PLAYER-COUNT to EventWorkCount
           Perform varying EvI from 1 by 1 until EvI is greater
            than EventWorkCount
               Move BK-PLAYER-NAME(EvI) to EventWorkName(EvI)
           END-PERFORM

      * The round tables are not saved with the bracket, so they
      * are laid out again from the field size for a resumed event.
           Move BK-PLAYER-COUNT to BracketFieldCount
           Perform SizeBracket
           Perform LayOutBracketRounds

           Perform varying BrM from 1 by 1 until BrM is greater
            than BK-MATCH-COUNT
               Perform TallyBracketEventMatch
           END-PERFORM

           Move 1 to EventWorkPlace(BK-CHAMPION)
           Move 1 to EventWorkSpan(BK-CHAMPION)
           Move BK-GF-MATCH to BrM
           If BK-WINNER(BK-GFRESET-MATCH) greater than Zero THEN
               Move BK-GFRESET-MATCH to BrM
           End-if
           Perform FindBracketLoser
           If EvLoser greater than Zero and EvLoser less than 99
            THEN
               Move 2 to EventWorkPlace(EvLoser)
               Move 1 to EventWorkSpan(EvLoser)
           End-if

           Move 3 to EvNextPlace
           Compute BrLB = 2 * (RoundsWB - 1)
           Perform until BrLB less than 1
               Perform PlaceLosersRound
               Subtract 1 from BrLB
           END-PERFORM
           .

       TallyBracketEventMatch.
           Perform FindBracketLoser
           If EvLoser greater than Zero and EvLoser less than 99
            THEN
               Add 1 to EventWorkWins(BK-WINNER(BrM))
               Add 1 to EventWorkLosses(EvLoser)
           End-if
           .

       FindBracketLoser.
           Move Zero to EvLoser
           If BK-WINNER(BrM) greater than Zero and BK-WINNER(BrM)
            less than 99 THEN
               If BK-SLOT(BrM, 1) equal BK-WINNER(BrM) THEN
                   Move BK-SLOT(BrM, 2) to EvLoser
               ELSE
                   Move BK-SLOT(BrM, 1) to EvLoser
               End-if
           End-if
           .

      * Players knocked out in the same losers round share a place;
      * a bye in the round leaves the group that much smaller.
       PlaceLosersRound.
           Move Zero to EvRoundCount
           Perform varying BrI from 1 by 1 until BrI is greater
            than LBSize(BrLB)
               Compute BrM = LBBase(BrLB) + BrI - 1
               Perform FindBracketLoser
               If EvLoser greater than Zero and EvLoser less than 99
                THEN
                   Move EvNextPlace to EventWorkPlace(EvLoser)
                   Add 1 to EvRoundCount
               End-if
           END-PERFORM
           Perform varying BrI from 1 by 1 until BrI is greater
            than LBSize(BrLB)
               Compute BrM = LBBase(BrLB) + BrI - 1
               Perform FindBracketLoser
               If EvLoser greater than Zero and EvLoser less than 99
                THEN
                   Move EvRoundCount to EventWorkSpan(EvLoser)
               End-if
           END-PERFORM
           Add EvRoundCount to EvNextPlace
           .

      * A bracket that came out of a pools phase also carries the
      * pool records, and the players who did not advance are placed
      * below the bracket by pool finish - the next finisher of every
      * pool shares the next place.
       AddPoolPlacings.
           Move "Y" to PoolEOFFlag
           OPEN INPUT POOL-FILE
           IF PoolFileStatus equal "00" THEN
               Move "N" to PoolEOFFlag
               READ POOL-FILE
                   AT END
                       Move "Y" to PoolEOFFlag
               END-READ
               CLOSE POOL-FILE
           END-IF
           If PoolEOFFlag not equal "Y" and PL-EVENT-ID equal
            BK-EVENT-ID THEN
               Move "P" to EV-FORMAT
               Perform varying PlI from 1 by 1 until PlI is greater
                than PL-PLAYER-COUNT
                   Perform AddOnePoolRecord
               END-PERFORM
               Compute EvNextPlace = BK-PLAYER-COUNT + 1
               Compute PlR = PL-ADVANCE-COUNT + 1
               Perform until PlR greater than 8
                   Perform PlacePoolTier
                   Add 1 to PlR
               END-PERFORM
           End-if
           .

       AddOnePoolRecord.
           Move Zero to PlA
           Perform varying EvI from 1 by 1 until EvI is greater
            than EventWorkCount or PlA greater than Zero
               If EventWorkName(EvI) equal PL-PLAYER-NAME(PlI) THEN
                   Move EvI to PlA
               End-if
           END-PERFORM
           If PlA equal Zero THEN
               Add 1 to EventWorkCount
               Move EventWorkCount to PlA
               Move PL-PLAYER-NAME(PlI) to EventWorkName(PlA)
           End-if
           Add PL-MATCH-WINS(PlI) to EventWorkWins(PlA)
           Add PL-MATCH-LOSSES(PlI) to EventWorkLosses(PlA)
           Add PL-GAME-WINS(PlI) to EventWorkGameWins(PlA)
           .

       PlacePoolTier.
           Move Zero to EvRoundCount
           Perform varying PlI from 1 by 1 until PlI is greater
            than PL-PLAYER-COUNT
               If PL-POOL-RANK(PlI) equal PlR THEN
                   Add 1 to EvRoundCount
               End-if
           END-PERFORM
           Compute EvI = BK-PLAYER-COUNT + 1
           Perform until EvI greater than EventWorkCount
               Perform varying PlI from 1 by 1 until PlI is greater
                than PL-PLAYER-COUNT
                   If PL-POOL-RANK(PlI) equal PlR and
                    PL-PLAYER-NAME(PlI) equal EventWorkName(EvI) THEN
                       Move EvNextPlace to EventWorkPlace(EvI)
                       Move EvRoundCount to EventWorkSpan(EvI)
                   End-if
               END-PERFORM
               Add 1 to EvI
           END-PERFORM
           Add EvRoundCount to EvNextPlace
           .

       RegisterSwissEvent.
           Perform ClearEventWork
           Move SW-PLAYER-COUNT to EventWorkCount
           Perform BuildSwissOrder
           Perform varying SwI from 1 by 1 until SwI is greater
            than SW-PLAYER-COUNT
               Move SwissOrder(SwI) to SwTemp
               Move SW-PLAYER-NAME(SwTemp) to EventWorkName(SwTemp)
               Move SwI to EventWorkPlace(SwTemp)
               Move 1 to EventWorkSpan(SwTemp)
               Move SW-MATCH-WINS(SwTemp) to EventWorkWins(SwTemp)
               Move SW-MATCH-LOSSES(SwTemp) to
                EventWorkLosses(SwTemp)
               Move SW-GAME-WINS(SwTemp) to
                EventWorkGameWins(SwTemp)
           END-PERFORM

           Move SW-EVENT-ID to EV-EVENT-ID
           Move SW-EVENT-DATE to EV-EVENT-DATE
           Move SW-EVENT-DATE(1:6) to EV-SEASON-ID
           Move "S" to EV-FORMAT
           Move SW-EVENT-NAME to EV-EVENT-NAME
           Move SW-ROUND-COUNT to EV-ROUND-COUNT
           Perform StoreEventPlacings
           Perform WriteEventRecord
           .

       ClearEventWork.
           Move Zero to EventWorkCount
           Perform varying EvI from 1 by 1 until EvI is greater
            than 16
               Move Spaces to EventWorkName(EvI)
               Move Zero to EventWorkPlace(EvI)
               Move Zero to EventWorkSpan(EvI)
               Move Zero to EventWorkWins(EvI)
               Move Zero to EventWorkLosses(EvI)
               Move Zero to EventWorkGameWins(EvI)
           END-PERFORM
           .

      * Entrants are stored best place first; anyone left unplaced
      * goes on the end with place zero so nobody drops off the
      * register.
       StoreEventPlacings.
           Move EventWorkCount to EV-ENTRANT-COUNT
           Perform varying EvOut from 1 by 1 until EvOut is greater
            than 16
               Move Spaces to EV-PLAYER-NAME(EvOut)
               Move Zero to EV-PLACE(EvOut)
               Move Zero to EV-PLACE-SPAN(EvOut)
               Move Zero to EV-MATCH-WINS(EvOut)
               Move Zero to EV-MATCH-LOSSES(EvOut)
               Move Zero to EV-GAME-WINS(EvOut)
           END-PERFORM
           Move Zero to EvOut
           Perform varying EvPlaceWanted from 1 by 1 until
            EvPlaceWanted is greater than 16
               Perform varying EvI from 1 by 1 until EvI is greater
                than EventWorkCount
                   If EventWorkPlace(EvI) equal EvPlaceWanted THEN
                       Perform StoreOneEventEntrant
                   End-if
               END-PERFORM
           END-PERFORM
           Perform varying EvI from 1 by 1 until EvI is greater
            than EventWorkCount
               If EventWorkPlace(EvI) equal Zero THEN
                   Perform StoreOneEventEntrant
               End-if
           END-PERFORM
           .

       StoreOneEventEntrant.
           Add 1 to EvOut
           Move EventWorkName(EvI) to EV-PLAYER-NAME(EvOut)
           Move EventWorkPlace(EvI) to EV-PLACE(EvOut)
           Move EventWorkSpan(EvI) to EV-PLACE-SPAN(EvOut)
           Move EventWorkWins(EvI) to EV-MATCH-WINS(EvOut)
           Move EventWorkLosses(EvI) to EV-MATCH-LOSSES(EvOut)
           Move EventWorkGameWins(EvI) to EV-GAME-WINS(EvOut)
           .

       WriteEventRecord.
           OPEN EXTEND EVENT-FILE
           IF EventFileStatus equal "35" THEN
               OPEN OUTPUT EVENT-FILE
           END-IF
           WRITE EVENT-RECORD
           CLOSE EVENT-FILE
           Display "Event " EV-EVENT-ID " results saved to the "
            "event register (EVENTS.DAT)."
           .

       SetupCard.
           Perform LoadMatchCard
           Perform FindNextCardEntry
           If CurrentCardEntry equal Zero THEN
               Move CardP2Name to PlayerName(2)
               Move CardP2Id(CurrentCardEntry) to PlayerId(2)
               Move CardGoal(CurrentCardEntry) to ScoreGoal
               Perform ShowScoutingCard
           End-if
           .

           CLOSE CREW-HISTORY-FILE
           Display "Saved to the crew battle history as battle "
            CB-BATTLE-ID
           Perform UpdateCrewHistTotals
           .

      * Carries the control totals in CREWHIST.CTL forward by the
      * battle just appended. With no totals on file yet they are
      * counted from the whole history, this battle included.
       UpdateCrewHistTotals.
           Move "CREWHIST.DAT" to TotalsDataFilename
           Perform ReadControlTotals
           IF TotalsFound THEN
               Perform AddBattleToTotals
           ELSE
               Move CREW-HIST-RECORD to TotalsHeldRecord
               Move "N" to TotalsScanEOFFlag
               OPEN INPUT CREW-HISTORY-FILE
               IF CrewHistFileStatus equal "00" THEN
                   Perform until TotalsScanEOF
                       Read CREW-HISTORY-FILE
                           AT END
                               Move "Y" to TotalsScanEOFFlag
                           NOT AT END
                               Perform AddBattleToTotals
                       END-READ
                   END-PERFORM
                   CLOSE CREW-HISTORY-FILE
               END-IF
               Move TotalsHeldRecord to CREW-HIST-RECORD
           END-IF
           Perform WriteControlTotals
           .

       ShowCrewBattleLog.
           CLOSE AUDIT-LOG-FILE
           .

      * A no-show ruling leaves no game behind, so the DQ line is
      * the lasting record of it: event, format (B or S), bracket
      * match or Swiss pair, the player ruled out, the opponent who
      * advanced and when.
       LogNoShow.
           Move Spaces to AUDIT-LOG-RECORD
           STRING "DQ" DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   QU-EVENT-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   QU-FORMAT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   QU-MATCH-NUM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   QU-PLAYER-NAME(QuSide) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   QU-PLAYER-NAME(QuOther) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   QU-DONE-STAMP DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD

           OPEN EXTEND AUDIT-LOG-FILE
           IF AuditLogFileStatus equal "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .

       LogAudit.
           Move Spaces to AUDIT-LOG-RECORD
           Move FUNCTION CURRENT-DATE(1:14) to AuditTimestamp
           Move FUNCTION CURRENT-DATE(1:6) to MH-SEASON-ID
           Perform AssignMatchId
           Move NextMatchId to MH-MATCH-ID
           Move Zero to MH-EVENT-ID
           If BracketModeYes THEN
               Move BK-EVENT-ID to MH-EVENT-ID
           End-if
           If SwissModeYes THEN
               Move SW-EVENT-ID to MH-EVENT-ID
           End-if
           If PoolModeYes THEN
               Move PL-EVENT-ID to MH-EVENT-ID
           End-if

           Perform varying I from 1 by 1 until I is greater than 99
               Perform varying J from 1 by 1 until J is greater than 2
           CLOSE MATCH-HISTORY-FILE
           Display "Saved to the match history as match "
            MH-MATCH-ID
           Perform UpdateMatchHistTotals
           .

      * Carries the control totals in MATCHHIST.CTL forward by the
      * match just appended. With no totals on file yet they are
      * counted from the whole history, this match included.
       UpdateMatchHistTotals.
           Move "MATCHHIST.DAT" to TotalsDataFilename
           Perform ReadControlTotals
           IF TotalsFound THEN
               Perform AddMatchToTotals
           ELSE
               Move MATCH-HIST-RECORD to TotalsHeldRecord
               Move "N" to TotalsScanEOFFlag
               OPEN INPUT MATCH-HISTORY-FILE
               IF MatchHistFileStatus equal "00" THEN
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
               Move TotalsHeldRecord to MATCH-HIST-RECORD
           END-IF
           Perform WriteControlTotals
           .

       AssignMatchId.
           CLOSE MATCH-CONTROL-FILE
           .

      * Event IDs run from their own counter so a merge that
      * renumbers MATCHCTL.DAT never re-issues an event ID already
      * on the register.
       AssignEventId.
           Move Zero to NextEventId
           OPEN INPUT EVENT-CONTROL-FILE
           IF EventControlFileStatus equal "00" THEN
               Move "N" to EventControlEOFFlag
               READ EVENT-CONTROL-FILE
                   AT END
                       Move "Y" to EventControlEOFFlag
               END-READ
               IF EventControlEOFFlag not equal "Y" THEN
                   Move EVENT-CONTROL-RECORD to NextEventId
               END-IF
               CLOSE EVENT-CONTROL-FILE
           END-IF

           Add 1 to NextEventId
           Move NextEventId to EVENT-CONTROL-RECORD
           OPEN OUTPUT EVENT-CONTROL-FILE
           WRITE EVENT-CONTROL-RECORD
           CLOSE EVENT-CONTROL-FILE
           .

       BuildExportFilename.
           Move Spaces to MatchExportFilename
           STRING "MATCH-" DELIMITED BY SIZE

       COPY "CTLLOAD.CPY".

       COPY "ADJLOAD.CPY".

       COPY "ALIASLOAD.CPY".

       COPY "TOTALIO.CPY".

       END PROGRAM YOMI-GEN.

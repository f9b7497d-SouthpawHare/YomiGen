      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Merge two PLAYERS.DAT identities that belong to the
      *          same person. YOMI-CHECK reports duplicate names and
      *          IDs, but the matches stay split across two spellings
      *          until something rewrites them. This takes the
      *          surviving ID and the retired ID, surveys
      *          MATCHHIST.DAT, every SEASON-YYYYMM.DAT archive the
      *          operator names, CREWHIST.DAT and EVENTS.DAT, and
      *          shows everything that will change. On confirmation
      *          it rewrites the retired player's name to the
      *          survivor's in each of them, drops the retired row
      *          from PLAYERS.DAT, adds a permanent alias to
      *          ALIASES.DAT so the old ID or name keeps resolving to
      *          the survivor, and appends the details to
      *          MERGELOG.DAT. RATINGS.DAT is left for YOMI-REBUILD,
      *          which recomputes the merged rating from history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-IDMERGE.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MatchHistFileStatus.
           SELECT MATCH-WORK-FILE ASSIGN TO "MATCHWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MatchWorkFileStatus.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC ArchiveFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.
           SELECT CREW-HISTORY-FILE ASSIGN TO "CREWHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CrewHistFileStatus.
           SELECT CREW-WORK-FILE ASSIGN TO "CREWWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CrewWorkFileStatus.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventFileStatus.
           SELECT EVENT-WORK-FILE ASSIGN TO "EVENTWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventWorkFileStatus.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PLAYER-WORK-FILE ASSIGN TO "PLAYERWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerWorkFileStatus.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingsFileStatus.
           SELECT ALIAS-FILE ASSIGN TO "ALIASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AliasFileStatus.
           SELECT ALIAS-WORK-FILE ASSIGN TO "ALIASWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AliasWorkFileStatus.
           SELECT MERGE-LOG-FILE ASSIGN TO "MERGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MergeLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-HISTORY-FILE.
           COPY "MATCHREC.CPY".

      * The work and archive records are byte-for-byte copies of
      * MATCH-HIST-RECORD - their length must match MATCHREC.CPY.
       FD  MATCH-WORK-FILE.
           01 MATCH-WORK-RECORD PIC X(4226).

       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  CREW-HISTORY-FILE.
           COPY "CREWREC.CPY".

      * Same length as CREW-HIST-RECORD in CREWREC.CPY.
       FD  CREW-WORK-FILE.
           01 CREW-WORK-RECORD PIC X(1586).

       FD  EVENT-FILE.
           COPY "EVENTREC.CPY".

      * Same length as EVENT-RECORD in EVENTREC.CPY.
       FD  EVENT-WORK-FILE.
           01 EVENT-WORK-RECORD PIC X(550).

       FD  PLAYER-MASTER-FILE.
           01 PLAYER-MASTER-LINE PIC X(50).

       FD  PLAYER-WORK-FILE.
           01 PLAYER-WORK-LINE PIC X(50).

       FD  RATINGS-FILE.
           01 RATINGS-LINE PIC X(40).

       FD  ALIAS-FILE.
           01 ALIAS-LINE PIC X(80).

       FD  ALIAS-WORK-FILE.
           01 ALIAS-WORK-LINE PIC X(80).

       FD  MERGE-LOG-FILE.
           01 MERGE-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ALIASWS.CPY".

           01 I PIC 999.
           01 K PIC 99.
           01 S PIC 9.
           01 M PIC 9.

           01 MatchHistFileStatus PIC X(2).
           01 MatchWorkFileStatus PIC X(2).
           01 ArchiveFileStatus PIC X(2).
           01 CrewHistFileStatus PIC X(2).
           01 CrewWorkFileStatus PIC X(2).
           01 EventFileStatus PIC X(2).
           01 EventWorkFileStatus PIC X(2).
           01 PlayerMasterFileStatus PIC X(2).
           01 PlayerWorkFileStatus PIC X(2).
           01 RatingsFileStatus PIC X(2).
           01 AliasWorkFileStatus PIC X(2).
           01 MergeLogFileStatus PIC X(2).
           01 ArchiveFilename PIC X(30).

           01 ReadEOFFlag PIC X(1).
               88 ReadAtEOF Value 'Y'.

      * Survey and apply run the same scans; in the apply pass each
      * record is written to the work file after renaming and the
      * work file is copied back over the original when anything in
      * it changed.
           01 MergePassFlag PIC X(1).
               88 MergeApplying Value 'A'.
               88 MergeSurveying Value 'S'.
           01 RecordHitFlag PIC X(1).
               88 RecordHit Value 'Y'.

           01 SurvivorIdIn PIC X(4).
           01 RetiredIdIn PIC X(4).
           01 SurvivorId PIC X(4).
           01 SurvivorName PIC X(20).
           01 SurvivorNameLC PIC X(20).
           01 RetiredId PIC X(4).
           01 RetiredName PIC X(20).
           01 RetiredNameLC PIC X(20).
           01 MasterIdWork PIC X(4).
           01 MasterNameWork PIC X(20).
           01 MasterLookupId PIC X(4).
           01 MasterFoundFlag PIC X(1).
               88 MasterFound Value 'Y'.
           01 MasterFoundName PIC X(20).
           01 MasterRowsKept PIC 9(4).

           01 ArchiveList.
               02 ArchiveEntry occurs 40 times.
                   03 ArchiveName PIC X(30).
                   03 ArchiveHits PIC 9(5).
           01 ArchiveCount PIC 99.

           01 HistHits PIC 9(5).
           01 HistSelfCount PIC 9(5).
           01 ArchiveSelfCount PIC 9(5).
           01 FileHits PIC 9(5).
           01 FileSelfCount PIC 9(5).
           01 CrewHits PIC 9(5).
           01 EventHits PIC 9(5).
           01 AliasRepointCount PIC 9(4).
           01 ArchiveHitTotal PIC 9(5).

           01 RatingNameWork PIC X(20).

           01 MergeStamp PIC X(14).
           01 LogLine PIC X(100).
           01 ConfirmIn PIC X(1).
               88 ConfirmYes Value 'Y' 'y'.



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Perform GetMergeIds
           Perform GetArchiveList

           Move "S" to MergePassFlag
           Perform ScanAllFiles
           Perform ShowSurvey

           Display SPACE
           Display "Merge " RetiredId " (" RetiredName ") into "
            SurvivorId " (" SurvivorName ")? (Y/N):"
           Move Spaces to ConfirmIn
           Accept ConfirmIn
           If not ConfirmYes THEN
               Display "Nothing merged - every file was left as it"
                " stands."
               STOP RUN
           End-if

           Move FUNCTION CURRENT-DATE(1:14) to MergeStamp
           Move "A" to MergePassFlag
           Perform ScanAllFiles
           Perform RewritePlayerMaster
           Perform RewriteAliases
           Perform WriteMergeLog

           Display SPACE
           Display "Merge complete - " RetiredId " now resolves to "
            SurvivorId " (" SurvivorName ")."
           Display "RATINGS.DAT still holds two rows for this"
            " player. Run YOMI-REBUILD now, naming"
           Display "the same season archives, so the merged rating"
            " is recomputed from history."

           STOP RUN
           .

      * Both IDs must be live on PLAYERS.DAT; an ID that was already
      * merged is reported with the player it resolves to.
       GetMergeIds.
           Display "Enter the surviving player ID (the one to keep):"
           Move Spaces to SurvivorIdIn
           Accept SurvivorIdIn
           Display "Enter the retired player ID (merged away):"
           Move Spaces to RetiredIdIn
           Accept RetiredIdIn

           Move SurvivorIdIn to AliasNameWork
           Perform ToLowerAliasName
           Move AliasNameWork(1:4) to SurvivorId
           Move RetiredIdIn to AliasNameWork
           Perform ToLowerAliasName
           Move AliasNameWork(1:4) to RetiredId

           If SurvivorId equal Spaces or RetiredId equal Spaces THEN
               Display "Both IDs are needed - nothing merged."
               STOP RUN
           End-if
           If SurvivorId equal RetiredId THEN
               Display "The two IDs are the same - nothing merged."
               STOP RUN
           End-if

           Move SurvivorId to MasterLookupId
           Perform LookupMasterById
           If not MasterFound THEN
               Move SurvivorId to MasterLookupId
               Perform ReportNotOnMaster
               STOP RUN
           End-if
           Move MasterFoundName to SurvivorName

           Move RetiredId to MasterLookupId
           Perform LookupMasterById
           If not MasterFound THEN
               Move RetiredId to MasterLookupId
               Perform ReportNotOnMaster
               STOP RUN
           End-if
           Move MasterFoundName to RetiredName

           Move SurvivorName to AliasNameWork
           Perform ToLowerAliasName
           Move AliasNameWork to SurvivorNameLC
           Move RetiredName to AliasNameWork
           Perform ToLowerAliasName
           Move AliasNameWork to RetiredNameLC
           .

       ReportNotOnMaster.
           Move MasterLookupId to AliasLookupId
           Move Spaces to AliasLookupName
           Perform FindPlayerAlias
           If AliasFound THEN
               Display "'" MasterLookupId "' was already merged into "
                AliasSurvivorId " (" AliasSurvivorName
                ") - nothing merged."
           ELSE
               Display "'" MasterLookupId "' is not a registered "
                "player ID - nothing merged."
           End-if
           .

       LookupMasterById.
           Move "N" to MasterFoundFlag
           Move Spaces to MasterFoundName
           Move "N" to ReadEOFFlag
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterFileStatus not equal "00" THEN
               Display "Player master file PLAYERS.DAT could not be"
                " opened - nothing merged."
               STOP RUN
           END-IF
           Perform until ReadAtEOF or MasterFound
               Read PLAYER-MASTER-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Perform SplitMasterLine
                       If MasterIdWork equal MasterLookupId THEN
                           Move "Y" to MasterFoundFlag
                           Move MasterNameWork to MasterFoundName
                       End-if
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           .

       SplitMasterLine.
           Move Spaces to MasterIdWork
           Move Spaces to MasterNameWork
           UNSTRING PLAYER-MASTER-LINE DELIMITED BY ","
               INTO MasterIdWork MasterNameWork
           END-UNSTRING
           .

       GetArchiveList.
           Move Zero to ArchiveCount
           Move "X" to ArchiveFilename
           Perform until ArchiveFilename equal Spaces
               Display "Season archive to include "
                "(e.g. SEASON-202608.DAT, blank = done):"
               Move Spaces to ArchiveFilename
               Accept ArchiveFilename
               If ArchiveFilename not equal Spaces THEN
                   Perform AddArchiveName
               End-if
           END-PERFORM
           .

       AddArchiveName.
           OPEN INPUT ARCHIVE-FILE
           IF ArchiveFileStatus not equal "00" THEN
               Display "Could not open " ArchiveFilename
                " - archive skipped."
           ELSE
               CLOSE ARCHIVE-FILE
               If ArchiveCount less than 40 THEN
                   Add 1 to ArchiveCount
                   Move ArchiveFilename to ArchiveName(ArchiveCount)
                   Move Zero to ArchiveHits(ArchiveCount)
               ELSE
                   Display "Only 40 archives can be merged in one run"
                    " - " ArchiveFilename " skipped."
               End-if
           END-IF
           .

       ScanAllFiles.
           Perform ScanHistory
           Move Zero to ArchiveSelfCount
           Move Zero to ArchiveHitTotal
           Perform varying K from 1 by 1 until K is greater than
            ArchiveCount
               Move ArchiveName(K) to ArchiveFilename
               Perform ScanArchive
               Move FileHits to ArchiveHits(K)
               Add FileHits to ArchiveHitTotal
               Add FileSelfCount to ArchiveSelfCount
           END-PERFORM
           Perform ScanCrewHistory
           Perform ScanEvents
           .

       ScanHistory.
           Move Zero to FileHits
           Move Zero to FileSelfCount
           OPEN INPUT MATCH-HISTORY-FILE
           IF MatchHistFileStatus not equal "00" THEN
               Display "Match history file MATCHHIST.DAT could not"
                " be opened - live matches skipped."
           ELSE
               If MergeApplying THEN
                   OPEN OUTPUT MATCH-WORK-FILE
               End-if
               Move "N" to ReadEOFFlag
               Perform until ReadAtEOF
                   Read MATCH-HISTORY-FILE
                       AT END
                           Move "Y" to ReadEOFFlag
                       NOT AT END
                           Perform RenameMatchSides
                           If MergeApplying THEN
                               Move MATCH-HIST-RECORD to
                                MATCH-WORK-RECORD
                               WRITE MATCH-WORK-RECORD
                           End-if
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
               If MergeApplying THEN
                   CLOSE MATCH-WORK-FILE
                   If FileHits greater than Zero THEN
                       Perform CopyWorkToHistory
                   End-if
               End-if
           END-IF
           Move FileHits to HistHits
           Move FileSelfCount to HistSelfCount
           .

       ScanArchive.
           Move Zero to FileHits
           Move Zero to FileSelfCount
           OPEN INPUT ARCHIVE-FILE
           IF ArchiveFileStatus not equal "00" THEN
               Display "Could not open " ArchiveFilename
                " - archive skipped."
           ELSE
               If MergeApplying THEN
                   OPEN OUTPUT MATCH-WORK-FILE
               End-if
               Move "N" to ReadEOFFlag
               Perform until ReadAtEOF
                   Read ARCHIVE-FILE
                       AT END
                           Move "Y" to ReadEOFFlag
                       NOT AT END
                           Move ARCHIVE-RECORD to MATCH-HIST-RECORD
                           Perform RenameMatchSides
                           If MergeApplying THEN
                               Move MATCH-HIST-RECORD to
                                MATCH-WORK-RECORD
                               WRITE MATCH-WORK-RECORD
                           End-if
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               If MergeApplying THEN
                   CLOSE MATCH-WORK-FILE
                   If FileHits greater than Zero THEN
                       Perform CopyWorkToArchive
                   End-if
               End-if
           END-IF
           .

      * A match the two identities played against each other shows
      * the survivor on both sides once merged; it is counted so the
      * operator can void it.
       RenameMatchSides.
           Move "N" to RecordHitFlag
           Perform varying S from 1 by 1 until S is greater than 2
               Move MH-PLAYER-NAME(S) to AliasNameWork
               Perform ToLowerAliasName
               If AliasNameWork equal RetiredNameLC THEN
                   Move SurvivorName to MH-PLAYER-NAME(S)
                   Move "Y" to RecordHitFlag
               End-if
           END-PERFORM
           If RecordHit THEN
               Add 1 to FileHits
               If MH-PLAYER-NAME(1) equal MH-PLAYER-NAME(2) THEN
                   Add 1 to FileSelfCount
               End-if
           End-if
           .

       CopyWorkToHistory.
           OPEN INPUT MATCH-WORK-FILE
           OPEN OUTPUT MATCH-HISTORY-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read MATCH-WORK-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Move MATCH-WORK-RECORD to MATCH-HIST-RECORD
                       WRITE MATCH-HIST-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           CLOSE MATCH-HISTORY-FILE
           .

       CopyWorkToArchive.
           OPEN INPUT MATCH-WORK-FILE
           OPEN OUTPUT ARCHIVE-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read MATCH-WORK-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Move MATCH-WORK-RECORD to ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           CLOSE ARCHIVE-FILE
           .

       ScanCrewHistory.
           Move Zero to CrewHits
           OPEN INPUT CREW-HISTORY-FILE
           IF CrewHistFileStatus equal "00" THEN
               If MergeApplying THEN
                   OPEN OUTPUT CREW-WORK-FILE
               End-if
               Move "N" to ReadEOFFlag
               Perform until ReadAtEOF
                   Read CREW-HISTORY-FILE
                       AT END
                           Move "Y" to ReadEOFFlag
                       NOT AT END
                           Perform RenameCrewMembers
                           If MergeApplying THEN
                               Move CREW-HIST-RECORD to
                                CREW-WORK-RECORD
                               WRITE CREW-WORK-RECORD
                           End-if
                   END-READ
               END-PERFORM
               CLOSE CREW-HISTORY-FILE
               If MergeApplying THEN
                   CLOSE CREW-WORK-FILE
                   If CrewHits greater than Zero THEN
                       Perform CopyWorkToCrewHistory
                   End-if
               End-if
           END-IF
           .

       RenameCrewMembers.
           Move "N" to RecordHitFlag
           Perform varying S from 1 by 1 until S is greater than 2
               Perform varying M from 1 by 1 until M is greater
                than 5
                   Move CB-MEMBER-NAME(S, M) to AliasNameWork
                   Perform ToLowerAliasName
                   If AliasNameWork equal RetiredNameLC THEN
                       Move SurvivorName to CB-MEMBER-NAME(S, M)
                       Move "Y" to RecordHitFlag
                   End-if
               END-PERFORM
           END-PERFORM
           If RecordHit THEN
               Add 1 to CrewHits
           End-if
           .

       CopyWorkToCrewHistory.
           OPEN INPUT CREW-WORK-FILE
           OPEN OUTPUT CREW-HISTORY-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read CREW-WORK-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Move CREW-WORK-RECORD to CREW-HIST-RECORD
                       WRITE CREW-HIST-RECORD
               END-READ
           END-PERFORM
           CLOSE CREW-WORK-FILE
           CLOSE CREW-HISTORY-FILE
           .

       ScanEvents.
           Move Zero to EventHits
           OPEN INPUT EVENT-FILE
           IF EventFileStatus equal "00" THEN
               If MergeApplying THEN
                   OPEN OUTPUT EVENT-WORK-FILE
               End-if
               Move "N" to ReadEOFFlag
               Perform until ReadAtEOF
                   Read EVENT-FILE
                       AT END
                           Move "Y" to ReadEOFFlag
                       NOT AT END
                           Perform RenameEventEntrants
                           If MergeApplying THEN
                               Move EVENT-RECORD to EVENT-WORK-RECORD
                               WRITE EVENT-WORK-RECORD
                           End-if
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
               If MergeApplying THEN
                   CLOSE EVENT-WORK-FILE
                   If EventHits greater than Zero THEN
                       Perform CopyWorkToEvents
                   End-if
               End-if
           END-IF
           .

       RenameEventEntrants.
           Move "N" to RecordHitFlag
           Perform varying I from 1 by 1 until I is greater than 16
               Move EV-PLAYER-NAME(I) to AliasNameWork
               Perform ToLowerAliasName
               If AliasNameWork equal RetiredNameLC THEN
                   Move SurvivorName to EV-PLAYER-NAME(I)
                   Move "Y" to RecordHitFlag
               End-if
           END-PERFORM
           If RecordHit THEN
               Add 1 to EventHits
           End-if
           .

       CopyWorkToEvents.
           OPEN INPUT EVENT-WORK-FILE
           OPEN OUTPUT EVENT-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read EVENT-WORK-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Move EVENT-WORK-RECORD to EVENT-RECORD
                       WRITE EVENT-RECORD
               END-READ
           END-PERFORM
           CLOSE EVENT-WORK-FILE
           CLOSE EVENT-FILE
           .

       ShowSurvey.
           Display SPACE
           Display "=========================================="
           Display " PLAYER MERGE SURVEY"
           Display "=========================================="
           Display "Surviving: " SurvivorId " " SurvivorName
           Display "Retired:   " RetiredId " " RetiredName
           Display SPACE
           Display "MATCHHIST.DAT          " HistHits
            " match(es) to rename"
           Perform varying K from 1 by 1 until K is greater than
            ArchiveCount
               Display ArchiveName(K)(1:22) " " ArchiveHits(K)
                " match(es) to rename"
           END-PERFORM
           Display "CREWHIST.DAT           " CrewHits
            " crew battle(s) to rename"
           Display "EVENTS.DAT             " EventHits
            " event result(s) to rename"
           Display "PLAYERS.DAT            row " RetiredId
            " to be dropped"
           Display "ALIASES.DAT            " RetiredId " and "
            RetiredName " to resolve to " SurvivorId
           Perform ShowRatingRows
           If HistSelfCount greater than Zero or ArchiveSelfCount
            greater than Zero THEN
               Display SPACE
               Display "WARNING: " HistSelfCount " live and "
                ArchiveSelfCount " archived match(es) were played"
               Display "between the two IDs and will show the"
                " surviving player on both sides."
               Display "Void them with YOMI-VOID after the merge."
           End-if
           .

       ShowRatingRows.
           Move "N" to ReadEOFFlag
           OPEN INPUT RATINGS-FILE
           IF RatingsFileStatus equal "00" THEN
               Perform until ReadAtEOF
                   Read RATINGS-FILE
                       AT END
                           Move "Y" to ReadEOFFlag
                       NOT AT END
                           Move Spaces to RatingNameWork
                           UNSTRING RATINGS-LINE DELIMITED BY ","
                               INTO RatingNameWork
                           END-UNSTRING
                           Move RatingNameWork to AliasNameWork
                           Perform ToLowerAliasName
                           If AliasNameWork equal SurvivorNameLC or
                            AliasNameWork equal RetiredNameLC THEN
                               Display "RATINGS.DAT            "
                                RATINGS-LINE " (left for YOMI-REBUILD)"
                           End-if
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
           END-IF
           .

       RewritePlayerMaster.
           Move Zero to MasterRowsKept
           OPEN INPUT PLAYER-MASTER-FILE
           OPEN OUTPUT PLAYER-WORK-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read PLAYER-MASTER-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Perform SplitMasterLine
                       If MasterIdWork not equal RetiredId THEN
                           Move PLAYER-MASTER-LINE to
                            PLAYER-WORK-LINE
                           WRITE PLAYER-WORK-LINE
                           Add 1 to MasterRowsKept
                       End-if
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           CLOSE PLAYER-WORK-FILE

           OPEN INPUT PLAYER-WORK-FILE
           OPEN OUTPUT PLAYER-MASTER-FILE
           Move "N" to ReadEOFFlag
           Perform until ReadAtEOF
               Read PLAYER-WORK-FILE
                   AT END
                       Move "Y" to ReadEOFFlag
                   NOT AT END
                       Move PLAYER-WORK-LINE to PLAYER-MASTER-LINE
                       WRITE PLAYER-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE PLAYER-WORK-FILE
           CLOSE PLAYER-MASTER-FILE
           .

      * Aliases that pointed at the retired ID are moved on to the
      * survivor, then the new alias is added, so every old ID and
      * name resolves in one lookup.
       RewriteAliases.
           Move Zero to AliasRepointCount
           OPEN OUTPUT ALIAS-WORK-FILE
           Move "N" to AliasEOFFlag
           OPEN INPUT ALIAS-FILE
           IF AliasFileStatus equal "00" THEN
               Perform until AliasReadEOF
                   Read ALIAS-FILE
                       AT END
                           Move "Y" to AliasEOFFlag
                       NOT AT END
                           Perform CarryAliasLine
                   END-READ
               END-PERFORM
               CLOSE ALIAS-FILE
           END-IF

           Move Spaces to ALIAS-WORK-LINE
           STRING RetiredId DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   RetiredName DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   SurvivorId DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   SurvivorName DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   MergeStamp DELIMITED BY SIZE
                   INTO ALIAS-WORK-LINE
           WRITE ALIAS-WORK-LINE
           CLOSE ALIAS-WORK-FILE

           OPEN INPUT ALIAS-WORK-FILE
           OPEN OUTPUT ALIAS-FILE
           Move "N" to AliasEOFFlag
           Perform until AliasReadEOF
               Read ALIAS-WORK-FILE
                   AT END
                       Move "Y" to AliasEOFFlag
                   NOT AT END
                       Move ALIAS-WORK-LINE to ALIAS-LINE
                       WRITE ALIAS-LINE
               END-READ
           END-PERFORM
           CLOSE ALIAS-WORK-FILE
           CLOSE ALIAS-FILE
           .

       CarryAliasLine.
           Move Spaces to AliasOldIdIn
           Move Spaces to AliasOldNameIn
           Move Spaces to AliasNewIdIn
           Move Spaces to AliasNewNameIn
           Move Spaces to AliasStampIn
           UNSTRING ALIAS-LINE DELIMITED BY ","
               INTO AliasOldIdIn AliasOldNameIn AliasNewIdIn
                    AliasNewNameIn AliasStampIn
           END-UNSTRING
           If AliasNewIdIn equal RetiredId THEN
               Add 1 to AliasRepointCount
               Move Spaces to ALIAS-WORK-LINE
               STRING AliasOldIdIn DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       AliasOldNameIn DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       SurvivorId DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       SurvivorName DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       AliasStampIn DELIMITED BY SIZE
                       INTO ALIAS-WORK-LINE
           ELSE
               Move ALIAS-LINE to ALIAS-WORK-LINE
           End-if
           WRITE ALIAS-WORK-LINE
           .

       WriteMergeLog.
           OPEN EXTEND MERGE-LOG-FILE
           IF MergeLogFileStatus equal "35" THEN
               OPEN OUTPUT MERGE-LOG-FILE
           END-IF

           Move Spaces to LogLine
           STRING MergeStamp DELIMITED BY SIZE
                   " MERGED " DELIMITED BY SIZE
                   RetiredId DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   RetiredName DELIMITED BY "  "
                   " INTO " DELIMITED BY SIZE
                   SurvivorId DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SurvivorName DELIMITED BY "  "
                   INTO LogLine
           Perform WriteLogLine

           Move Spaces to LogLine
           STRING "    MATCHHIST.DAT " DELIMITED BY SIZE
                   HistHits DELIMITED BY SIZE
                   " match(es), " DELIMITED BY SIZE
                   HistSelfCount DELIMITED BY SIZE
                   " between the two" DELIMITED BY SIZE
                   INTO LogLine
           Perform WriteLogLine

           Perform varying K from 1 by 1 until K is greater than
            ArchiveCount
               Move Spaces to LogLine
               STRING "    " DELIMITED BY SIZE
                       ArchiveName(K) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ArchiveHits(K) DELIMITED BY SIZE
                       " match(es)" DELIMITED BY SIZE
                       INTO LogLine
               Perform WriteLogLine
           END-PERFORM

           Move Spaces to LogLine
           STRING "    CREWHIST.DAT " DELIMITED BY SIZE
                   CrewHits DELIMITED BY SIZE
                   " battle(s), EVENTS.DAT " DELIMITED BY SIZE
                   EventHits DELIMITED BY SIZE
                   " event(s)" DELIMITED BY SIZE
                   INTO LogLine
           Perform WriteLogLine

           Move Spaces to LogLine
           STRING "    PLAYERS.DAT row dropped, " DELIMITED BY SIZE
                   MasterRowsKept DELIMITED BY SIZE
                   " kept; alias added, " DELIMITED BY SIZE
                   AliasRepointCount DELIMITED BY SIZE
                   " older alias(es) repointed" DELIMITED BY SIZE
                   INTO LogLine
           Perform WriteLogLine

           CLOSE MERGE-LOG-FILE
           Display "Merge details appended to MERGELOG.DAT."
           .

       WriteLogLine.
           Move LogLine to MERGE-LOG-RECORD
           WRITE MERGE-LOG-RECORD
           .

       COPY "ALIASLOAD.CPY".

       END PROGRAM YOMI-IDMERGE.

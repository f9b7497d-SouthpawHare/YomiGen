           SELECT MATCH-ADJUST-FILE ASSIGN TO "MATCHADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchAdjFileStatus.
           SELECT ALIAS-FILE ASSIGN TO "ALIASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AliasFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * Archive records are raw images of MATCH-HIST-RECORD - the
      * length must match MATCHREC.CPY.
       FD  ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(4226).

       FD  PLAYER-MASTER-FILE.
           01 PLAYER-MASTER-LINE PIC X(50).
       FD  MATCH-ADJUST-FILE.
           01 MATCH-ADJUST-LINE PIC X(80).

       FD  ALIAS-FILE.
           01 ALIAS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ADJTABLE.CPY".

           COPY "ALIASWS.CPY".

           01 I PIC 999.
           01 J PIC 999.
           01 K PIC 9(4).
      * A short query is tried as a PLAYERS.DAT ID first; anything
      * else, or an ID that does not resolve, is taken as the name.
           Move QueryIn to CareerName
           Move "N" to MasterFoundFlag
           If QueryIn(5:16) equal Spaces THEN
               Move QueryLC(1:4) to MasterIdIn
               Perform LookupMasterById
               End-if
           End-if

      * A retired ID or name from a player merge resolves to the
      * surviving player, whose history now carries both.
           If not MasterFound THEN
               Move Spaces to AliasLookupId
               If QueryIn(5:16) equal Spaces THEN
                   Move QueryLC(1:4) to AliasLookupId
               End-if
               Move QueryIn to AliasLookupName
               Perform FindPlayerAlias
               If AliasFound THEN
                   Move AliasSurvivorName to CareerName
                   Display "Merged into " AliasSurvivorId
                    " - showing " CareerName
               End-if
           End-if

           Move CareerName to NameWork
           Perform ToLowerNameWork
           Move NameWork to CareerNameLC

       COPY "ADJLOAD.CPY".

       COPY "ALIASLOAD.CPY".

       END PROGRAM YOMI-CAREER.

      ******************************************************************
      * Copybook: ALIASLOAD
      * Purpose: Resolves a retired player ID or name to the player
      *          it was merged into, from the permanent alias file
      *          ALIASES.DAT (see ALIASWS.CPY). Set AliasLookupId (in
      *          lower case) and/or AliasLookupName (any case), blank
      *          for whichever is not wanted, then perform
      *          FindPlayerAlias; AliasFound is set with the
      *          surviving ID and name. YOMI-IDMERGE repoints older
      *          aliases when a survivor is itself retired, so one
      *          lookup always lands on a live player.
      ******************************************************************
       FindPlayerAlias.
           Move "N" to AliasFoundFlag
           Move Spaces to AliasSurvivorId
           Move Spaces to AliasSurvivorName
           Move AliasLookupName to AliasNameWork
           Perform ToLowerAliasName
           Move AliasNameWork to AliasLookupNameLC
           Move "N" to AliasEOFFlag
           OPEN INPUT ALIAS-FILE
           IF AliasFileStatus equal "00" THEN
               Perform until AliasReadEOF or AliasFound
                   Read ALIAS-FILE
                       AT END
                           Move "Y" to AliasEOFFlag
                       NOT AT END
                           Perform CheckAliasLine
                   END-READ
               END-PERFORM
               CLOSE ALIAS-FILE
           END-IF
           .

       CheckAliasLine.
           Move Spaces to AliasOldIdIn
           Move Spaces to AliasOldNameIn
           Move Spaces to AliasNewIdIn
           Move Spaces to AliasNewNameIn
           Move Spaces to AliasStampIn
           UNSTRING ALIAS-LINE DELIMITED BY ","
               INTO AliasOldIdIn AliasOldNameIn AliasNewIdIn
                    AliasNewNameIn AliasStampIn
           END-UNSTRING
           Move AliasOldNameIn to AliasNameWork
           Perform ToLowerAliasName
           If AliasLookupId not equal Spaces and
            AliasOldIdIn equal AliasLookupId THEN
               Move "Y" to AliasFoundFlag
           End-if
           If AliasLookupNameLC not equal Spaces and
            AliasNameWork equal AliasLookupNameLC THEN
               Move "Y" to AliasFoundFlag
           End-if
           If AliasFound THEN
               Move AliasNewIdIn to AliasSurvivorId
               Move AliasNewNameIn to AliasSurvivorName
           End-if
           .

       ToLowerAliasName.
           Inspect AliasNameWork Replacing All
                          'A' by 'a'
                          'B' by 'b'
                          'C' by 'c'
                          'D' by 'd'
                          'E' by 'e'
                          'F' by 'f'
                          'G' by 'g'
                          'H' by 'h'
                          'I' by 'i'
                          'J' by 'j'
                          'K' by 'k'
                          'L' by 'l'
                          'M' by 'm'
                          'N' by 'n'
                          'O' by 'o'
                          'P' by 'p'
                          'Q' by 'q'
                          'R' by 'r'
                          'S' by 's'
                          'T' by 't'
                          'U' by 'u'
                          'V' by 'v'
                          'W' by 'w'
                          'X' by 'x'
                          'Y' by 'y'
                          'Z' by 'z'
           .

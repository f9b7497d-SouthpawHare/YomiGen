      ******************************************************************
      * Copybook: ALIASWS
      * Purpose: Working storage for resolving a retired player ID or
      *          name through ALIASES.DAT (see ALIASLOAD.CPY). Each
      *          line of the alias file is written by YOMI-IDMERGE
      *          when two player identities are merged:
      *          retired ID,retired name,surviving ID,surviving
      *          name,merge stamp (YYYYMMDDHHMMSS). IDs are held in
      *          lower case as on PLAYERS.DAT.
      ******************************************************************
           01 AliasFileStatus PIC X(2).
           01 AliasEOFFlag PIC X(1).
               88 AliasReadEOF Value 'Y'.
           01 AliasFoundFlag PIC X(1).
               88 AliasFound Value 'Y'.
           01 AliasLookupId PIC X(4).
           01 AliasLookupName PIC X(20).
           01 AliasSurvivorId PIC X(4).
           01 AliasSurvivorName PIC X(20).
           01 AliasOldIdIn PIC X(4).
           01 AliasOldNameIn PIC X(20).
           01 AliasNewIdIn PIC X(4).
           01 AliasNewNameIn PIC X(20).
           01 AliasStampIn PIC X(14).
           01 AliasNameWork PIC X(20).
           01 AliasLookupNameLC PIC X(20).

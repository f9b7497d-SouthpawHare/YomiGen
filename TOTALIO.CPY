      ******************************************************************
      * Copybook: TOTALIO
      * Purpose: Reads, accumulates and writes the control totals
      *          for one history file (see TOTALWS.CPY). Move the
      *          data file name to TotalsDataFilename first. The
      *          including program declares TOTALS-FILE (LINE
      *          SEQUENTIAL, ASSIGN DYNAMIC TotalsFilename) with an
      *          80-byte TOTALS-LINE, the match-history record
      *          layout (MATCHREC.CPY) for AddMatchToTotals and the
      *          crew-history record layout (CREWREC.CPY) for
      *          AddBattleToTotals. Shared by YOMI-GEN,
      *          YOMI-SEASON, YOMI-MERGE, YOMI-CONVERT and YOMI-CHECK
      *          so the totals are kept and checked the same way.
      ******************************************************************
       BuildTotalsFilename.
           Move Spaces to TotalsBaseName
           Move Spaces to TotalsFilename
           UNSTRING TotalsDataFilename DELIMITED BY "."
               INTO TotalsBaseName
           END-UNSTRING
           STRING TotalsBaseName DELIMITED BY SPACE
                   ".CTL" DELIMITED BY SIZE
                   INTO TotalsFilename
           .

       ClearControlTotals.
           Move Zero to TotRecordCount
           Move Zero to TotLowId
           Move Zero to TotHighId
           Move Zero to TotScoreHash
           Move Spaces to TotStamp
           .

       ReadControlTotals.
           Perform ClearControlTotals
           Perform BuildTotalsFilename
           Move "N" to TotalsFoundFlag
           OPEN INPUT TOTALS-FILE
           IF TotalsFileStatus equal "00" THEN
               READ TOTALS-FILE
                   AT END
                       Move Spaces to TOTALS-LINE
               END-READ
               Move TOTALS-LINE to TotalsRecord
               If TR-RECORD-COUNT is numeric and
                TR-LOW-ID is numeric and
                TR-HIGH-ID is numeric and
                TR-SCORE-HASH is numeric THEN
                   Move "Y" to TotalsFoundFlag
                   Move TR-RECORD-COUNT to TotRecordCount
                   Move TR-LOW-ID to TotLowId
                   Move TR-HIGH-ID to TotHighId
                   Move TR-SCORE-HASH to TotScoreHash
                   Move TR-STAMP to TotStamp
               End-if
               CLOSE TOTALS-FILE
           END-IF
           .

       WriteControlTotals.
           Perform BuildTotalsFilename
           Move FUNCTION CURRENT-DATE(1:14) to TotStamp
           Move Spaces to TotalsRecord
           Move TotalsDataFilename to TR-DATA-FILE
           Move TotRecordCount to TR-RECORD-COUNT
           Move TotLowId to TR-LOW-ID
           Move TotHighId to TR-HIGH-ID
           Move TotScoreHash to TR-SCORE-HASH
           Move TotStamp to TR-STAMP
           OPEN OUTPUT TOTALS-FILE
           IF TotalsFileStatus equal "00" THEN
               Move TotalsRecord to TOTALS-LINE
               WRITE TOTALS-LINE
               CLOSE TOTALS-FILE
           ELSE
               Display "WARNING: control totals " TotalsFilename
                " could not be written (status " TotalsFileStatus
                ")."
           END-IF
           .

      * Caller sets TotRecId and TotRecHash for the record just
      * written (or read back).
       AddRecordToTotals.
           If TotRecordCount equal Zero or TotRecId less than
            TotLowId THEN
               Move TotRecId to TotLowId
           End-if
           If TotRecId greater than TotHighId THEN
               Move TotRecId to TotHighId
           End-if
           Add 1 to TotRecordCount
           Add TotRecHash to TotScoreHash
           .

       AddMatchToTotals.
           Move MH-MATCH-ID to TotRecId
           Move Zero to TotRecHash
           Perform varying TotG from 1 by 1 until TotG is greater
            than 99
               Compute TotRecHash = TotRecHash
                + (MH-SCORE(TotG, 1) * TotG)
                + (MH-SCORE(TotG, 2) * TotG * 2)
           END-PERFORM
           Perform AddRecordToTotals
           .

       AddBattleToTotals.
           Move CB-BATTLE-ID to TotRecId
           Move Zero to TotRecHash
           Perform varying TotG from 1 by 1 until TotG is greater
            than 30
               Compute TotRecHash = TotRecHash
                + (CB-SCORE(TotG, 1) * TotG)
                + (CB-SCORE(TotG, 2) * TotG * 2)
           END-PERFORM
           Perform AddRecordToTotals
           .

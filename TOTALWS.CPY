      ******************************************************************
      * Copybook: TOTALWS
      * Purpose: Control totals kept beside MATCHHIST.DAT,
      *          CREWHIST.DAT and each SEASON-YYYYMM.DAT archive so a
      *          truncated or partly overwritten file shows up before
      *          the night's numbers are posted (see TOTALIO.CPY).
      *          The totals live in a one-line text file named after
      *          the data file with .CTL in place of .DAT -
      *          MATCHHIST.CTL, CREWHIST.CTL, SEASON-202608.CTL. They
      *          hold the record count, the lowest and highest match
      *          (or battle) ID and a hash total of the game scores:
      *          each game won by side 1 adds the game number, each
      *          game won by side 2 adds twice the game number, so a
      *          lost record, a dropped game or a flipped result all
      *          move the hash. Every program that writes one of the
      *          files rewrites its totals; YOMI-CHECK recounts the
      *          file and compares.
      ******************************************************************
           01 TotalsDataFilename PIC X(30).
           01 TotalsFilename PIC X(30).
           01 TotalsBaseName PIC X(30).
           01 TotalsFileStatus PIC X(2).
           01 TotalsFoundFlag PIC X(1).
               88 TotalsFound Value 'Y'.
           01 TotalsScanEOFFlag PIC X(1).
               88 TotalsScanEOF Value 'Y'.
           01 ControlTotals.
               02 TotRecordCount PIC 9(7).
               02 TotLowId PIC 9(6).
               02 TotHighId PIC 9(6).
               02 TotScoreHash PIC 9(9).
           01 TotStamp PIC X(14).
           01 TotRecId PIC 9(6).
           01 TotRecHash PIC 9(5).
           01 TotG PIC 999.
           01 TotalsRecord.
               02 TR-DATA-FILE PIC X(30).
               02 FILLER PIC X(1).
               02 TR-RECORD-COUNT PIC 9(7).
               02 FILLER PIC X(1).
               02 TR-LOW-ID PIC 9(6).
               02 FILLER PIC X(1).
               02 TR-HIGH-ID PIC 9(6).
               02 FILLER PIC X(1).
               02 TR-SCORE-HASH PIC 9(9).
               02 FILLER PIC X(1).
               02 TR-STAMP PIC X(14).

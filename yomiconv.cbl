      *          from before the match format flag - from
      *          MATCHHIST.DAT or an operator-named file such as a
      *          SEASON-YYYYMM.DAT archive - and appends a blank
      *          (free pick) flag. Option 3 reads the 4220-byte
      *          records from before the event ID, from the same
      *          choice of files, and appends a zero (no event)
      *          event ID. The file is rewritten in the
      *          current layout so old matches stay retrievable
      *          for disputes. Option 1 refuses a file that already
      *          carries its fields; options 2 and 3 validate every
      *          record and abort on the first that does not look
      *          like the older layout, but a re-run cannot always
      *          be told apart, so options 2 and 3 must be run
      *          exactly once per file (on a backup copy if in
      *          doubt). Control totals for the rewritten file are
      *          written beside it (MATCHHIST.CTL, SEASON-YYYYMM.CTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MID-HISTORY-FILE ASSIGN DYNAMIC MidHistFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MidHistFileStatus.
           SELECT TAG-HISTORY-FILE ASSIGN DYNAMIC MidHistFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TagHistFileStatus.
           SELECT CONV-OUT-FILE ASSIGN DYNAMIC MidHistFilename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ConvOutFileStatus.
           SELECT MATCH-CONTROL-FILE ASSIGN TO "MATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MatchControlFileStatus.
           SELECT TOTALS-FILE ASSIGN DYNAMIC TotalsFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MID-HISTORY-FILE.
           01 MID-MATCH-RECORD PIC X(4219).

      * The pre-event layout: the current record without the event
      * ID on the end.
       FD  TAG-HISTORY-FILE.
           01 TAG-MATCH-RECORD PIC X(4220).

      * Option 2 and 3 output records are raw images of
      * MATCH-HIST-RECORD - the length must match MATCHREC.CPY.
       FD  CONV-OUT-FILE.
           01 CONV-OUT-RECORD PIC X(4226).

       FD  MATCH-HISTORY-FILE.
           COPY "MATCHREC.CPY".

       FD  MATCH-WORK-FILE.
           01 MATCH-WORK-RECORD PIC X(4226).

       FD  MATCH-CONTROL-FILE.
           01 MATCH-CONTROL-RECORD PIC 9(6).

       FD  TOTALS-FILE.
           01 TOTALS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "TOTALWS.CPY".

      * Crew-history layout named by the shared totals paragraphs;
      * this program keeps no crew totals of its own.
           COPY "CREWREC.CPY".

           01 OldHistFileStatus PIC X(2).
           01 MidHistFileStatus PIC X(2).
           01 TagHistFileStatus PIC X(2).
           01 ConvOutFileStatus PIC X(2).
           01 MidHistFilename PIC X(30).
           01 MidRecordNum PIC 9(4).
               88 OldHistReadEOF Value 'Y'.
           01 MidHistEOFFlag PIC X(1).
               88 MidHistReadEOF Value 'Y'.
           01 TagHistEOFFlag PIC X(1).
               88 TagHistReadEOF Value 'Y'.
           01 MatchWorkEOFFlag PIC X(1).
               88 MatchWorkReadEOF Value 'Y'.
           01 MatchControlEOFFlag PIC X(1).
           01 ConvOptionIn PIC X(1).
               88 ConvOptionOld Value '1'.
               88 ConvOptionMid Value '2'.
               88 ConvOptionTag Value '3'.
           01 StampDate PIC X(8).
           01 StampSeason PIC X(6).
           01 FirstRecordFlag PIC X(1).
           Display "Run it once, on a backup copy if in doubt."
           Display "(1 = before the match date, season and ID"
            " fields,"
           Display " 2 = before the match format flag,"
           Display " 3 = before the event ID, Q = quit):"
           Move Spaces to ConvOptionIn
           Accept ConvOptionIn
           If ConvOptionMid THEN
               Perform ConvertMidLayout
               STOP RUN
           End-if
           If ConvOptionTag THEN
               Perform ConvertTagLayout
               STOP RUN
           End-if
           If not ConvOptionOld THEN
               Display "Nothing converted."
               STOP RUN
           Move OLD-MATCH-RECORD(42:4158) to
            MATCH-HIST-RECORD(62:4158)
           Move Space to MH-FORMAT
           Move Zero to MH-EVENT-ID
           Move MATCH-HIST-RECORD to MATCH-WORK-RECORD
           WRITE MATCH-WORK-RECORD
           .
           Add 1 to ConvertedCount
           Move MID-MATCH-RECORD to MATCH-HIST-RECORD(1:4219)
           Move Space to MH-FORMAT
           Move Zero to MH-EVENT-ID
           Move MATCH-HIST-RECORD to MATCH-WORK-RECORD
           WRITE MATCH-WORK-RECORD
           .
           STOP RUN
           .

       ConvertTagLayout.
           Display "Option 3 must be run exactly once per file - a"
            " second run cannot always"
           Display "be detected and would corrupt the records."
            " Run it on a backup copy if"
           Display "in doubt."
           Display "File to convert (e.g. SEASON-202608.DAT, blank"
            " = MATCHHIST.DAT):"
           Move Spaces to MidHistFilename
           Accept MidHistFilename
           If MidHistFilename equal Spaces THEN
               Move "MATCHHIST.DAT" to MidHistFilename
           End-if

           Perform ConvertTagToWorkFile
           If ConvertedCount equal Zero THEN
               Display "No matches found to convert - "
                MidHistFilename " was left unchanged."
           ELSE
               Perform RewriteMidHistory
               Display "Converted " ConvertedCount " match(es) in "
                MidHistFilename " to the event ID layout."
           End-if
           .

       ConvertTagToWorkFile.
           OPEN INPUT TAG-HISTORY-FILE
           IF TagHistFileStatus not equal "00" THEN
               Display MidHistFilename " could not"
                " be opened - nothing converted."
               STOP RUN
           END-IF
           OPEN OUTPUT MATCH-WORK-FILE

           Move "Y" to FirstRecordFlag
           Move Zero to MidRecordNum
           Move "N" to TagHistEOFFlag
           Perform until TagHistReadEOF
               Read TAG-HISTORY-FILE
                   AT END
                       Move "Y" to TagHistEOFFlag
                   NOT AT END
                       Perform ConvertOneTagRecord
               END-READ
           END-PERFORM

           If TagHistFileStatus not equal "10" THEN
               Display "Reading " MidHistFilename " ended with "
                "file status " TagHistFileStatus " - nothing "
                "converted."
               Perform AbortTagConversion
           End-if

           CLOSE TAG-HISTORY-FILE
           CLOSE MATCH-WORK-FILE
           .

       ConvertOneTagRecord.
      * Every pre-event record carries date digits at 42-49, ID
      * digits at 56-61 and an alphabetic player-name byte at 1.
      * A file that already carries the event ID puts the digits
      * of the first event ID where the second record's player
      * name should start, so a re-run stops at record 2.
           Add 1 to MidRecordNum
           If TAG-MATCH-RECORD(42:8) is not numeric or
            TAG-MATCH-RECORD(56:6) is not numeric or
            TAG-MATCH-RECORD(1:1) is not alphabetic THEN
               If FirstRecord THEN
                   Display MidHistFilename " does not carry the"
                    " match date and ID fields -"
                   Display "convert with option 1 or 2 first."
                    " Nothing converted."
               ELSE
                   Display "Record " MidRecordNum " of "
                    MidHistFilename " does not look pre-event -"
                   Display "the file may already carry the event"
                    " ID. Nothing converted."
               End-if
               Perform AbortTagConversion
           End-if
           Move "N" to FirstRecordFlag

           Add 1 to ConvertedCount
           Move TAG-MATCH-RECORD to MATCH-HIST-RECORD(1:4220)
           Move Zero to MH-EVENT-ID
           Move MATCH-HIST-RECORD to MATCH-WORK-RECORD
           WRITE MATCH-WORK-RECORD
           .

       AbortTagConversion.
           CLOSE TAG-HISTORY-FILE
           CLOSE MATCH-WORK-FILE
           STOP RUN
           .

       RewriteMidHistory.
           Perform ClearControlTotals
           OPEN INPUT MATCH-WORK-FILE
           OPEN OUTPUT CONV-OUT-FILE
           Move "N" to MatchWorkEOFFlag
                   NOT AT END
                       Move MATCH-WORK-RECORD to CONV-OUT-RECORD
                       WRITE CONV-OUT-RECORD
                       Move MATCH-WORK-RECORD to MATCH-HIST-RECORD
                       Perform AddMatchToTotals
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           CLOSE CONV-OUT-FILE
           Move MidHistFilename to TotalsDataFilename
           Perform WriteControlTotals
           .

       RewriteHistory.
           Perform ClearControlTotals
           OPEN INPUT MATCH-WORK-FILE
           OPEN OUTPUT MATCH-HISTORY-FILE
           Move "N" to MatchWorkEOFFlag
                   NOT AT END
                       Move MATCH-WORK-RECORD to MATCH-HIST-RECORD
                       WRITE MATCH-HIST-RECORD
                       Perform AddMatchToTotals
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           CLOSE MATCH-HISTORY-FILE
           Move "MATCHHIST.DAT" to TotalsDataFilename
           Perform WriteControlTotals
           .

       WriteMatchControl.
           CLOSE MATCH-CONTROL-FILE
           .

       COPY "TOTALIO.CPY".

       END PROGRAM YOMI-CONVERT.

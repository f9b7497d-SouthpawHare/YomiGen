      ******************************************************************
      * Author: Christopher Czyzewski
      * Date: 10/15/2026
      * Purpose: Registration desk for a bracket, pools or Swiss
      *          event. Players are pre-registered against their
      *          PLAYERS.DAT IDs, checked in at the desk with the
      *          entry fee and venue fee collected, and withdrawn
      *          with any refund shown. The sheet lives in
      *          REGISTER.DAT, and YOMI-GEN loads the checked-in
      *          players from it as the event field, seeded by
      *          RATINGS.DAT. Once the event is on the EVENTS.DAT
      *          register, the pot (every entry fee collected) is
      *          split by placing from the PAYOUT.DAT percentage
      *          table and a cash reconciliation sheet - collected,
      *          paid out, house cut - is printed for the organizer
      *          to sign and written to CASH-nnnnnn.RPT. Posting the
      *          settlement appends the sheet's records to the
      *          permanent LEDGER.DAT and clears REGISTER.DAT for
      *          the next event.
      *
      *          PAYOUT.DAT lines are KEY,VALUE with * comment lines:
      *          ENTRYFEE and VENUEFEE (default amounts offered at
      *          check-in, whole units) and PLACEnn (percent of the
      *          pot paid to place nn, 1-16). A file that lists any
      *          place replaces the default 60/30/10 table. Players
      *          sharing a place (5th-6th) split the percentages of
      *          the places they span. Whatever the table leaves
      *          unpaid, plus the venue fees and any fraction of a
      *          cent, is the house cut.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOMI-REGISTER.



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RegisterFileStatus.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlayerMasterFileStatus.
           SELECT PAYOUT-FILE ASSIGN TO "PAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayoutFileStatus.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventFileStatus.
           SELECT REPORT-FILE ASSIGN DYNAMIC ReportFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT ALIAS-FILE ASSIGN TO "ALIASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AliasFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "REGREC.CPY".

      * Ledger records are raw images of REGISTER-RECORD - the length
      * must match REGREC.CPY.
       FD  LEDGER-FILE.
           01 LEDGER-RECORD PIC X(82).

       FD  PLAYER-MASTER-FILE.
           01 PLAYER-MASTER-LINE PIC X(50).

       FD  PAYOUT-FILE.
           01 PAYOUT-LINE PIC X(20).

       FD  EVENT-FILE.
           COPY "EVENTREC.CPY".

       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

       FD  ALIAS-FILE.
           01 ALIAS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ALIASWS.CPY".

           01 K PIC 99.
           01 P PIC 99.

           01 RegisterFileStatus PIC X(2).
           01 LedgerFileStatus PIC X(2).
           01 PlayerMasterFileStatus PIC X(2).
           01 PayoutFileStatus PIC X(2).
           01 EventFileStatus PIC X(2).
           01 ReportFileStatus PIC X(2).
           01 ReportFilename PIC X(30).

           01 RegisterEOFFlag PIC X(1).
               88 RegisterReadEOF Value 'Y'.
           01 LedgerEOFFlag PIC X(1).
               88 LedgerReadEOF Value 'Y'.
           01 PlayerMasterEOFFlag PIC X(1).
               88 PlayerMasterReadEOF Value 'Y'.
           01 PayoutEOFFlag PIC X(1).
               88 PayoutReadEOF Value 'Y'.
           01 EventEOFFlag PIC X(1).
               88 EventReadEOF Value 'Y'.

      * The registration sheet is held whole and rewritten after
      * every change. Each entry is a full image of REGISTER-RECORD.
           01 RegSheet.
               02 RegImage PIC X(82) occurs 200 times.
           01 RegCount PIC 999.
           01 RegI PIC 999.
           01 RegIndex PIC 999.
           01 CheckedInCount PIC 999.

           01 DeskChoice PIC X(1).
               88 DeskPreRegister Value '1'.
               88 DeskCheckIn Value '2'.
               88 DeskList Value '3'.
               88 DeskWithdraw Value '4'.
               88 DeskSettle Value '5'.
               88 DeskQuit Values 'Q' 'q' ' '.
           01 ConfirmIn PIC X(1).
               88 ConfirmYes Values 'Y' 'y'.

           01 DeskIdIn PIC X(4).
           01 NameWork PIC X(20).
           01 MasterIdIn PIC X(4).
           01 MasterNameIn PIC X(20).
           01 NameLen PIC 99.
           01 MasterFoundFlag PIC X(1).
               88 MasterFound Value 'Y'.

      * Fee defaults and payout table, defaulted when PAYOUT.DAT is
      * absent or a line is bad.
           01 EntryFeeDefault PIC 9(4)V99.
           01 VenueFeeDefault PIC 9(4)V99.
           01 PayPercent PIC 9(3) occurs 16 times.
           01 PayPercentTotal PIC 9(4).
           01 PayoutKeyIn PIC X(12).
           01 PayoutValueIn PIC X(6).
           01 PayoutValueInR PIC X(6) JUSTIFIED RIGHT.
           01 PayoutValueLen PIC 99.
           01 PayoutValueNum PIC 9(6).
           01 PayoutPlaceIn PIC 99.
           01 PayoutPlacesListedFlag PIC X(1).
               88 PayoutPlacesListed Value 'Y'.

      * Amounts are typed as 10, 10.5 or 10.50.
           01 FeeIn PIC X(10).
           01 FeeWholeIn PIC X(10).
           01 FeeCentsIn PIC X(10).
           01 FeeWholeInR PIC X(4) JUSTIFIED RIGHT.
           01 FeeWholeLen PIC 99.
           01 FeeWholeNum PIC 9(4).
           01 FeeCentsNum PIC 99.
           01 FeeAmount PIC 9(4)V99.
           01 FeeDefault PIC 9(4)V99.
           01 FeeLabel PIC X(9).
           01 FeeValidFlag PIC X(1).
               88 FeeValid Value 'Y'.

           01 EventIdIn PIC X(6).
           01 EventIdWanted PIC 9(6).
           01 EventIdLen PIC 9.
           01 EventFoundFlag PIC X(1).
               88 EventFound Value 'Y'.
           01 SavedEventRecord PIC X(600).
           01 LedgerPostedFlag PIC X(1).
               88 LedgerPosted Value 'Y'.

           01 CollectedEntry PIC 9(6)V99.
           01 CollectedVenue PIC 9(6)V99.
           01 CollectedTotal PIC 9(6)V99.
           01 PaidOut PIC 9(6)V99.
           01 HouseCut PIC S9(6)V99.
           01 PctSum PIC 9(4).
           01 PlaceSpan PIC 99.
           01 PlaceEnd PIC 99.
           01 EntrantPayout PIC 9(5)V99 occurs 16 times.
           01 EntrantShare PIC 9(3)V9 occurs 16 times.
           01 Today PIC X(8).

           01 FormatText PIC X(20).
           01 OrdinalNum PIC 99.
           01 OrdinalEd PIC Z9.
           01 OrdinalText PIC X(4).
           01 OrdinalLast PIC 9.
           01 OrdinalTens PIC 9.
           01 PlaceText PIC X(9).
           01 PlaceFirst PIC X(4).
           01 PlaceLast PIC 99.

           01 MoneyEd PIC Z,ZZ9.99.
           01 MoneyEd2 PIC Z,ZZ9.99.
           01 TotalEd PIC ZZZ,ZZ9.99.
           01 TotalEd2 PIC ZZZ,ZZ9.99.
           01 HouseEd PIC -ZZZ,ZZ9.99.
           01 PayoutEd PIC ZZ,ZZ9.99.
           01 ShareEd PIC ZZ9.9.
           01 PctEd PIC ZZ9.
           01 CountEd PIC ZZ9.
           01 CheckedInEd PIC ZZ9.
           01 EntrantCountEd PIC Z9.
           01 InText PIC X(3).
           01 ReportLine PIC X(80).



       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           Move FUNCTION CURRENT-DATE(1:8) to Today
           Perform LoadPayoutTable
           Perform LoadRegister

           Move "X" to DeskChoice
           Perform until DeskQuit
               Perform ShowDeskMenu
               Move Spaces to DeskChoice
               Accept DeskChoice
               If DeskPreRegister THEN
                   Perform PreRegisterPlayer
               ELSE
               If DeskCheckIn THEN
                   Perform CheckInPlayer
               ELSE
               If DeskList THEN
                   Perform ListRegistrations
               ELSE
               If DeskWithdraw THEN
                   Perform WithdrawPlayer
               ELSE
               If DeskSettle THEN
                   Perform SettleEvent
               ELSE
               If not DeskQuit THEN
                   Display "Choose 1-5, or Q to quit."
               End-if
               End-if
               End-if
               End-if
               End-if
               End-if
           END-PERFORM

           STOP RUN
           .

       ShowDeskMenu.
           Move RegCount to CountEd
           Perform CountCheckedIn
           Move CheckedInCount to CheckedInEd
           Display SPACE
           Display "--- Registration Desk --- (" CountEd
            " registered," CheckedInEd " checked in)"
           Display "1 = Pre-register a player"
           Display "2 = Check in a player and collect fees"
           Display "3 = List the registration sheet"
           Display "4 = Withdraw a player"
           Display "5 = Payout and cash reconciliation"
           Display "Q = Quit"
           Display "Choice:"
           .

       LoadPayoutTable.
           Move 10 to EntryFeeDefault
           Move 5 to VenueFeeDefault
           Perform varying P from 1 by 1 until P is greater than 16
               Move Zero to PayPercent(P)
           END-PERFORM
           Move 60 to PayPercent(1)
           Move 30 to PayPercent(2)
           Move 10 to PayPercent(3)
           Move "N" to PayoutPlacesListedFlag

           OPEN INPUT PAYOUT-FILE
           IF PayoutFileStatus equal "00" THEN
               Move "N" to PayoutEOFFlag
               Perform until PayoutReadEOF
                   Read PAYOUT-FILE
                       AT END
                           Move "Y" to PayoutEOFFlag
                       NOT AT END
                           Perform ParsePayoutLine
                   END-READ
               END-PERFORM
               CLOSE PAYOUT-FILE
           END-IF

           Move Zero to PayPercentTotal
           Perform varying P from 1 by 1 until P is greater than 16
               Add PayPercent(P) to PayPercentTotal
           END-PERFORM
           If PayPercentTotal greater than 100 THEN
               Display "PAYOUT.DAT: the places add up to more than "
                "100% - using 60/30/10."
               Perform varying P from 1 by 1 until P is greater
                than 16
                   Move Zero to PayPercent(P)
               END-PERFORM
               Move 60 to PayPercent(1)
               Move 30 to PayPercent(2)
               Move 10 to PayPercent(3)
           End-if

           Perform EchoPayoutTable
           .

       ParsePayoutLine.
           If PAYOUT-LINE equal Spaces or PAYOUT-LINE(1:1)
            equal "*" THEN
               Continue
           ELSE
               Perform StorePayoutLine
           End-if
           .

       StorePayoutLine.
           Move Spaces to PayoutKeyIn
           Move Spaces to PayoutValueIn
           UNSTRING PAYOUT-LINE DELIMITED BY ","
               INTO PayoutKeyIn PayoutValueIn
           END-UNSTRING
           Move Zero to PayoutValueLen
           Inspect PayoutValueIn Tallying PayoutValueLen for
            characters before initial space
           Move Spaces to PayoutValueInR
           If PayoutValueLen greater than Zero THEN
               Move PayoutValueIn(1:PayoutValueLen) to
                PayoutValueInR
           End-if
           Inspect PayoutValueInR Replacing Leading " " by "0"

           If PayoutValueInR is not numeric THEN
               Display "PAYOUT.DAT line ignored (value not "
                "numeric): " PAYOUT-LINE
           ELSE
               Move PayoutValueInR to PayoutValueNum
               Perform ApplyPayoutValue
           End-if
           .

       ApplyPayoutValue.
           If PayoutKeyIn(1:5) equal "PLACE" THEN
               Perform ApplyPlacePercent
           ELSE
           If PayoutKeyIn equal "ENTRYFEE" THEN
               Move PayoutValueNum to EntryFeeDefault
           ELSE
           If PayoutKeyIn equal "VENUEFEE" THEN
               Move PayoutValueNum to VenueFeeDefault
           ELSE
               Display "PAYOUT.DAT line ignored (unknown key): "
                PAYOUT-LINE
           End-if
           End-if
           End-if
           .

      * A file that lists any place replaces the whole default
      * table, so a shorter table does not inherit stray places.
       ApplyPlacePercent.
           Move Zero to PayoutPlaceIn
           If PayoutKeyIn(6:2) is numeric and PayoutKeyIn(8:5)
            equal Spaces THEN
               Move PayoutKeyIn(6:2) to PayoutPlaceIn
           ELSE
               If PayoutKeyIn(6:1) is numeric and
                PayoutKeyIn(7:6) equal Spaces THEN
                   Move PayoutKeyIn(6:1) to PayoutPlaceIn
               End-if
           End-if
           If PayoutPlaceIn less than 1 or PayoutPlaceIn greater
            than 16 or PayoutValueNum greater than 100 THEN
               Display "PAYOUT.DAT line ignored (place not 1-16 "
                "or percent over 100): " PAYOUT-LINE
           ELSE
               If not PayoutPlacesListed THEN
                   Move "Y" to PayoutPlacesListedFlag
                   Perform varying P from 1 by 1 until P is greater
                    than 16
                       Move Zero to PayPercent(P)
                   END-PERFORM
               End-if
               Move PayoutValueNum to PayPercent(PayoutPlaceIn)
           End-if
           .

       EchoPayoutTable.
           Move EntryFeeDefault to MoneyEd
           Move VenueFeeDefault to MoneyEd2
           Display "Entry fee " MoneyEd "  venue fee " MoneyEd2
           Display "Payout of the pot by place:" with no advancing
           Perform varying P from 1 by 1 until P is greater than 16
               If PayPercent(P) greater than Zero THEN
                   Move P to OrdinalNum
                   Perform BuildOrdinal
                   Move PayPercent(P) to PctEd
                   Display " " OrdinalText PctEd "%" with no
                    advancing
               End-if
           END-PERFORM
           Display SPACE
           .

       LoadRegister.
           Move Zero to RegCount
           OPEN INPUT REGISTER-FILE
           IF RegisterFileStatus equal "00" THEN
               Move "N" to RegisterEOFFlag
               Perform until RegisterReadEOF
                   Read REGISTER-FILE
                       AT END
                           Move "Y" to RegisterEOFFlag
                       NOT AT END
                           If RegCount less than 200 THEN
                               Add 1 to RegCount
                               Move REGISTER-RECORD to
                                RegImage(RegCount)
                           End-if
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           .

       SaveRegister.
           OPEN OUTPUT REGISTER-FILE
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Move RegImage(RegI) to REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       CountCheckedIn.
           Move Zero to CheckedInCount
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Move RegImage(RegI) to REGISTER-RECORD
               If RG-CHECKED-IN equal "Y" THEN
                   Add 1 to CheckedInCount
               End-if
           END-PERFORM
           .

      * The player is asked for by PLAYERS.DAT ID; a blank ID
      * returns with nobody found.
       GetDeskPlayer.
           Move "N" to MasterFoundFlag
           Move "?" to DeskIdIn
           Perform until DeskIdIn not equal "?"
               Display "Player ID (? = list registered players, "
                "blank = cancel):"
               Move Spaces to DeskIdIn
               Accept DeskIdIn
               If DeskIdIn equal "?" THEN
                   Perform ListMasterPlayers
               End-if
           END-PERFORM
           If DeskIdIn not equal Spaces THEN
               Move DeskIdIn to NameWork
               Perform ToLowerNameWork
               Move NameWork(1:4) to MasterIdIn
               Perform LookupMasterById
               If not MasterFound THEN
                   Perform LookupMasterAlias
               End-if
               If MasterFound THEN
                   Perform TrimMasterName
               ELSE
                   Display "'" DeskIdIn "' is not a registered "
                    "player ID - enroll new players with NEW at a"
                   Display "YOMI-GEN player prompt first."
               End-if
           End-if
           .

      * An ID retired by a player merge is taken as the surviving
      * player's ID.
       LookupMasterAlias.
           Move MasterIdIn to AliasLookupId
           Move Spaces to AliasLookupName
           Perform FindPlayerAlias
           If AliasFound THEN
               Display "ID " MasterIdIn " was merged into "
                AliasSurvivorId " (" AliasSurvivorName ")."
               Move AliasSurvivorId to MasterIdIn
               Perform LookupMasterById
           End-if
           .

       TrimMasterName.
           Move Zero to NameLen
           Inspect MasterNameIn Tallying NameLen for characters
            before initial "  "
           If NameLen equal Zero THEN
               Move 1 to NameLen
           End-if
           .

       LookupMasterById.
           Move "N" to MasterFoundFlag
           Move "N" to PlayerMasterEOFFlag
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterFileStatus equal "00" THEN
               Perform until PlayerMasterReadEOF or MasterFound
                   Read PLAYER-MASTER-FILE
                       AT END
                           Move "Y" to PlayerMasterEOFFlag
                       NOT AT END
                           Perform CheckMasterLine
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           END-IF
           .

       CheckMasterLine.
           Move Spaces to MasterNameIn
           UNSTRING PLAYER-MASTER-LINE DELIMITED BY ","
               INTO NameWork MasterNameIn
           END-UNSTRING
           If NameWork(1:4) equal MasterIdIn THEN
               Move "Y" to MasterFoundFlag
           End-if
           .

       ListMasterPlayers.
           Display SPACE
           Display "--- Registered Players ---"
           Move "N" to PlayerMasterEOFFlag
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterFileStatus equal "00" THEN
               Perform until PlayerMasterReadEOF
                   Read PLAYER-MASTER-FILE
                       AT END
                           Move "Y" to PlayerMasterEOFFlag
                       NOT AT END
                           Move Spaces to MasterNameIn
                           UNSTRING PLAYER-MASTER-LINE DELIMITED
                            BY "," INTO NameWork MasterNameIn
                           END-UNSTRING
                           Display NameWork(1:4) " " MasterNameIn
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           END-IF
           Display SPACE
           .

       FindRegEntry.
           Move Zero to RegIndex
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount or RegIndex greater than Zero
               Move RegImage(RegI) to REGISTER-RECORD
               If RG-PLAYER-ID equal MasterIdIn THEN
                   Move RegI to RegIndex
               End-if
           END-PERFORM
           .

       AddRegEntry.
           If RegCount not less than 200 THEN
               Display "The registration sheet is full (200)."
               Move Zero to RegIndex
           ELSE
               Add 1 to RegCount
               Move RegCount to RegIndex
               Move Spaces to REGISTER-RECORD
               Move MasterIdIn to RG-PLAYER-ID
               Move MasterNameIn to RG-PLAYER-NAME
               Move "N" to RG-CHECKED-IN
               Move Zero to RG-ENTRY-FEE
               Move Zero to RG-VENUE-FEE
               Move Today to RG-REG-DATE
               Move Zero to RG-EVENT-ID
               Move Zero to RG-PLACE
               Move Zero to RG-PAYOUT
               Move REGISTER-RECORD to RegImage(RegIndex)
           End-if
           .

       PreRegisterPlayer.
           Perform GetDeskPlayer
           If MasterFound THEN
               Perform FindRegEntry
               If RegIndex greater than Zero THEN
                   Display MasterNameIn(1:NameLen) " is already on"
                    " the registration sheet."
               ELSE
                   Perform AddRegEntry
                   If RegIndex greater than Zero THEN
                       Perform SaveRegister
                       Display "Registered " MasterIdIn " "
                        MasterNameIn(1:NameLen)
                   End-if
               End-if
           End-if
           .

      * A walk-in who was not pre-registered is registered and
      * checked in in one step.
       CheckInPlayer.
           Perform GetDeskPlayer
           If MasterFound THEN
               Perform FindRegEntry
               If RegIndex equal Zero THEN
                   Display MasterNameIn(1:NameLen) " is not "
                    "pre-registered - register and check in now? "
                    "(Y/N):"
                   Move Spaces to ConfirmIn
                   Accept ConfirmIn
                   If ConfirmYes THEN
                       Perform AddRegEntry
                   End-if
               End-if
               If RegIndex greater than Zero THEN
                   Move RegImage(RegIndex) to REGISTER-RECORD
                   If RG-CHECKED-IN equal "Y" THEN
                       Display MasterNameIn(1:NameLen)
                        " already checked in at "
                        RG-CHECKIN-STAMP(9:2) ":"
                        RG-CHECKIN-STAMP(11:2) "."
                   ELSE
                       Perform CollectFees
                   End-if
               End-if
           End-if
           .

       CollectFees.
           Move EntryFeeDefault to FeeDefault
           Move "Entry fee" to FeeLabel
           Perform AskFee
           Move FeeAmount to RG-ENTRY-FEE
           Move VenueFeeDefault to FeeDefault
           Move "Venue fee" to FeeLabel
           Perform AskFee
           Move FeeAmount to RG-VENUE-FEE
           Move "Y" to RG-CHECKED-IN
           Move FUNCTION CURRENT-DATE(1:14) to RG-CHECKIN-STAMP
           Move REGISTER-RECORD to RegImage(RegIndex)
           Move RG-ENTRY-FEE to MoneyEd
           Move RG-VENUE-FEE to MoneyEd2
           Perform SaveRegister
           Display "Checked in " MasterNameIn(1:NameLen) " - entry "
            MoneyEd "  venue " MoneyEd2
           .

       AskFee.
           Move "N" to FeeValidFlag
           Perform until FeeValid
               Move FeeDefault to MoneyEd
               Display FeeLabel " collected (blank = " MoneyEd "):"
               Move Spaces to FeeIn
               Accept FeeIn
               If FeeIn equal Spaces THEN
                   Move FeeDefault to FeeAmount
                   Move "Y" to FeeValidFlag
               ELSE
                   Perform ParseFeeIn
                   If not FeeValid THEN
                       Display "Type the amount as 10, 10.5 or 10.50."
                   End-if
               End-if
           END-PERFORM
           .

       ParseFeeIn.
           Move "Y" to FeeValidFlag
           Move Spaces to FeeWholeIn
           Move Spaces to FeeCentsIn
           UNSTRING FeeIn DELIMITED BY "."
               INTO FeeWholeIn FeeCentsIn
           END-UNSTRING
           Move Zero to FeeWholeLen
           Inspect FeeWholeIn Tallying FeeWholeLen for characters
            before initial space
           Move Spaces to FeeWholeInR
           If FeeWholeLen greater than 4 THEN
               Move "N" to FeeValidFlag
           ELSE
               If FeeWholeLen greater than Zero THEN
                   Move FeeWholeIn(1:FeeWholeLen) to FeeWholeInR
               End-if
           End-if
           Inspect FeeWholeInR Replacing Leading " " by "0"
           If FeeCentsIn(1:1) equal Space THEN
               Move "0" to FeeCentsIn(1:1)
           End-if
           If FeeCentsIn(2:1) equal Space THEN
               Move "0" to FeeCentsIn(2:1)
           End-if
           If FeeCentsIn(3:8) not equal Spaces or FeeWholeInR is
            not numeric or FeeCentsIn(1:2) is not numeric THEN
               Move "N" to FeeValidFlag
           End-if
           If FeeValid THEN
               Move FeeWholeInR to FeeWholeNum
               Move FeeCentsIn(1:2) to FeeCentsNum
               Compute FeeAmount = FeeWholeNum + FeeCentsNum / 100
           End-if
           .

       ListRegistrations.
           Display SPACE
           Display "--- Registration Sheet ---"
           Display "ID   Player               In     Entry     Venue"
           Move Zero to CollectedEntry
           Move Zero to CollectedVenue
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Move RegImage(RegI) to REGISTER-RECORD
               Add RG-ENTRY-FEE to CollectedEntry
               Add RG-VENUE-FEE to CollectedVenue
               If RG-CHECKED-IN equal "Y" THEN
                   Move "yes" to InText
               ELSE
                   Move "no" to InText
               End-if
               Move RG-ENTRY-FEE to MoneyEd
               Move RG-VENUE-FEE to MoneyEd2
               If RG-EVENT-ID greater than Zero THEN
                   Display RG-PLAYER-ID " " RG-PLAYER-NAME " "
                    InText " " MoneyEd "  " MoneyEd2 "  event "
                    RG-EVENT-ID
               ELSE
                   Display RG-PLAYER-ID " " RG-PLAYER-NAME " "
                    InText " " MoneyEd "  " MoneyEd2
               End-if
           END-PERFORM
           Perform CountCheckedIn
           Move RegCount to CountEd
           Move CheckedInCount to CheckedInEd
           Move CollectedEntry to TotalEd
           Move CollectedVenue to TotalEd2
           Display "Registered " CountEd "  checked in " CheckedInEd
           Display "Collected - entry " TotalEd "  venue " TotalEd2
           .

      * A player already loaded into an event stays on the sheet;
      * otherwise the entry is dropped and any refund shown.
       WithdrawPlayer.
           Perform GetDeskPlayer
           If MasterFound THEN
               Perform FindRegEntry
               If RegIndex equal Zero THEN
                   Display MasterNameIn(1:NameLen) " is not on the "
                    "registration sheet."
               ELSE
                   Move RegImage(RegIndex) to REGISTER-RECORD
                   If RG-EVENT-ID greater than Zero THEN
                       Display MasterNameIn(1:NameLen) " is already "
                        "entered in event " RG-EVENT-ID
                        " - not withdrawn."
                   ELSE
                       If RG-ENTRY-FEE greater than Zero or
                        RG-VENUE-FEE greater than Zero THEN
                           Move RG-ENTRY-FEE to MoneyEd
                           Move RG-VENUE-FEE to MoneyEd2
                           Display "Refund due - entry " MoneyEd
                            "  venue " MoneyEd2
                       End-if
                       Display "Withdraw " MasterNameIn(1:NameLen)
                        "? (Y/N):"
                       Move Spaces to ConfirmIn
                       Accept ConfirmIn
                       If ConfirmYes THEN
                           Perform DropRegEntry
                           Perform SaveRegister
                           Display MasterNameIn(1:NameLen)
                            " withdrawn."
                       End-if
                   End-if
               End-if
           End-if
           .

       DropRegEntry.
           Perform varying RegI from RegIndex by 1 until RegI is
            not less than RegCount
               Move RegImage(RegI + 1) to RegImage(RegI)
           END-PERFORM
           Subtract 1 from RegCount
           .

      * The event is the one YOMI-GEN loaded from this sheet; a
      * sheet that was never loaded is settled against an event ID
      * typed in.
       SettleEvent.
           Move Zero to EventIdWanted
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount or EventIdWanted greater than Zero
               Move RegImage(RegI) to REGISTER-RECORD
               If RG-EVENT-ID greater than Zero THEN
                   Move RG-EVENT-ID to EventIdWanted
               End-if
           END-PERFORM
           If EventIdWanted equal Zero THEN
               Display "No event has been loaded from this sheet."
               Display "Event ID to settle (blank = cancel):"
               Move Spaces to EventIdIn
               Accept EventIdIn
               Perform GetEventIdWanted
           End-if

           If EventIdWanted greater than Zero THEN
               Perform FindEvent
               If not EventFound THEN
                   Display "Event " EventIdWanted " is not on the "
                    "EVENTS.DAT register yet - settle it once the"
                   Display "event has finished."
               ELSE
                   Perform CheckLedgerPosted
                   If LedgerPosted THEN
                       Perform LoadLedgerSheet
                   End-if
                   Perform ComputePayouts
                   Perform PrintCashSheet
                   If LedgerPosted THEN
                       Display "Event " EventIdWanted " was already "
                        "posted to LEDGER.DAT - sheet reprinted only."
                       Perform LoadRegister
                   ELSE
                       Display "Post the payouts to LEDGER.DAT and "
                        "clear the registration sheet? (Y/N):"
                       Move Spaces to ConfirmIn
                       Accept ConfirmIn
                       If ConfirmYes THEN
                           Perform PostLedger
                       End-if
                   End-if
               End-if
           End-if
           .

      * Accepted IDs may be typed without leading zeros.
       GetEventIdWanted.
           Move Zero to EventIdWanted
           Move Zero to EventIdLen
           Inspect EventIdIn Tallying EventIdLen for characters
            before initial space
           If EventIdLen greater than Zero THEN
               If EventIdIn(1:EventIdLen) is numeric THEN
                   Move EventIdIn(1:EventIdLen) to EventIdWanted
               End-if
           End-if
           .

      * A register entry written twice for the same event (a rerun
      * after a crash) is resolved to the later entry.
       FindEvent.
           Move "N" to EventFoundFlag
           OPEN INPUT EVENT-FILE
           IF EventFileStatus equal "00" THEN
               Move "N" to EventEOFFlag
               Perform until EventReadEOF
                   Read EVENT-FILE
                       AT END
                           Move "Y" to EventEOFFlag
                       NOT AT END
                           If EV-EVENT-ID equal EventIdWanted THEN
                               Move "Y" to EventFoundFlag
                               Move EVENT-RECORD to SavedEventRecord
                           End-if
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF
           If EventFound THEN
               Move SavedEventRecord to EVENT-RECORD
           End-if
           .

       CheckLedgerPosted.
           Move "N" to LedgerPostedFlag
           OPEN INPUT LEDGER-FILE
           IF LedgerFileStatus equal "00" THEN
               Move "N" to LedgerEOFFlag
               Perform until LedgerReadEOF or LedgerPosted
                   Read LEDGER-FILE
                       AT END
                           Move "Y" to LedgerEOFFlag
                       NOT AT END
                           Move LEDGER-RECORD to REGISTER-RECORD
                           If RG-EVENT-ID equal EventIdWanted THEN
                               Move "Y" to LedgerPostedFlag
                           End-if
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           .

      * A reprint works from the posted desk records; the payout
      * lines for players who never came through the desk are
      * rebuilt from the event.
       LoadLedgerSheet.
           Move Zero to RegCount
           OPEN INPUT LEDGER-FILE
           Move "N" to LedgerEOFFlag
           Perform until LedgerReadEOF
               Read LEDGER-FILE
                   AT END
                       Move "Y" to LedgerEOFFlag
                   NOT AT END
                       Move LEDGER-RECORD to REGISTER-RECORD
                       If RG-EVENT-ID equal EventIdWanted and
                        RG-PLAYER-ID not equal Spaces and
                        RegCount less than 200 THEN
                           Add 1 to RegCount
                           Move REGISTER-RECORD to RegImage(RegCount)
                       End-if
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       ComputePayouts.
           Move Zero to CollectedEntry
           Move Zero to CollectedVenue
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Move RegImage(RegI) to REGISTER-RECORD
               Add RG-ENTRY-FEE to CollectedEntry
               Add RG-VENUE-FEE to CollectedVenue
           END-PERFORM
           Compute CollectedTotal = CollectedEntry + CollectedVenue

           Move Zero to PaidOut
           Perform varying K from 1 by 1 until K is greater than 16
               Move Zero to EntrantPayout(K)
               Move Zero to EntrantShare(K)
           END-PERFORM
           Perform varying K from 1 by 1 until K is greater than
            EV-ENTRANT-COUNT
               If EV-PLACE(K) greater than Zero THEN
                   Perform ComputeEntrantPayout
               End-if
           END-PERFORM
           Compute HouseCut = CollectedTotal - PaidOut
           .

      * Each share is cut down to the cent; the fractions stay with
      * the house.
       ComputeEntrantPayout.
           Move EV-PLACE-SPAN(K) to PlaceSpan
           If PlaceSpan equal Zero THEN
               Move 1 to PlaceSpan
           End-if
           Compute PlaceEnd = EV-PLACE(K) + PlaceSpan - 1
           Move Zero to PctSum
           Perform varying P from EV-PLACE(K) by 1 until P is
            greater than PlaceEnd or P is greater than 16
               Add PayPercent(P) to PctSum
           END-PERFORM
           Compute EntrantShare(K) rounded = PctSum / PlaceSpan
           Compute EntrantPayout(K) = CollectedEntry * PctSum /
            (100 * PlaceSpan)
           Add EntrantPayout(K) to PaidOut
           .

       PrintCashSheet.
           Move Spaces to ReportFilename
           STRING "CASH-" DELIMITED BY SIZE
                   EV-EVENT-ID DELIMITED BY SIZE
                   ".RPT" DELIMITED BY SIZE
                   INTO ReportFilename
           OPEN OUTPUT REPORT-FILE

           Perform SetFormatText
           Move EV-ENTRANT-COUNT to EntrantCountEd
           Move Spaces to ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           STRING "CASH RECONCILIATION - EVENT " DELIMITED BY SIZE
                   EV-EVENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EV-EVENT-NAME DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           STRING "Date " DELIMITED BY SIZE
                   EV-EVENT-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FormatText DELIMITED BY "  "
                   "  Entrants: " DELIMITED BY SIZE
                   EntrantCountEd DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move Spaces to ReportLine
           Perform EmitLine

           Move "Collected at the desk:" to ReportLine
           Perform EmitLine
           Move "ID   Player               In      Entry     Venue"
            to ReportLine
           Perform EmitLine
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Perform EmitCollectedLine
           END-PERFORM
           Move CollectedEntry to TotalEd
           Move CollectedVenue to TotalEd2
           Move Spaces to ReportLine
           Move "Totals" to ReportLine(6:6)
           Move TotalEd to ReportLine(29:10)
           Move TotalEd2 to ReportLine(39:10)
           Perform EmitLine
           Move Spaces to ReportLine
           Perform EmitLine

           Move CollectedEntry to TotalEd
           Move Spaces to ReportLine
           STRING "Payout of the entry-fee pot (" DELIMITED BY SIZE
                   TotalEd DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
                   INTO ReportLine
           Perform EmitLine
           Move "Place      Player                Share     Payout"
            to ReportLine
           Perform EmitLine
           Perform varying K from 1 by 1 until K is greater than
            EV-ENTRANT-COUNT
               If EntrantPayout(K) greater than Zero THEN
                   Perform EmitPayoutLine
               End-if
           END-PERFORM
           Move Spaces to ReportLine
           Perform EmitLine

           Move CollectedTotal to TotalEd
           Move Spaces to ReportLine
           Move "Total collected" to ReportLine(1:15)
           Move TotalEd to ReportLine(20:10)
           Perform EmitLine
           Move PaidOut to TotalEd
           Move Spaces to ReportLine
           Move "Paid out" to ReportLine(1:8)
           Move TotalEd to ReportLine(20:10)
           Perform EmitLine
           Move HouseCut to HouseEd
           Move Spaces to ReportLine
           Move "House cut" to ReportLine(1:9)
           Move HouseEd to ReportLine(19:11)
           Perform EmitLine
           Move Spaces to ReportLine
           Perform EmitLine
           Perform EmitLine
           Move Spaces to ReportLine
           Move "Organizer: ______________________________" to
            ReportLine(1:41)
           Move "Date: ____________" to ReportLine(45:18)
           Perform EmitLine

           CLOSE REPORT-FILE
           Display "Cash sheet written to " ReportFilename
           .

       EmitCollectedLine.
           Move RegImage(RegI) to REGISTER-RECORD
           If RG-CHECKED-IN equal "Y" THEN
               Move "yes" to InText
           ELSE
               Move "no" to InText
           End-if
           Move RG-ENTRY-FEE to MoneyEd
           Move RG-VENUE-FEE to MoneyEd2
           Move Spaces to ReportLine
           Move RG-PLAYER-ID to ReportLine(1:4)
           Move RG-PLAYER-NAME to ReportLine(6:20)
           Move InText to ReportLine(27:3)
           Move MoneyEd to ReportLine(31:8)
           Move MoneyEd2 to ReportLine(41:8)
           Perform EmitLine
           .

      * A placing player who never came through the desk is still
      * paid, and is flagged so the organizer can follow it up.
       EmitPayoutLine.
           Perform BuildPlaceText
           Move EntrantShare(K) to ShareEd
           Move EntrantPayout(K) to PayoutEd
           Move Spaces to ReportLine
           Move PlaceText to ReportLine(1:9)
           Move EV-PLAYER-NAME(K) to ReportLine(12:20)
           Move ShareEd to ReportLine(33:5)
           Move "%" to ReportLine(38:1)
           Move PayoutEd to ReportLine(40:9)
           Move EV-PLAYER-NAME(K) to MasterNameIn
           Perform FindRegEntryByName
           If RegIndex equal Zero THEN
               Move "(not on the sheet)" to ReportLine(51:18)
           End-if
           Perform EmitLine
           .

       FindRegEntryByName.
           Move Zero to RegIndex
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount or RegIndex greater than Zero
               Move RegImage(RegI) to REGISTER-RECORD
               If RG-PLAYER-NAME equal MasterNameIn THEN
                   Move RegI to RegIndex
               End-if
           END-PERFORM
           .

       SetFormatText.
           If EV-FORMAT equal "S" THEN
               Move "Swiss" to FormatText
           ELSE
               If EV-FORMAT equal "P" THEN
                   Move "Pools + double elim" to FormatText
               ELSE
                   Move "Double elimination" to FormatText
               End-if
           End-if
           .

      * A shared place prints as a range - 5th-6th, 9th-12th.
       BuildPlaceText.
           Move Spaces to PlaceText
           If EV-PLACE(K) equal Zero THEN
               Move "-" to PlaceText
           ELSE
               Move EV-PLACE(K) to OrdinalNum
               Perform BuildOrdinal
               Move OrdinalText to PlaceFirst
               If EV-PLACE-SPAN(K) greater than 1 THEN
                   Compute PlaceLast = EV-PLACE(K) +
                    EV-PLACE-SPAN(K) - 1
                   Move PlaceLast to OrdinalNum
                   Perform BuildOrdinal
                   STRING PlaceFirst DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           OrdinalText DELIMITED BY SPACE
                           INTO PlaceText
               ELSE
                   Move PlaceFirst to PlaceText
               End-if
           End-if
           .

       BuildOrdinal.
           Move OrdinalNum to OrdinalEd
           Divide OrdinalNum by 10 giving OrdinalTens
            remainder OrdinalLast
           Move Spaces to OrdinalText
           If OrdinalTens equal 1 THEN
               STRING OrdinalEd DELIMITED BY SIZE
                       "th" DELIMITED BY SIZE
                       INTO OrdinalText
           ELSE
               If OrdinalLast equal 1 THEN
                   STRING OrdinalEd DELIMITED BY SIZE
                           "st" DELIMITED BY SIZE
                           INTO OrdinalText
               ELSE
                   If OrdinalLast equal 2 THEN
                       STRING OrdinalEd DELIMITED BY SIZE
                               "nd" DELIMITED BY SIZE
                               INTO OrdinalText
                   ELSE
                       If OrdinalLast equal 3 THEN
                           STRING OrdinalEd DELIMITED BY SIZE
                                   "rd" DELIMITED BY SIZE
                                   INTO OrdinalText
                       ELSE
                           STRING OrdinalEd DELIMITED BY SIZE
                                   "th" DELIMITED BY SIZE
                                   INTO OrdinalText
                       End-if
                   End-if
               End-if
           End-if
           If OrdinalText(1:1) equal Space THEN
               Move OrdinalText(2:3) to OrdinalText
           End-if
           .

      * Every desk record goes to the ledger with the event, place
      * and payout, and so does a payout to a player who never came
      * through the desk. The sheet is then cleared.
       PostLedger.
           OPEN EXTEND LEDGER-FILE
           IF LedgerFileStatus equal "35" THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF
           Perform varying RegI from 1 by 1 until RegI is greater
            than RegCount
               Move RegImage(RegI) to REGISTER-RECORD
               Move EventIdWanted to RG-EVENT-ID
               Move Zero to RG-PLACE
               Move Zero to RG-PAYOUT
               Perform varying K from 1 by 1 until K is greater
                than EV-ENTRANT-COUNT
                   If EV-PLAYER-NAME(K) equal RG-PLAYER-NAME THEN
                       Move EV-PLACE(K) to RG-PLACE
                       Move EntrantPayout(K) to RG-PAYOUT
                   End-if
               END-PERFORM
               Move Today to RG-SETTLED-DATE
               Move REGISTER-RECORD to LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-PERFORM
           Perform varying K from 1 by 1 until K is greater than
            EV-ENTRANT-COUNT
               If EntrantPayout(K) greater than Zero THEN
                   Perform PostUnlistedPayout
               End-if
           END-PERFORM
           CLOSE LEDGER-FILE

           Move Zero to RegCount
           Perform SaveRegister
           Display "Posted to LEDGER.DAT - the registration sheet "
            "is clear for the next event."
           .

       PostUnlistedPayout.
           Move EV-PLAYER-NAME(K) to MasterNameIn
           Perform FindRegEntryByName
           If RegIndex equal Zero THEN
               Move Spaces to REGISTER-RECORD
               Move EV-PLAYER-NAME(K) to RG-PLAYER-NAME
               Move "N" to RG-CHECKED-IN
               Move Zero to RG-ENTRY-FEE
               Move Zero to RG-VENUE-FEE
               Move EventIdWanted to RG-EVENT-ID
               Move EV-PLACE(K) to RG-PLACE
               Move EntrantPayout(K) to RG-PAYOUT
               Move Today to RG-SETTLED-DATE
               Move REGISTER-RECORD to LEDGER-RECORD
               WRITE LEDGER-RECORD
           End-if
           .

       ToLowerNameWork.
           Inspect NameWork Replacing All
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

       EmitLine.
           Display ReportLine
           Move ReportLine to REPORT-RECORD
           WRITE REPORT-RECORD
           .

       COPY "ALIASLOAD.CPY".

       END PROGRAM YOMI-REGISTER.

      ******************************************************************
      * Copybook: REGREC
      * Purpose: Record layout for the registration desk file
      *          REGISTER.DAT - one record per player signed up for
      *          the coming event, kept by YOMI-REGISTER and read by
      *          YOMI-GEN when a bracket, pools or Swiss field is
      *          loaded from the checked-in list. YOMI-GEN stamps the
      *          event ID on the players it loads. When the event's
      *          money is settled the records, with place and payout
      *          filled in, are appended to the permanent cash ledger
      *          LEDGER.DAT in this same layout. Money is in currency
      *          units with two decimals. The check-in stamp is
      *          YYYYMMDDHHMMSS.
      ******************************************************************
       01 REGISTER-RECORD.
           02 RG-PLAYER-ID PIC X(4).
           02 RG-PLAYER-NAME PIC X(20).
           02 RG-CHECKED-IN PIC X(1).
           02 RG-ENTRY-FEE PIC 9(4)V99.
           02 RG-VENUE-FEE PIC 9(4)V99.
           02 RG-REG-DATE PIC X(8).
           02 RG-CHECKIN-STAMP PIC X(14).
           02 RG-EVENT-ID PIC 9(6).
           02 RG-PLACE PIC 99.
           02 RG-PAYOUT PIC 9(5)V99.
           02 RG-SETTLED-DATE PIC X(8).

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 RATE_CHANGE_ACCOUNT Table Declaration                     *
      *                                                                *
      *  One row per account per scheduled rate change - the log of   *
      *  what RATECHG did to the account. The row is written when     *
      *  the notice letter is produced (NOTICE 'S' sent, or 'H' held  *
      *  because the customer's postal channel is quarantined) and    *
      *  completed when the account is re-priced: OLD_RATE is the     *
      *  account's own rate at that moment and APPLIED_DATE the day   *
      *  it changed. An account opened after the notice run is first  *
      *  seen at re-pricing and logged with NOTICE 'O'.               *
      *                                                                *
      *  The row is also how a restarted RATECHG run knows which      *
      *  accounts it has already written to or re-priced.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE RATE_CHANGE_ACCOUNT TABLE
              ( RATE_CHGACC_PRODUCT            CHAR(8) NOT NULL,
                RATE_CHGACC_EFFECTIVE_DATE     INTEGER NOT NULL,
                RATE_CHGACC_SORTCODE           CHAR(6) NOT NULL,
                RATE_CHGACC_NUMBER             CHAR(8) NOT NULL,
                RATE_CHGACC_CUSTOMER           CHAR(10) NOT NULL,
                RATE_CHGACC_NOTICE             CHAR(1) NOT NULL,
                RATE_CHGACC_NOTICE_DATE        INTEGER NOT NULL,
                RATE_CHGACC_LANGUAGE           CHAR(2) NOT NULL,
                RATE_CHGACC_OLD_RATE           DECIMAL(6, 2) NOT NULL,
                RATE_CHGACC_NEW_RATE           DECIMAL(6, 2) NOT NULL,
                RATE_CHGACC_APPLIED_DATE       INTEGER NOT NULL )
           END-EXEC.

      *  PROCTRAN postings equals closing, the money-side             *
      *  counterpart of CUSTOMER_COUNT_CONTROL.                       *
      *                                                                *
      *  Each currency held at the sort code has its own row, in that *
      *  currency - balances in different currencies are never       *
      *  added together. ACCOUNT_BAL_CTL_RATE is the EXCHANGE_RATE    *
      *  the position was revalued to sterling at for the branch      *
      *  proof (1 for 'GBP').                                         *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCOUNT_BALANCE_CONTROL TABLE
              ( ACCOUNT_BAL_CTL_SORTCODE       CHAR(6) NOT NULL,
                ACCOUNT_BAL_CTL_DATE           INTEGER NOT NULL,
                ACCOUNT_BAL_CTL_BALANCE        DECIMAL(14,2) NOT NULL,
                ACCOUNT_BAL_CTL_CURRENCY       CHAR(3) NOT NULL,
                ACCOUNT_BAL_CTL_RATE           DECIMAL(11,6) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PRODUCT_RATE_TIER Table Declaration                       *
      *                                                                *
      *  The balance bands of a tiered savings product, maintained   *
      *  through REFDMNT. Each row is one band: it starts at          *
      *  RATE_TIER_FLOOR and runs up to the next band's floor (the    *
      *  highest band has no ceiling). ACCRINT accrues each slice of  *
      *  a credit balance at the RATE_TIER_RATE of the band it falls  *
      *  in; the lowest band should start at zero, since any part of  *
      *  the balance below the first floor earns nothing. A product   *
      *  has at most five bands. A product with no rows here is not   *
      *  tiered and keeps paying ACCOUNT_INTEREST_RATE on the whole   *
      *  balance.                                                     *
      *                                                                *
      *  RATE_TIER_BONUS_RATE is paid on the band's slice on top of   *
      *  its rate when RATE_TIER_BONUS_COND is met. The only          *
      *  condition so far is 'N' - no customer withdrawals in the     *
      *  statement period - which ACCRINT tests at capitalisation;    *
      *  blank means the band has no bonus.                           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PRODUCT_RATE_TIER TABLE
              ( RATE_TIER_PRODUCT              CHAR(8) NOT NULL,
                RATE_TIER_FLOOR                DECIMAL(12, 2) NOT NULL,
                RATE_TIER_RATE                 DECIMAL(6, 2) NOT NULL,
                RATE_TIER_BONUS_RATE           DECIMAL(6, 2) NOT NULL,
                RATE_TIER_BONUS_COND           CHAR(1) NOT NULL )
           END-EXEC.

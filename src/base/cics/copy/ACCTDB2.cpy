      *  the nominated ACCOUNT_MATURITY_ACCNO at the same sort code   *
      *  and closes the deposit, 'R' rolls it into a new term.        *
      *                                                                *
      *  ACCOUNT_BONUS_ACCRUED is the bonus interest accrued on a     *
      *  tiered product (see PRODUCT_RATE_TIER), held apart from      *
      *  ACCOUNT_ACCRUED_INTEREST because it is only earned if the    *
      *  bonus condition holds at capitalisation - otherwise ACCRINT  *
      *  forfeits it.                                                  *
      *                                                                *
      *  ACCOUNT_CURRENCY is the ISO currency the balances, limits    *
      *  and postings are held in, stamped from the product at        *
      *  opening. A null currency is an account opened before         *
      *  currencies were held and is sterling ('GBP').                *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCOUNT TABLE
              ( ACCOUNT_EYECATCHER             CHAR(4),
                ACCOUNT_MATURITY_DATE          INTEGER,
                ACCOUNT_MATURITY_DISP          CHAR(1),
                ACCOUNT_MATURITY_ACCNO         CHAR(8),
                ACCOUNT_FEE_WAIVER             CHAR(1),
                ACCOUNT_BONUS_ACCRUED          DECIMAL(12,2),
                ACCOUNT_CURRENCY               CHAR(3) )
           END-EXEC.

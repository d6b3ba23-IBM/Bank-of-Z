      *  an authorised early break), and the nightly TDMATURE job     *
      *  pays out or rolls the deposit when the date comes.           *
      *                                                                *
      *  ACCOUNT_PRODUCT_CLASS is 'D' for a deposit or current        *
      *  account product and 'L' for a lending product. A lending     *
      *  account is only opened through the LOANDRAW drawdown: the    *
      *  product rate is the loan rate the repayment schedule is      *
      *  built on, and the overdraft ceiling is the largest loan the  *
      *  product will advance.                                        *
      *                                                                *
      *  ACCOUNT_PRODUCT_CURRENCY is the ISO currency the product's   *
      *  accounts are held in - 'GBP' for sterling. Any other         *
      *  currency must be quoted on EXCHANGE_RATE, so transfers and   *
      *  the branch proof can convert it.                             *
      *                                                                *
      *  A non-zero ACCOUNT_PRODUCT_NOTICE_DAYS makes the product a    *
      *  notice account: a withdrawal needs a matured notice on        *
      *  WITHDRAWAL_NOTICE to cover it, given that many days before,   *
      *  or the customer accepts the product's loss-of-interest        *
      *  penalty (the 'NOTICEPN' TARIFF row). A product is never both  *
      *  fixed-term and notice.                                        *
      *                                                                *
      *  ACCOUNT_PRODUCT_TAX_FREE 'Y' makes the product a tax-free     *
      *  savings wrapper ('N' otherwise). Every credit that is new     *
      *  money is counted per customer and tax year on                 *
      *  WRAP_SUBSCRIPTION by WRAPCHK and refused once it would take   *
      *  the customer over the annual allowance; interest on a         *
      *  wrapper is paid gross and left off the INTCERT certificate.   *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCOUNT_PRODUCT TABLE
              ( ACCOUNT_PRODUCT_TYPE           CHAR(8) NOT NULL,
                ACCOUNT_PRODUCT_OD_ALLOWED     CHAR(1) NOT NULL,
                ACCOUNT_PRODUCT_OD_CEILING     INTEGER NOT NULL,
                ACCOUNT_PRODUCT_STMT_FREQ      CHAR(1) NOT NULL,
                ACCOUNT_PRODUCT_TERM_MONTHS    INTEGER NOT NULL,
                ACCOUNT_PRODUCT_CLASS          CHAR(1) NOT NULL,
                ACCOUNT_PRODUCT_CURRENCY       CHAR(3) NOT NULL,
                ACCOUNT_PRODUCT_NOTICE_DAYS    INTEGER NOT NULL,
                ACCOUNT_PRODUCT_TAX_FREE       CHAR(1) NOT NULL )
           END-EXEC.

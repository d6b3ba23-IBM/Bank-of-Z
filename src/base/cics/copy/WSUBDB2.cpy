      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 WRAP_SUBSCRIPTION Table Declaration                       *
      *                                                                *
      *  One row per customer and tax year holding what the customer   *
      *  has paid into their tax-free savings wrappers (the products   *
      *  with ACCOUNT_PRODUCT_TAX_FREE 'Y') that year. WRAPCHK is the  *
      *  only program that writes it, inside the posting's own unit    *
      *  of work, and the one that refuses a credit which would take   *
      *  _AMOUNT past the annual allowance.                            *
      *                                                                *
      *  _TAX_YEAR is the calendar year the tax year starts in - the   *
      *  year running 6 April 2026 to 5 April 2027 is 2026. _AMOUNT    *
      *  is the new money subscribed, including this year's            *
      *  subscriptions brought in from another provider by WRAPXFR.    *
      *  _TRANSFER_IN is earlier years' savings brought in that way    *
      *  and _TRANSFER_OUT the value sent to another provider; neither *
      *  counts against the allowance. WRAPRTN reports the rows on     *
      *  the annual return. Dates are YYYYMMDD integers.               *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE WRAP_SUBSCRIPTION TABLE
              ( WRAP_SUBSCRIPTION_SORTCODE     CHAR(6) NOT NULL,
                WRAP_SUBSCRIPTION_CUSTNO       CHAR(10) NOT NULL,
                WRAP_SUBSCRIPTION_TAX_YEAR     INTEGER NOT NULL,
                WRAP_SUBSCRIPTION_AMOUNT       DECIMAL(12,2) NOT NULL,
                WRAP_SUBSCRIPTION_TRANSFER_IN  DECIMAL(12,2) NOT NULL,
                WRAP_SUBSCRIPTION_TRANSFER_OUT DECIMAL(12,2) NOT NULL,
                WRAP_SUBSCRIPTION_FIRST_DATE   INTEGER NOT NULL,
                WRAP_SUBSCRIPTION_LAST_DATE    INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 INTEREST_ACCRUAL Table Declaration                        *
      *                                                                *
      *  One row per sort code, currency, product and nature for each  *
      *  month-end accrued-interest journal ACCRJNL has written. DATE  *
      *  is the month-end business date (CCYYMMDD) the accrual was     *
      *  journalled at and REVERSAL_DATE the first business day of     *
      *  the next month its automatic reversal was dated. NATURE 'P'   *
      *  is credit interest payable to customers (a liability), 'R'    *
      *  overdraft interest receivable from them. AMOUNT is the total  *
      *  ACCOUNT_ACCRUED_INTEREST as the accounts held it - positive   *
      *  for 'P', negative for 'R' - and ACCOUNTS how many accounts    *
      *  made it up. The next month-end run reads these rows back as   *
      *  its opening accrual.                                          *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE INTEREST_ACCRUAL TABLE
              ( INTEREST_ACCRUAL_SORTCODE      CHAR(6) NOT NULL,
                INTEREST_ACCRUAL_CURRENCY      CHAR(3) NOT NULL,
                INTEREST_ACCRUAL_PRODUCT       CHAR(8) NOT NULL,
                INTEREST_ACCRUAL_NATURE        CHAR(1) NOT NULL,
                INTEREST_ACCRUAL_DATE          INTEGER NOT NULL,
                INTEREST_ACCRUAL_AMOUNT        DECIMAL(13, 2) NOT NULL,
                INTEREST_ACCRUAL_ACCOUNTS      INTEGER NOT NULL,
                INTEREST_ACCRUAL_REVERSAL_DATE INTEGER NOT NULL )
           END-EXEC.

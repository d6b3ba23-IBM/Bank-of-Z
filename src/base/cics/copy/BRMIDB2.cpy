      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 BRANCH_MI_SNAPSHOT Table Declaration                      *
      *                                                                *
      *  The figures of the monthly branch portfolio report (BRMIRPT), *
      *  kept so that each month can be set against the month before   *
      *  and the same month a year earlier. There is one row for each  *
      *  sort code, month and product (ACCOUNT_TYPE), and a branch     *
      *  total row with the product '*ALL'. Only the total row holds   *
      *  the customer figures, because customers belong to the         *
      *  branch and not to a product.                                  *
      *                                                                *
      *  BRMI_MONTH is CCYYMM. Money is the sterling equivalent at     *
      *  the month-end EXCHANGE_RATE:                                  *
      *                                                                *
      *    CLOSING_BAL  actual balances at the close of the month      *
      *    AVERAGE_BAL  the mean of the daily closing balances         *
      *    OD_GRANTED   overdraft limits on accounts open at month end *
      *    OD_USED      the overdrawn part of those month-end balances *
      *    FEE_INCOME   CHG postings net of refunds                    *
      *    INT_INCOME   debit interest charged (INT/IAJ debits)        *
      *    INT_PAID     credit interest paid gross (INT/IAJ credits)   *
      *                                                                *
      *  A rerun for a month replaces that month's rows.               *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE BRANCH_MI_SNAPSHOT TABLE
              ( BRMI_MONTH                     INTEGER NOT NULL,
                BRMI_SORTCODE                  CHAR(6) NOT NULL,
                BRMI_PRODUCT                   CHAR(8) NOT NULL,
                BRMI_OPENED                    INTEGER NOT NULL,
                BRMI_CLOSED                    INTEGER NOT NULL,
                BRMI_ACCOUNTS                  INTEGER NOT NULL,
                BRMI_CLOSING_BAL               DECIMAL(15,2) NOT NULL,
                BRMI_AVERAGE_BAL               DECIMAL(15,2) NOT NULL,
                BRMI_OD_GRANTED                DECIMAL(15,2) NOT NULL,
                BRMI_OD_USED                   DECIMAL(15,2) NOT NULL,
                BRMI_FEE_INCOME                DECIMAL(15,2) NOT NULL,
                BRMI_INT_INCOME                DECIMAL(15,2) NOT NULL,
                BRMI_INT_PAID                  DECIMAL(15,2) NOT NULL,
                BRMI_NEW_CUST                  INTEGER NOT NULL,
                BRMI_LOST_DELETED              INTEGER NOT NULL,
                BRMI_LOST_TRANSFER             INTEGER NOT NULL,
                BRMI_LOST_DECEASED             INTEGER NOT NULL,
                BRMI_RUN_DATE                  INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PERSONAL_LOAN Table Declaration                           *
      *                                                                *
      *  One row per personal loan LOANDRAW has booked, keyed on the  *
      *  loan ACCOUNT it opened through CREACC. LOAN_REPAY_NUMBER is  *
      *  the customer's nominated current account at the same sort    *
      *  code - the advance was paid into it and LOANCOLL collects    *
      *  each instalment from it. The repayment schedule itself is    *
      *  on LOAN_SCHEDULE.                                            *
      *                                                                *
      *  LOAN_OUTSTANDING is the principal not yet repaid - it falls  *
      *  by the principal part of each instalment collected, so the   *
      *  loan account's debit balance and this column agree.          *
      *  LOAN_ARREARS_COUNT is the number of instalments missed and   *
      *  not yet made good.                                           *
      *                                                                *
      *  LOAN_STATUS is 'A' (active) or 'S' (settled). Dates are      *
      *  CCYYMMDD integers; LOAN_RATE is the annual rate the          *
      *  schedule was built on.                                       *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PERSONAL_LOAN TABLE
              ( LOAN_SORTCODE                  CHAR(6) NOT NULL,
                LOAN_NUMBER                    CHAR(8) NOT NULL,
                LOAN_CUSTOMER_NUMBER           CHAR(10) NOT NULL,
                LOAN_REPAY_NUMBER              CHAR(8) NOT NULL,
                LOAN_PRODUCT                   CHAR(8) NOT NULL,
                LOAN_PRINCIPAL                 DECIMAL(12,2) NOT NULL,
                LOAN_RATE                      DECIMAL(6,2) NOT NULL,
                LOAN_TERM_MONTHS               INTEGER NOT NULL,
                LOAN_INSTALMENT                DECIMAL(12,2) NOT NULL,
                LOAN_DRAWN_DATE                INTEGER NOT NULL,
                LOAN_DRAWN_BY                  CHAR(3) NOT NULL,
                LOAN_OUTSTANDING               DECIMAL(12,2) NOT NULL,
                LOAN_ARREARS_COUNT             INTEGER NOT NULL,
                LOAN_STATUS                    CHAR(1) NOT NULL,
                LOAN_SETTLED_DATE              INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for LOANDRAW - books a personal loan. Supply the    *
      *  customer, the lending product (ACCOUNT_PRODUCT_CLASS 'L'),   *
      *  the nominated current account the advance is paid into and  *
      *  instalments collected from, the amount and the term in       *
      *  months. The loan must pass LENDELIG; a referral needs a      *
      *  lender's role. The loan account is opened through CREACC,   *
      *  the advance is paid across through DBCRFUN as type 'LND',    *
      *  and the repayment schedule is written to LOAN_SCHEDULE. The  *
      *  loan account number, rate, monthly instalment, total         *
      *  interest and the first and last due dates come back.         *
      *                                                                *
      *  When a posting fails COMM-LD-DBCR-FAIL-CD carries DBCRFUN's  *
      *  own fail code; when lending policy declines, the LENDELIG    *
      *  reason codes are returned.                                   *
      *                                                                *
      ******************************************************************
          03 COMM-LD-CUSTNO                  PIC 9(10).
          03 COMM-LD-SCODE                   PIC X(6).
          03 COMM-LD-PRODUCT                 PIC X(8).
          03 COMM-LD-REPAY-ACCNO             PIC 9(8).
          03 COMM-LD-AMOUNT                  PIC 9(8)V99.
          03 COMM-LD-TERM-MONTHS             PIC 9(3).
          03 COMM-LD-LOAN-ACCNO              PIC 9(8).
          03 COMM-LD-RATE                    PIC 9(4)V99.
          03 COMM-LD-INSTALMENT              PIC 9(8)V99.
          03 COMM-LD-TOTAL-INTEREST          PIC 9(8)V99.
          03 COMM-LD-FIRST-DUE               PIC 9(8).
          03 COMM-LD-FINAL-DUE               PIC 9(8).
          03 COMM-LD-DECISION                PIC X.
          03 COMM-LD-REASON OCCURS 3 TIMES   PIC X(4).
          03 COMM-LD-SUCCESS                 PIC X.
             88 LD-SUCCESSFUL                VALUE 'Y'.
          03 COMM-LD-FAIL-CD                 PIC X.
             88 LD-BAD-INPUT                 VALUE '1'.
             88 LD-NOT-LENDING-PRODUCT       VALUE 'T'.
             88 LD-BEYOND-PRODUCT-LIMITS     VALUE 'C'.
             88 LD-NOMINATED-NOT-OWNED       VALUE 'N'.
             88 LD-POLICY-DECLINED           VALUE 'D'.
             88 LD-NOT-AUTHORISED            VALUE 'A'.
             88 LD-ACCOUNT-OPEN-FAILED       VALUE 'O'.
             88 LD-POSTING-FAILED            VALUE 'P'.
             88 LD-DB2-ERROR                 VALUE '8'.
          03 COMM-LD-DBCR-FAIL-CD            PIC X.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for LOANQUOT - an early-settlement quote for a      *
      *  personal loan, keyed on the loan account. COMM-LQ-SETTLE-    *
      *  DATE is the CCYYMMDD date the customer means to settle on;   *
      *  zero quotes for today, and a past date is refused. The      *
      *  quote is the principal outstanding, the interest on any      *
      *  missed instalments, and the interest accrued on the          *
      *  outstanding principal from the last instalment date (or the  *
      *  drawdown) up to the settlement date, actual/365 at the loan  *
      *  rate. The schedule position and arrears are returned as     *
      *  well. An enquiry only - nothing is changed.                  *
      *                                                                *
      ******************************************************************
          03 COMM-LQ-SCODE                   PIC X(6).
          03 COMM-LQ-ACCNO                   PIC 9(8).
          03 COMM-LQ-SETTLE-DATE             PIC 9(8).
          03 COMM-LQ-CUSTNO                  PIC 9(10).
          03 COMM-LQ-REPAY-ACCNO             PIC 9(8).
          03 COMM-LQ-RATE                    PIC 9(4)V99.
          03 COMM-LQ-INSTALMENT              PIC 9(8)V99.
          03 COMM-LQ-PAID-COUNT              PIC 9(3).
          03 COMM-LQ-REMAINING-COUNT         PIC 9(3).
          03 COMM-LQ-ARREARS-COUNT           PIC 9(3).
          03 COMM-LQ-NEXT-DUE                PIC 9(8).
          03 COMM-LQ-PRINCIPAL               PIC 9(8)V99.
          03 COMM-LQ-ARREARS-INTEREST        PIC 9(8)V99.
          03 COMM-LQ-ACCRUED-DAYS            PIC 9(4).
          03 COMM-LQ-ACCRUED-INTEREST        PIC 9(8)V99.
          03 COMM-LQ-SETTLEMENT-AMT          PIC 9(8)V99.
          03 COMM-LQ-SUCCESS                 PIC X.
             88 LQ-SUCCESSFUL                VALUE 'Y'.
          03 COMM-LQ-FAIL-CD                 PIC X.
             88 LQ-NO-KEY                    VALUE '2'.
             88 LQ-LOAN-NOT-FOUND            VALUE '3'.
             88 LQ-LOAN-SETTLED              VALUE '4'.
             88 LQ-BAD-SETTLE-DATE           VALUE '5'.
             88 LQ-DB2-ERROR                 VALUE '8'.

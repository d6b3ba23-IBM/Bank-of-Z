      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 TRANSACTION_DISPUTE Table Declaration                     *
      *                                                                *
      *  One row per unauthorised-transaction claim - a debit the      *
      *  customer says they did not make, keyed on the disputed        *
      *  PROCTRAN reference and its account, so a debit can be         *
      *  disputed only once. TXNDISP raises and settles the claims;    *
      *  DISPDUE lists the ones whose refund deadline is near or       *
      *  past.                                                         *
      *                                                                *
      *  TDISP_STATUS is 'H' (refund held - grounds to suspect fraud   *
      *  by the customer, recorded in TDISP_NOTES), 'O' (provisional   *
      *  refund made, under investigation), 'R' (closed - refund       *
      *  confirmed) or 'D' (closed - refund re-debited, or declined    *
      *  where none was made). TDISP_DEADLINE is the end of the        *
      *  next business day after the claim was raised, on the          *
      *  BNKDATE calendar. TDISP_REFUND_REF and TDISP_REDEBIT_REF      *
      *  are the PROCTRAN references of the 'UTR' refund and the       *
      *  'UTD' re-debit, spaces until posted. TDISP_CONTROL_SET is     *
      *  'Y' while this claim owns the post-no-debits control that     *
      *  stops the account being used while the claim is open.         *
      *  Dates are CCYYMMDD integers, 0 until they happen.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE TRANSACTION_DISPUTE TABLE
              ( TDISP_SORTCODE                 CHAR(6) NOT NULL,
                TDISP_NUMBER                   CHAR(8) NOT NULL,
                TDISP_PROCTRAN_REF             CHAR(12) NOT NULL,
                TDISP_TXN_DATE                 CHAR(10) NOT NULL,
                TDISP_TXN_TYPE                 CHAR(3) NOT NULL,
                TDISP_AMOUNT                   DECIMAL(12,2) NOT NULL,
                TDISP_STATUS                   CHAR(1) NOT NULL,
                TDISP_FRAUD_SUSPECTED          CHAR(1) NOT NULL,
                TDISP_CONTROL_SET              CHAR(1) NOT NULL,
                TDISP_RAISED_DATE              INTEGER NOT NULL,
                TDISP_RAISED_BY                CHAR(3) NOT NULL,
                TDISP_DEADLINE                 INTEGER NOT NULL,
                TDISP_REFUND_REF               CHAR(12) NOT NULL,
                TDISP_REFUND_DATE              INTEGER NOT NULL,
                TDISP_REDEBIT_REF              CHAR(12) NOT NULL,
                TDISP_OUTCOME_DATE             INTEGER NOT NULL,
                TDISP_OUTCOME_BY               CHAR(3) NOT NULL,
                TDISP_NOTES                    CHAR(100) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 OUTBOUND_PAYMENT Table Declaration                        *
      *                                                                *
      *  The outbound-payments queue - one row per payment to an      *
      *  account at another bank, i.e. to a destination sort code    *
      *  that is not on our BRANCH directory. XFRFUN (online),        *
      *  SORDEXEC (standing orders) and WHPEXEC (forward-dated        *
      *  payments) debit the payer through the usual controls,        *
      *  record the debit on PROCTRAN as type 'OBP' and queue the     *
      *  payment here. OBPSUBM builds the nightly clearing            *
      *  submission file from the queue and OBPRESP applies the       *
      *  clearing house's acceptance and rejection file, crediting    *
      *  a rejected payment back to the payer as type 'OBR'.          *
      *                                                                *
      *  OUTBOUND_PAYMENT_SOURCE is 'XFR', 'STO' or 'WHP', with the    *
      *  standing order or warehouse id in _SOURCE_ID (zero for an     *
      *  online transfer), or 'SWB' (the closing balance of an         *
      *  account switched away, from SWCHEXEC) or 'SWR' (a credit      *
      *  ICRPROC sent on after it), with the ACCOUNT_SWITCH id.        *
      *  _PROCTRAN_REF is the reference of the payer's debit and       *
      *  travels on the submission file as the item reference, so      *
      *  the response file can be matched back.                        *
      *  _STATUS is 'Q' (queued), 'S' (submitted), 'A' (accepted),    *
      *  'R' (rejected and credited back to the payer) or 'U'         *
      *  (rejected, but the credit-back could not be applied and     *
      *  is left for operations). Dates are CCYYMMDD integers.        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE OUTBOUND_PAYMENT TABLE
              ( OUTBOUND_PAYMENT_ID            INTEGER NOT NULL,
                OUTBOUND_FROM_SORTCODE         CHAR(6) NOT NULL,
                OUTBOUND_FROM_NUMBER           CHAR(8) NOT NULL,
                OUTBOUND_DEST_SORTCODE         CHAR(6) NOT NULL,
                OUTBOUND_DEST_NUMBER           CHAR(8) NOT NULL,
                OUTBOUND_PAYEE_NAME            CHAR(18) NOT NULL,
                OUTBOUND_PAYEE_REF             CHAR(18) NOT NULL,
                OUTBOUND_AMOUNT                DECIMAL(12,2) NOT NULL,
                OUTBOUND_SOURCE                CHAR(3) NOT NULL,
                OUTBOUND_SOURCE_ID             INTEGER NOT NULL,
                OUTBOUND_PROCTRAN_REF          CHAR(12) NOT NULL,
                OUTBOUND_STATUS                CHAR(1) NOT NULL,
                OUTBOUND_QUEUED_DATE           INTEGER NOT NULL,
                OUTBOUND_SUBMIT_DATE           INTEGER NOT NULL,
                OUTBOUND_RETURN_REASON         CHAR(2) NOT NULL,
                OUTBOUND_RETURN_REF            CHAR(12) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PAYMENT_INSTRUCTION Table Declaration                     *
      *                                                                *
      *  One row per payment instruction MQPAYSRV takes from the       *
      *  mobile and web channels, keyed on the channel's identifier    *
      *  and the MQ message id the channel gave the instruction - a    *
      *  unique key, so a resubmitted message id fails its insert      *
      *  and is answered from the row instead of being posted again.   *
      *                                                                *
      *  PYIN_STATUS is 'P' (posted - PYIN_PROCTRAN_REF is the debit   *
      *  and, for a payment to another bank, PYIN_OUTBOUND_ID its      *
      *  OUTBOUND_PAYMENT queue id) or 'R' (rejected - PYIN_FAIL_CODE  *
      *  is the server's or XFRFUN's reason). PYIN_COP_RESULT is the   *
      *  confirmation-of-payee verdict the payment was made on. The    *
      *  row is written in the same unit of work as the posting, so    *
      *  a backed-out instruction leaves no row and is taken again.    *
      *  PYIN_RECEIVED_DATE is a CCYYMMDD integer.                     *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PAYMENT_INSTRUCTION TABLE
              ( PYIN_CHANNEL                   CHAR(8) NOT NULL,
                PYIN_MSGID                     CHAR(24) FOR BIT DATA
                                                        NOT NULL,
                PYIN_FUNCTION                  CHAR(8) NOT NULL,
                PYIN_CUSTNO                    CHAR(10) NOT NULL,
                PYIN_FROM_SORTCODE             CHAR(6) NOT NULL,
                PYIN_FROM_NUMBER               CHAR(8) NOT NULL,
                PYIN_TO_SORTCODE               CHAR(6) NOT NULL,
                PYIN_TO_NUMBER                 CHAR(8) NOT NULL,
                PYIN_AMOUNT                    DECIMAL(12,2) NOT NULL,
                PYIN_STATUS                    CHAR(1) NOT NULL,
                PYIN_FAIL_CODE                 CHAR(1) NOT NULL,
                PYIN_PROCTRAN_REF              CHAR(12) NOT NULL,
                PYIN_OUTBOUND_ID               INTEGER NOT NULL,
                PYIN_COP_RESULT                CHAR(1) NOT NULL,
                PYIN_RECEIVED_DATE             INTEGER NOT NULL,
                PYIN_RECEIVED_TIME             CHAR(6) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 INTL_PAYMENT Table Declaration                            *
      *                                                                *
      *  One row per international payment captured through INTPAY   *
      *  - the beneficiary's IBAN, BIC, name and address as keyed    *
      *  (IBAN compacted, check digits already proved by IBANVAL),   *
      *  the amount in the paying account's currency and the charge  *
      *  taken from TARIFF (charge code 'INTLPAY').                  *
      *                                                                *
      *  _STATUS is 'H' (held - the beneficiary name hit the         *
      *  sanctions list and a SCREEN_REVIEW row raised by 'INTPAY'   *
      *  carries the payment id as its number; nothing has been      *
      *  debited), 'Q' (payer debited as type 'IPY', queued for      *
      *  INTPSUBM), 'S' (sent on the outbound message file) or 'X'   *
      *  (refused - the review confirmed the match). _PROCTRAN_REF   *
      *  is the payer's 'IPY' debit and is the sender's reference on *
      *  the message. Dates are CCYYMMDD integers.                   *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE INTL_PAYMENT TABLE
              ( INTL_PAYMENT_ID                INTEGER NOT NULL,
                INTL_PAYMENT_SORTCODE          CHAR(6) NOT NULL,
                INTL_PAYMENT_NUMBER            CHAR(8) NOT NULL,
                INTL_PAYMENT_CUSTOMER          CHAR(10) NOT NULL,
                INTL_PAYMENT_BENE_IBAN         CHAR(34) NOT NULL,
                INTL_PAYMENT_BENE_BIC          CHAR(11) NOT NULL,
                INTL_PAYMENT_BENE_NAME         CHAR(35) NOT NULL,
                INTL_PAYMENT_BENE_ADDR1        CHAR(35) NOT NULL,
                INTL_PAYMENT_BENE_ADDR2        CHAR(35) NOT NULL,
                INTL_PAYMENT_BENE_ADDR3        CHAR(35) NOT NULL,
                INTL_PAYMENT_REMIT_INFO        CHAR(35) NOT NULL,
                INTL_PAYMENT_AMOUNT            DECIMAL(12,2) NOT NULL,
                INTL_PAYMENT_CURRENCY          CHAR(3) NOT NULL,
                INTL_PAYMENT_CHARGE            DECIMAL(12,2) NOT NULL,
                INTL_PAYMENT_STATUS            CHAR(1) NOT NULL,
                INTL_PAYMENT_PROCTRAN_REF      CHAR(12) NOT NULL,
                INTL_PAYMENT_CAPTURED_DATE     INTEGER NOT NULL,
                INTL_PAYMENT_CAPTURED_BY       CHAR(3) NOT NULL,
                INTL_PAYMENT_SENT_DATE         INTEGER NOT NULL )
           END-EXEC.

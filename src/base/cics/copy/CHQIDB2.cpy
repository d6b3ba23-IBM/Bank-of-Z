      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 CHEQUE_ITEM Table Declaration                             *
      *                                                                *
      *  One row per cheque paid in through CHQDEP - the account it    *
      *  was paid into, the drawer's sort code, account and serial     *
      *  number from the cheque itself, and the amount.                *
      *  CHQI_PROCTRAN_REF is the reference of the deposit credit,     *
      *  which is also the ACCOUNT_HOLD_PROCTRAN_REF of the hold it    *
      *  placed - while that hold is on ACCOUNT_HOLD the cheque has    *
      *  not matured.                                                  *
      *                                                                *
      *  CHQI_STATUS is 'P' (paid in - not yet on a clearing file),    *
      *  'S' (sent to clearing by CHQXTR on CHQI_SENT_DATE) or 'R'     *
      *  (returned unpaid - CHQRTN took the money back on              *
      *  CHQI_RETURN_DATE). On a returned cheque CHQI_RETURN_REASON    *
      *  is the paying bank's reason code, CHQI_RETURN_REF the         *
      *  reference of the 'RCQ' posting that took it back and          *
      *  CHQI_LETTER_ID the LETTER_REQUEST queued to tell the          *
      *  customer. Dates are CCYYMMDD integers.                        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE CHEQUE_ITEM TABLE
              ( CHQI_ID                        INTEGER NOT NULL,
                CHQI_SORTCODE                  CHAR(6) NOT NULL,
                CHQI_NUMBER                    CHAR(8) NOT NULL,
                CHQI_DRAWER_SORTCODE           CHAR(6) NOT NULL,
                CHQI_DRAWER_ACCOUNT            CHAR(8) NOT NULL,
                CHQI_SERIAL                    CHAR(6) NOT NULL,
                CHQI_AMOUNT                    DECIMAL(12,2) NOT NULL,
                CHQI_DEPOSIT_DATE              INTEGER NOT NULL,
                CHQI_PROCTRAN_REF              CHAR(12) NOT NULL,
                CHQI_DEPOSITED_BY              CHAR(3) NOT NULL,
                CHQI_STATUS                    CHAR(1) NOT NULL,
                CHQI_SENT_DATE                 INTEGER NOT NULL,
                CHQI_RETURN_DATE               INTEGER NOT NULL,
                CHQI_RETURN_REASON             CHAR(2) NOT NULL,
                CHQI_RETURN_REF                CHAR(12) NOT NULL,
                CHQI_LETTER_ID                 INTEGER NOT NULL )
           END-EXEC.

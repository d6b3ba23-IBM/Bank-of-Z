      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 TELLER_TILL Table Declaration                             *
      *                                                                *
      *  One row per teller till per business day (TELLER_TILL_DATE  *
      *  is CCYYMMDD). The till is the teller's IMS logical terminal, *
      *  the counter position IBGCUDAT stamps on every cash posting. *
      *  The row is inserted when the teller opens the till with its *
      *  opening float (STATUS 'O'); vault transfers accumulate in    *
      *  FROM_VAULT (cash into the till) and TO_VAULT (cash back to   *
      *  the vault). When the teller declares the closing count      *
      *  (STATUS 'C') the cash RECEIVED and PAID_OUT are totalled    *
      *  from the till's PROCTRAN cash postings and the row keeps    *
      *  the EXPECTED cash - opening + received - paid out + from    *
      *  vault - to vault - the DECLARED count and the DIFFERENCE    *
      *  (declared less expected: positive is an over, negative a    *
      *  shortage). Amounts are positive apart from DIFFERENCE.      *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE TELLER_TILL TABLE
              ( TELLER_TILL_SORTCODE           CHAR(6) NOT NULL,
                TELLER_TILL_ID                 CHAR(8) NOT NULL,
                TELLER_TILL_DATE               INTEGER NOT NULL,
                TELLER_TILL_STATUS             CHAR(1) NOT NULL,
                TELLER_TILL_OPENING            DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_RECEIVED           DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_PAID_OUT           DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_FROM_VAULT         DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_TO_VAULT           DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_EXPECTED           DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_DECLARED           DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_DIFFERENCE         DECIMAL(12, 2) NOT NULL,
                TELLER_TILL_OPENED_TIME        CHAR(8) NOT NULL,
                TELLER_TILL_CLOSED_TIME        CHAR(8) NOT NULL )
           END-EXEC.

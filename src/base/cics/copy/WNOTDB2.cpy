      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 WITHDRAWAL_NOTICE Table Declaration                       *
      *                                                                *
      *  The notice register for notice savings accounts - one row     *
      *  per notice of withdrawal the branch records through NOTCMNT.  *
      *  _MATURES is the given date plus the product's                 *
      *  ACCOUNT_PRODUCT_NOTICE_DAYS; from then until _EXPIRES         *
      *  the notice covers withdrawals up to _AMOUNT, DBCRFUN,         *
      *  XFRFUN, INTPAY and the teller counter (IBGCUDAT) drawing it   *
      *  down through _USED_AMOUNT.                                    *
      *                                                                *
      *  A notice with a nominated _DEST_ACCNO (one of our accounts    *
      *  at the same sort code; blank for none) is paid there by the   *
      *  nightly NOTCEXEC job once it matures. NOTCEXEC expires any    *
      *  notice still unused after _EXPIRES.                           *
      *                                                                *
      *  _STATUS is 'P' pending (running or matured and available),    *
      *  'U' used in full, 'X' expired unused and 'C' cancelled.       *
      *  Dates are YYYYMMDD integers.                                  *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE WITHDRAWAL_NOTICE TABLE
              ( WITHDRAWAL_NOTICE_ID           INTEGER NOT NULL,
                WITHDRAWAL_NOTICE_SORTCODE     CHAR(6) NOT NULL,
                WITHDRAWAL_NOTICE_ACCOUNT      CHAR(8) NOT NULL,
                WITHDRAWAL_NOTICE_AMOUNT       DECIMAL(12,2) NOT NULL,
                WITHDRAWAL_NOTICE_USED_AMOUNT  DECIMAL(12,2) NOT NULL,
                WITHDRAWAL_NOTICE_GIVEN_DATE   INTEGER NOT NULL,
                WITHDRAWAL_NOTICE_MATURES      INTEGER NOT NULL,
                WITHDRAWAL_NOTICE_EXPIRES      INTEGER NOT NULL,
                WITHDRAWAL_NOTICE_DEST_ACCNO   CHAR(8) NOT NULL,
                WITHDRAWAL_NOTICE_STATUS       CHAR(1) NOT NULL,
                WITHDRAWAL_NOTICE_GIVEN_BY     CHAR(3) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 WRAP_TRANSFER Table Declaration                           *
      *                                                                *
      *  One row per tax-free wrapper moved between this bank and      *
      *  another provider through WRAPXFR. _DIRECTION is 'I' for a     *
      *  transfer in (credited to our wrapper _ACCOUNT from the other  *
      *  provider) and 'O' for a transfer out (paid from _ACCOUNT to   *
      *  the other provider's _OTHER_SORTCODE/_OTHER_ACCOUNT).         *
      *  _AMOUNT is the whole value moved and _CURRENT_YEAR the part   *
      *  of it subscribed in the current tax year, which follows the   *
      *  money and counts against the receiving provider's             *
      *  allowance. _PROCTRAN_REF is DBCRFUN's posting reference for   *
      *  a transfer in; a transfer out is paid through XFRFUN and      *
      *  records its OUTBOUND_PAYMENT queue id in _OUTBOUND_ID.        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE WRAP_TRANSFER TABLE
              ( WRAP_TRANSFER_ID               INTEGER NOT NULL,
                WRAP_TRANSFER_SORTCODE         CHAR(6) NOT NULL,
                WRAP_TRANSFER_ACCOUNT          CHAR(8) NOT NULL,
                WRAP_TRANSFER_CUSTNO           CHAR(10) NOT NULL,
                WRAP_TRANSFER_DIRECTION        CHAR(1) NOT NULL,
                WRAP_TRANSFER_OTHER_PROVIDER   CHAR(30) NOT NULL,
                WRAP_TRANSFER_OTHER_SORTCODE   CHAR(6) NOT NULL,
                WRAP_TRANSFER_OTHER_ACCOUNT    CHAR(8) NOT NULL,
                WRAP_TRANSFER_AMOUNT           DECIMAL(12,2) NOT NULL,
                WRAP_TRANSFER_CURRENT_YEAR     DECIMAL(12,2) NOT NULL,
                WRAP_TRANSFER_TAX_YEAR         INTEGER NOT NULL,
                WRAP_TRANSFER_DATE             INTEGER NOT NULL,
                WRAP_TRANSFER_PROCTRAN_REF     CHAR(12) NOT NULL,
                WRAP_TRANSFER_OUTBOUND_ID      INTEGER NOT NULL,
                WRAP_TRANSFER_OPERATOR         CHAR(8) NOT NULL )
           END-EXEC.

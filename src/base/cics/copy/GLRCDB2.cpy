      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 GL_RECONCILIATION Table Declaration                       *
      *                                                                *
      *  One row per sort code and currency for each balance date      *
      *  (CCYYMMDD) the finance system sent its GL control balances    *
      *  for - normally each month end. GL_BALANCE is the ledger's     *
      *  customer-ledger control balance, signed as the accounts are   *
      *  (customer funds positive); SUBLEDGER_BALANCE the              *
      *  ACCOUNT_BALANCE_CONTROL position ACCTCTL stored on or before  *
      *  the date, and SUBLEDGER_DATE the date it was stored.          *
      *  DIFFERENCE is GL less subledger. UNRECONCILED_SINCE is the    *
      *  balance date a still-open difference was first seen, carried  *
      *  forward from month to month while it stays open, so the       *
      *  difference can be aged; it is zero once they agree.           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE GL_RECONCILIATION TABLE
              ( GL_RECON_SORTCODE              CHAR(6) NOT NULL,
                GL_RECON_CURRENCY              CHAR(3) NOT NULL,
                GL_RECON_DATE                  INTEGER NOT NULL,
                GL_RECON_GL_BALANCE            DECIMAL(15, 2) NOT NULL,
                GL_RECON_SUBLEDGER_BALANCE     DECIMAL(15, 2) NOT NULL,
                GL_RECON_SUBLEDGER_DATE        INTEGER NOT NULL,
                GL_RECON_DIFFERENCE            DECIMAL(15, 2) NOT NULL,
                GL_RECON_UNRECONCILED_SINCE    INTEGER NOT NULL )
           END-EXEC.

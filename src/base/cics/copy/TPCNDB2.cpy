      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 THIRD_PARTY_CONSENT Table Declaration                     *
      *                                                                *
      *  One row per customer and third-party provider - the           *
      *  customer's consent for the provider (see TPPVDB2) to read     *
      *  their data through MQENQSRV. The permissions granted are      *
      *  flags, 'Y' or 'N': PERM_BALANCES (account details and         *
      *  balances), PERM_TRANSACTIONS (transaction history) and        *
      *  PERM_CUSTOMER (the customer's own details).                   *
      *                                                                *
      *  ACCOUNTS_ALL 'Y' covers every account the customer holds,     *
      *  now or later; otherwise the accounts covered are named in     *
      *  ACCOUNT1 to ACCOUNT5, unused ones spaces.                     *
      *                                                                *
      *  STATUS is 'L' (live), 'X' (expired - the customer did not     *
      *  re-authenticate within ninety days) or 'R' (revoked by the    *
      *  customer). GRANT_DATE is when the consent was last given or   *
      *  re-authenticated and EXPIRY_DATE ninety days after it - the   *
      *  first day the consent no longer covers a read. TPCONS         *
      *  grants, re-authenticates and revokes; TPCNITE marks lapsed    *
      *  consents expired. Dates are CCYYMMDD integers, 0 until they   *
      *  happen, and the operators come from EIBOPID.                  *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE THIRD_PARTY_CONSENT TABLE
              ( TPC_SORTCODE                   CHAR(6) NOT NULL,
                TPC_CUSTNO                     CHAR(10) NOT NULL,
                TPC_PROVIDER                   CHAR(8) NOT NULL,
                TPC_PERM_BALANCES              CHAR(1) NOT NULL,
                TPC_PERM_TRANSACTIONS          CHAR(1) NOT NULL,
                TPC_PERM_CUSTOMER              CHAR(1) NOT NULL,
                TPC_ACCOUNTS_ALL               CHAR(1) NOT NULL,
                TPC_ACCOUNT1                   CHAR(8) NOT NULL,
                TPC_ACCOUNT2                   CHAR(8) NOT NULL,
                TPC_ACCOUNT3                   CHAR(8) NOT NULL,
                TPC_ACCOUNT4                   CHAR(8) NOT NULL,
                TPC_ACCOUNT5                   CHAR(8) NOT NULL,
                TPC_STATUS                     CHAR(1) NOT NULL,
                TPC_GRANT_DATE                 INTEGER NOT NULL,
                TPC_GRANTED_BY                 CHAR(3) NOT NULL,
                TPC_EXPIRY_DATE                INTEGER NOT NULL,
                TPC_REVOKED_DATE               INTEGER NOT NULL,
                TPC_REVOKED_BY                 CHAR(3) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 THIRD_PARTY_PROVIDER Table Declaration                    *
      *                                                                *
      *  The register of third-party providers - the account-          *
      *  information aggregators that read our customers' accounts     *
      *  on their behalf. TPP_ID is the system identifier the          *
      *  provider puts in the SYSTEM field of its enquiries to         *
      *  MQENQSRV. A system on this register is a third party and      *
      *  is served only where the customer's THIRD_PARTY_CONSENT       *
      *  covers the read; a system not on it is one of our own and     *
      *  is served as before. Maintained through REFDMNT (table        *
      *  'P'), which will not remove a provider that holds any         *
      *  consent rows.                                                 *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE THIRD_PARTY_PROVIDER TABLE
              ( TPP_ID                         CHAR(8) NOT NULL,
                TPP_NAME                       CHAR(30) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for TPCONS - a customer's consents for third-party   *
      *  providers to read their data (see TPCNDB2).                   *
      *                                                                *
      *  COMM-TPC-ACTION 'G' grants a consent for COMM-TPC-PROVIDER,   *
      *  or re-authenticates one already held: the permissions and     *
      *  accounts given replace what was held and the ninety days      *
      *  run again from today. At least one permission must be 'Y',    *
      *  and either COMM-TPC-ACCOUNTS-ALL is 'Y' or at least one of    *
      *  the customer's own accounts is named. 'R' revokes the live    *
      *  consent for COMM-TPC-PROVIDER. 'L' lists the customer's       *
      *  consents, live ones first, each with the provider's name;     *
      *  COMM-TPC-MORE is 'Y' when there were more than fit.           *
      *                                                                *
      *  The granting or revoking operator is captured from EIBOPID.   *
      *                                                                *
      ******************************************************************
          03 COMM-TPC-ACTION                 PIC X.
             88 TPC-ACTION-GRANT             VALUE 'G'.
             88 TPC-ACTION-REVOKE            VALUE 'R'.
             88 TPC-ACTION-LIST              VALUE 'L'.
          03 COMM-TPC-SCODE                  PIC X(6).
          03 COMM-TPC-CUSTNO                 PIC X(10).
          03 COMM-TPC-PROVIDER               PIC X(8).
          03 COMM-TPC-PERM-BALANCES          PIC X.
          03 COMM-TPC-PERM-TRANSACTIONS      PIC X.
          03 COMM-TPC-PERM-CUSTOMER          PIC X.
          03 COMM-TPC-ACCOUNTS-ALL           PIC X.
          03 COMM-TPC-ACCOUNT                PIC X(8) OCCURS 5 TIMES.
          03 COMM-TPC-COUNT                  PIC 9(2).
          03 COMM-TPC-MORE                   PIC X.
          03 COMM-TPC-SUCCESS                PIC X.
             88 TPC-SUCCESSFUL               VALUE 'Y'.
          03 COMM-TPC-FAIL-CD                PIC X.
             88 TPC-BAD-ACTION               VALUE '1'.
             88 TPC-NO-KEY                   VALUE '2'.
             88 TPC-BAD-DATA                 VALUE '3'.
             88 TPC-CUST-NOT-FOUND           VALUE '4'.
             88 TPC-NO-LIVE-CONSENT          VALUE '5'.
             88 TPC-DB2-ERROR                VALUE '6'.
             88 TPC-UNKNOWN-PROVIDER         VALUE 'P'.
             88 TPC-NOT-CUSTOMERS-ACCOUNT    VALUE 'A'.
          03 COMM-TPC-RESULT OCCURS 8 TIMES.
             05 COMM-TPC-RES-PROVIDER        PIC X(8).
             05 COMM-TPC-RES-PROVIDER-NAME   PIC X(30).
             05 COMM-TPC-RES-PERM-BALANCES   PIC X.
             05 COMM-TPC-RES-PERM-TRANS      PIC X.
             05 COMM-TPC-RES-PERM-CUSTOMER   PIC X.
             05 COMM-TPC-RES-ACCOUNTS-ALL    PIC X.
             05 COMM-TPC-RES-ACCOUNT         PIC X(8) OCCURS 5 TIMES.
             05 COMM-TPC-RES-STATUS          PIC X.
             05 COMM-TPC-RES-GRANT-DATE      PIC 9(8).
             05 COMM-TPC-RES-GRANTED-BY      PIC X(3).
             05 COMM-TPC-RES-EXPIRY-DATE     PIC 9(8).
             05 COMM-TPC-RES-REVOKED-DATE    PIC 9(8).

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the branch transaction for a customer's
      * consents to third-party providers - the account-information
      * aggregators that read balances and transactions on the
      * customer's behalf through MQENQSRV, which serves a provider
      * on the THIRD_PARTY_PROVIDER register only where a live
      * THIRD_PARTY_CONSENT covers the read.
      *
      * 'G' records the customer's consent for a provider: which
      * permissions (balances, transactions, customer details) and
      * which accounts - all of them, or up to five named ones that
      * must be the customer's own. A grant for a provider already
      * held, live or not, is the customer re-authenticating: the
      * row is replaced and the ninety days run again from today.
      * 'R' revokes the live consent and takes effect on the next
      * enquiry. 'L' lists what the customer has given, live
      * consents first.
      *
      * Lapsed consents are marked expired by the nightly TPCNITE
      * run, but MQENQSRV checks the expiry date itself, so a
      * consent stops covering reads on the day it lapses whether
      * or not the batch has run.
      *
      * The operator is captured from EIBOPID the way VULNMNT
      * captures it, and a DB2 problem is reported back in the
      * commarea rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPCONS.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook - used to confirm the customer exists
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * ACCOUNT DB2 copybook - used to confirm a named account is
      * the customer's own
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * THIRD_PARTY_PROVIDER DB2 copybook
           EXEC SQL
              INCLUDE TPPVDB2
           END-EXEC.

      * THIRD_PARTY_CONSENT DB2 copybook
           EXEC SQL
              INCLUDE TPCNDB2
           END-EXEC.

       01 HOST-CONSENT-ROW.
          03 HV-TPC-SORTCODE            PIC X(6).
          03 HV-TPC-CUSTNO              PIC X(10).
          03 HV-TPC-PROVIDER            PIC X(8).
          03 HV-TPC-PERM-BALANCES       PIC X.
          03 HV-TPC-PERM-TRANSACTIONS   PIC X.
          03 HV-TPC-PERM-CUSTOMER       PIC X.
          03 HV-TPC-ACCOUNTS-ALL        PIC X.
          03 HV-TPC-ACCOUNT1            PIC X(8).
          03 HV-TPC-ACCOUNT2            PIC X(8).
          03 HV-TPC-ACCOUNT3            PIC X(8).
          03 HV-TPC-ACCOUNT4            PIC X(8).
          03 HV-TPC-ACCOUNT5            PIC X(8).
          03 HV-TPC-STATUS              PIC X.
          03 HV-TPC-GRANT-DATE          PIC S9(9) COMP.
          03 HV-TPC-GRANTED-BY          PIC X(3).
          03 HV-TPC-EXPIRY-DATE         PIC S9(9) COMP.
          03 HV-TPC-REVOKED-DATE        PIC S9(9) COMP.
          03 HV-TPC-REVOKED-BY          PIC X(3).

       01 HV-TPP-NAME                   PIC X(30).
       01 HV-CHECK-ACCNO                PIC X(8).
       01 HV-CHECK-COUNT                PIC S9(9) COMP.
       01 HV-TODAY                      PIC S9(9) COMP.
       01 HV-EXPIRY                     PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-RESULT-INDEX               PIC 9(2)  VALUE 0.
       01 WS-ACCOUNT-INDEX              PIC 9(2)  VALUE 0.
       01 WS-ACCOUNTS-NAMED             PIC 9(2)  VALUE 0.
       01 WS-EXIT-FETCH                 PIC X     VALUE 'N'.

           EXEC SQL
              DECLARE TPCONS-CURSOR CURSOR FOR
                 SELECT TPC_PROVIDER,
                        COALESCE(TPP_NAME, ' '),
                        TPC_PERM_BALANCES,
                        TPC_PERM_TRANSACTIONS,
                        TPC_PERM_CUSTOMER,
                        TPC_ACCOUNTS_ALL,
                        TPC_ACCOUNT1, TPC_ACCOUNT2, TPC_ACCOUNT3,
                        TPC_ACCOUNT4, TPC_ACCOUNT5,
                        TPC_STATUS,
                        TPC_GRANT_DATE,
                        TPC_GRANTED_BY,
                        TPC_EXPIRY_DATE,
                        TPC_REVOKED_DATE
                   FROM THIRD_PARTY_CONSENT
                   LEFT OUTER JOIN THIRD_PARTY_PROVIDER
                     ON TPP_ID = TPC_PROVIDER
                  WHERE TPC_SORTCODE = :HV-TPC-SORTCODE
                    AND TPC_CUSTNO = :HV-TPC-CUSTNO
                  ORDER BY CASE TPC_STATUS WHEN 'L' THEN 0 ELSE 1 END,
                           TPC_PROVIDER
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TPCONS.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'TPCONS: Action=' COMM-TPC-ACTION
                   ' Customer=' COMM-TPC-SCODE '/' COMM-TPC-CUSTNO
                   ' Provider=' COMM-TPC-PROVIDER

           MOVE 'N' TO COMM-TPC-SUCCESS.
           MOVE ' ' TO COMM-TPC-FAIL-CD.
           MOVE 0 TO COMM-TPC-COUNT.
           MOVE 'N' TO COMM-TPC-MORE.

           IF COMM-TPC-SCODE = SPACES OR COMM-TPC-CUSTNO = SPACES
              MOVE '2' TO COMM-TPC-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-TPC-PROVIDER = SPACES
              AND NOT TPC-ACTION-LIST
              MOVE '2' TO COMM-TPC-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE COMM-TPC-SCODE TO HV-TPC-SORTCODE.
           MOVE COMM-TPC-CUSTNO TO HV-TPC-CUSTNO.
           MOVE COMM-TPC-PROVIDER TO HV-TPC-PROVIDER.

           EVALUATE TRUE
              WHEN TPC-ACTION-GRANT
                 PERFORM GRANT-CONSENT
              WHEN TPC-ACTION-REVOKE
                 PERFORM REVOKE-CONSENT
              WHEN TPC-ACTION-LIST
                 PERFORM LIST-CONSENTS
              WHEN OTHER
                 MOVE '1' TO COMM-TPC-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       GRANT-CONSENT SECTION.
       GC010.

           PERFORM VALIDATE-CONSENT.

           IF COMM-TPC-FAIL-CD NOT = ' '
              GO TO GC999
           END-IF.

      *
      *    A consent already held for the provider - live, expired
      *    or revoked - is replaced in place, so re-authenticating
      *    is simply granting again. Only a first grant inserts.
      *
           EXEC SQL
              UPDATE THIRD_PARTY_CONSENT
                 SET TPC_PERM_BALANCES = :HV-TPC-PERM-BALANCES,
                     TPC_PERM_TRANSACTIONS = :HV-TPC-PERM-TRANSACTIONS,
                     TPC_PERM_CUSTOMER = :HV-TPC-PERM-CUSTOMER,
                     TPC_ACCOUNTS_ALL = :HV-TPC-ACCOUNTS-ALL,
                     TPC_ACCOUNT1 = :HV-TPC-ACCOUNT1,
                     TPC_ACCOUNT2 = :HV-TPC-ACCOUNT2,
                     TPC_ACCOUNT3 = :HV-TPC-ACCOUNT3,
                     TPC_ACCOUNT4 = :HV-TPC-ACCOUNT4,
                     TPC_ACCOUNT5 = :HV-TPC-ACCOUNT5,
                     TPC_STATUS = 'L',
                     TPC_GRANT_DATE = :HV-TPC-GRANT-DATE,
                     TPC_GRANTED_BY = :HV-TPC-GRANTED-BY,
                     TPC_EXPIRY_DATE = :HV-TPC-EXPIRY-DATE,
                     TPC_REVOKED_DATE = 0,
                     TPC_REVOKED_BY = ' '
               WHERE TPC_SORTCODE = :HV-TPC-SORTCODE
                 AND TPC_CUSTNO = :HV-TPC-CUSTNO
                 AND TPC_PROVIDER = :HV-TPC-PROVIDER
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO COMM-TPC-SUCCESS
              GO TO GC999
           END-IF.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TPCONS - Consent UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO GC999
           END-IF.

           EXEC SQL
              INSERT INTO THIRD_PARTY_CONSENT
                     ( TPC_SORTCODE,
                       TPC_CUSTNO,
                       TPC_PROVIDER,
                       TPC_PERM_BALANCES,
                       TPC_PERM_TRANSACTIONS,
                       TPC_PERM_CUSTOMER,
                       TPC_ACCOUNTS_ALL,
                       TPC_ACCOUNT1,
                       TPC_ACCOUNT2,
                       TPC_ACCOUNT3,
                       TPC_ACCOUNT4,
                       TPC_ACCOUNT5,
                       TPC_STATUS,
                       TPC_GRANT_DATE,
                       TPC_GRANTED_BY,
                       TPC_EXPIRY_DATE,
                       TPC_REVOKED_DATE,
                       TPC_REVOKED_BY )
              VALUES ( :HV-TPC-SORTCODE,
                       :HV-TPC-CUSTNO,
                       :HV-TPC-PROVIDER,
                       :HV-TPC-PERM-BALANCES,
                       :HV-TPC-PERM-TRANSACTIONS,
                       :HV-TPC-PERM-CUSTOMER,
                       :HV-TPC-ACCOUNTS-ALL,
                       :HV-TPC-ACCOUNT1,
                       :HV-TPC-ACCOUNT2,
                       :HV-TPC-ACCOUNT3,
                       :HV-TPC-ACCOUNT4,
                       :HV-TPC-ACCOUNT5,
                       'L',
                       :HV-TPC-GRANT-DATE,
                       :HV-TPC-GRANTED-BY,
                       :HV-TPC-EXPIRY-DATE,
                       0,
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TPCONS - Consent INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO GC999
           END-IF.

           MOVE 'Y' TO COMM-TPC-SUCCESS.

       GC999.
           EXIT.


       VALIDATE-CONSENT SECTION.
       VC010.

      *
      *    Each permission is 'Y' or 'N' and at least one must be
      *    given - a consent that permits nothing is a revocation.
      *    A consent for all accounts names none; one that is not
      *    for all accounts must name at least one.
      *
           IF (COMM-TPC-PERM-BALANCES NOT = 'Y'
                  AND COMM-TPC-PERM-BALANCES NOT = 'N')
              OR (COMM-TPC-PERM-TRANSACTIONS NOT = 'Y'
                  AND COMM-TPC-PERM-TRANSACTIONS NOT = 'N')
              OR (COMM-TPC-PERM-CUSTOMER NOT = 'Y'
                  AND COMM-TPC-PERM-CUSTOMER NOT = 'N')
              OR (COMM-TPC-ACCOUNTS-ALL NOT = 'Y'
                  AND COMM-TPC-ACCOUNTS-ALL NOT = 'N')
              MOVE '3' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           IF COMM-TPC-PERM-BALANCES = 'N'
              AND COMM-TPC-PERM-TRANSACTIONS = 'N'
              AND COMM-TPC-PERM-CUSTOMER = 'N'
              MOVE '3' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           IF COMM-TPC-ACCOUNTS-ALL = 'Y'
              PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
                 UNTIL WS-ACCOUNT-INDEX > 5
                 MOVE SPACES TO COMM-TPC-ACCOUNT (WS-ACCOUNT-INDEX)
              END-PERFORM
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-TPC-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-TPC-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           IF HV-CHECK-COUNT = 0
              MOVE '4' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           EXEC SQL
              SELECT TPP_NAME
                INTO :HV-TPP-NAME
                FROM THIRD_PARTY_PROVIDER
               WHERE TPP_ID = :HV-TPC-PROVIDER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'P' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           MOVE 0 TO WS-ACCOUNTS-NAMED.

           PERFORM CHECK-NAMED-ACCOUNT
              VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
              UNTIL WS-ACCOUNT-INDEX > 5
                 OR COMM-TPC-FAIL-CD NOT = ' '.

           IF COMM-TPC-FAIL-CD NOT = ' '
              GO TO VC999
           END-IF.

           IF COMM-TPC-ACCOUNTS-ALL = 'N'
              AND WS-ACCOUNTS-NAMED = 0
              MOVE '3' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           EXEC SQL
              SELECT YEAR(CURRENT DATE) * 10000
                   + MONTH(CURRENT DATE) * 100
                   + DAY(CURRENT DATE),
                     YEAR(CURRENT DATE + 90 DAYS) * 10000
                   + MONTH(CURRENT DATE + 90 DAYS) * 100
                   + DAY(CURRENT DATE + 90 DAYS)
                INTO :HV-TODAY, :HV-EXPIRY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO VC999
           END-IF.

           MOVE COMM-TPC-PERM-BALANCES TO HV-TPC-PERM-BALANCES.
           MOVE COMM-TPC-PERM-TRANSACTIONS
              TO HV-TPC-PERM-TRANSACTIONS.
           MOVE COMM-TPC-PERM-CUSTOMER TO HV-TPC-PERM-CUSTOMER.
           MOVE COMM-TPC-ACCOUNTS-ALL TO HV-TPC-ACCOUNTS-ALL.
           MOVE COMM-TPC-ACCOUNT (1) TO HV-TPC-ACCOUNT1.
           MOVE COMM-TPC-ACCOUNT (2) TO HV-TPC-ACCOUNT2.
           MOVE COMM-TPC-ACCOUNT (3) TO HV-TPC-ACCOUNT3.
           MOVE COMM-TPC-ACCOUNT (4) TO HV-TPC-ACCOUNT4.
           MOVE COMM-TPC-ACCOUNT (5) TO HV-TPC-ACCOUNT5.
           MOVE HV-TODAY TO HV-TPC-GRANT-DATE.
           MOVE EIBOPID TO HV-TPC-GRANTED-BY.
           MOVE HV-EXPIRY TO HV-TPC-EXPIRY-DATE.

       VC999.
           EXIT.


       CHECK-NAMED-ACCOUNT SECTION.
       CNA010.
      *
      *    A named account must be held by this customer - a
      *    consent can never reach someone else's account.
      *
           IF COMM-TPC-ACCOUNT (WS-ACCOUNT-INDEX) = SPACES
              GO TO CNA999
           END-IF.

           MOVE COMM-TPC-ACCOUNT (WS-ACCOUNT-INDEX) TO HV-CHECK-ACCNO.
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-TPC-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-CHECK-ACCNO
                 AND ACCOUNT_CUSTOMER_NUMBER = :HV-TPC-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO CNA999
           END-IF.

           IF HV-CHECK-COUNT = 0
              MOVE 'A' TO COMM-TPC-FAIL-CD
              GO TO CNA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-NAMED.

       CNA999.
           EXIT.


       REVOKE-CONSENT SECTION.
       RC010.

           EXEC SQL
              SELECT YEAR(CURRENT DATE) * 10000
                   + MONTH(CURRENT DATE) * 100
                   + DAY(CURRENT DATE)
                INTO :HV-TODAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO RC999
           END-IF.

           MOVE HV-TODAY TO HV-TPC-REVOKED-DATE.
           MOVE EIBOPID TO HV-TPC-REVOKED-BY.

           EXEC SQL
              UPDATE THIRD_PARTY_CONSENT
                 SET TPC_STATUS = 'R',
                     TPC_REVOKED_DATE = :HV-TPC-REVOKED-DATE,
                     TPC_REVOKED_BY = :HV-TPC-REVOKED-BY
               WHERE TPC_SORTCODE = :HV-TPC-SORTCODE
                 AND TPC_CUSTNO = :HV-TPC-CUSTNO
                 AND TPC_PROVIDER = :HV-TPC-PROVIDER
                 AND TPC_STATUS = 'L'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-TPC-FAIL-CD
              GO TO RC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TPCONS - Consent revoke failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO RC999
           END-IF.

           MOVE 'Y' TO COMM-TPC-SUCCESS.

       RC999.
           EXIT.


       LIST-CONSENTS SECTION.
       LC010.

           MOVE 0 TO WS-RESULT-INDEX.
           MOVE 'N' TO WS-EXIT-FETCH.

           EXEC SQL
              OPEN TPCONS-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TPCONS: Unable to OPEN TPCONS-CURSOR, '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '6' TO COMM-TPC-FAIL-CD
              GO TO LC999
           END-IF.

           PERFORM FETCH-NEXT-CONSENT
              UNTIL WS-EXIT-FETCH = 'Y'
                 OR WS-RESULT-INDEX >= 8.

      *
      *    One more fetch tells the branch whether the customer has
      *    consents beyond the eight shown.
      *
           IF WS-EXIT-FETCH = 'N'
              EXEC SQL
                 FETCH TPCONS-CURSOR
                   INTO :HV-TPC-PROVIDER, :HV-TPP-NAME,
                        :HV-TPC-PERM-BALANCES,
                        :HV-TPC-PERM-TRANSACTIONS,
                        :HV-TPC-PERM-CUSTOMER,
                        :HV-TPC-ACCOUNTS-ALL,
                        :HV-TPC-ACCOUNT1, :HV-TPC-ACCOUNT2,
                        :HV-TPC-ACCOUNT3, :HV-TPC-ACCOUNT4,
                        :HV-TPC-ACCOUNT5,
                        :HV-TPC-STATUS,
                        :HV-TPC-GRANT-DATE,
                        :HV-TPC-GRANTED-BY,
                        :HV-TPC-EXPIRY-DATE,
                        :HV-TPC-REVOKED-DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO COMM-TPC-MORE
              END-IF
           END-IF.

           MOVE WS-RESULT-INDEX TO COMM-TPC-COUNT.

           EXEC SQL
              CLOSE TPCONS-CURSOR
           END-EXEC.

           MOVE 'Y' TO COMM-TPC-SUCCESS.

       LC999.
           EXIT.


       FETCH-NEXT-CONSENT SECTION.
       FNC010.

           EXEC SQL
              FETCH TPCONS-CURSOR
                INTO :HV-TPC-PROVIDER, :HV-TPP-NAME,
                     :HV-TPC-PERM-BALANCES,
                     :HV-TPC-PERM-TRANSACTIONS,
                     :HV-TPC-PERM-CUSTOMER,
                     :HV-TPC-ACCOUNTS-ALL,
                     :HV-TPC-ACCOUNT1, :HV-TPC-ACCOUNT2,
                     :HV-TPC-ACCOUNT3, :HV-TPC-ACCOUNT4,
                     :HV-TPC-ACCOUNT5,
                     :HV-TPC-STATUS,
                     :HV-TPC-GRANT-DATE,
                     :HV-TPC-GRANTED-BY,
                     :HV-TPC-EXPIRY-DATE,
                     :HV-TPC-REVOKED-DATE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-RESULT-INDEX
              MOVE HV-TPC-PROVIDER
                 TO COMM-TPC-RES-PROVIDER (WS-RESULT-INDEX)
              MOVE HV-TPP-NAME
                 TO COMM-TPC-RES-PROVIDER-NAME (WS-RESULT-INDEX)
              MOVE HV-TPC-PERM-BALANCES
                 TO COMM-TPC-RES-PERM-BALANCES (WS-RESULT-INDEX)
              MOVE HV-TPC-PERM-TRANSACTIONS
                 TO COMM-TPC-RES-PERM-TRANS (WS-RESULT-INDEX)
              MOVE HV-TPC-PERM-CUSTOMER
                 TO COMM-TPC-RES-PERM-CUSTOMER (WS-RESULT-INDEX)
              MOVE HV-TPC-ACCOUNTS-ALL
                 TO COMM-TPC-RES-ACCOUNTS-ALL (WS-RESULT-INDEX)
              MOVE HV-TPC-ACCOUNT1
                 TO COMM-TPC-RES-ACCOUNT (WS-RESULT-INDEX, 1)
              MOVE HV-TPC-ACCOUNT2
                 TO COMM-TPC-RES-ACCOUNT (WS-RESULT-INDEX, 2)
              MOVE HV-TPC-ACCOUNT3
                 TO COMM-TPC-RES-ACCOUNT (WS-RESULT-INDEX, 3)
              MOVE HV-TPC-ACCOUNT4
                 TO COMM-TPC-RES-ACCOUNT (WS-RESULT-INDEX, 4)
              MOVE HV-TPC-ACCOUNT5
                 TO COMM-TPC-RES-ACCOUNT (WS-RESULT-INDEX, 5)
              MOVE HV-TPC-STATUS
                 TO COMM-TPC-RES-STATUS (WS-RESULT-INDEX)
              MOVE HV-TPC-GRANT-DATE
                 TO COMM-TPC-RES-GRANT-DATE (WS-RESULT-INDEX)
              MOVE HV-TPC-GRANTED-BY
                 TO COMM-TPC-RES-GRANTED-BY (WS-RESULT-INDEX)
              MOVE HV-TPC-EXPIRY-DATE
                 TO COMM-TPC-RES-EXPIRY-DATE (WS-RESULT-INDEX)
              MOVE HV-TPC-REVOKED-DATE
                 TO COMM-TPC-RES-REVOKED-DATE (WS-RESULT-INDEX)
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TPCONS: FETCH failed, SQLCODE='
                         SQLCODE-DISPLAY
              END-IF
              MOVE 'Y' TO WS-EXIT-FETCH
           END-IF.

       FNC999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

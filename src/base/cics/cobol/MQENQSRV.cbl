      * drives the existing enquiry programs - INQCUST for a single
      * customer, CUSTSRCH, INQACCCU and INQACC through the
      * BANKREQ/BANKRESP/BANKROWS channel interfaces they already
      * expose, and INQPTRAN for an account's transactions - and
      * replies on the message's reply-to queue with
      * the request's message id as the correlation id, the standard
      * request/reply pairing.
      *
      * from the message, so an external system reading a customer
      * is as answerable as an operator reading one.
      *
      * A requesting system on the THIRD_PARTY_PROVIDER register is
      * an account-information provider reading on a customer's
      * behalf, not one of our own systems, and is served only
      * where the customer's live THIRD_PARTY_CONSENT for that
      * provider covers the read: customer details for INQCUST,
      * balances for INQACC (and for INQACCCU only where the
      * consent covers all the customer's accounts), transactions
      * for INQPTRAN - and for the account functions the account
      * itself must be one the consent names. A provider never
      * searches (CUSTSRCH) and reads transactions only by account.
      * Anything else is refused with fail code 'Q', as is every
      * read when the register or the consent cannot be checked.
      * Every provider request, served or refused, is recorded on
      * THIRD_PARTY_USAGE for the monthly TPCNITE usage report.
      *
      * The get and the reply put ride one unit of work with the
      * access-log insert: a failure backs the message onto the
      * queue rather than losing it. When the queue goes quiet the
          03 WS-RQM-PHONETIC            PIC X.
          03 WS-RQM-START               PIC 9(10).
          03 WS-RQM-PAGE-SIZE           PIC 9(4).
          03 WS-RQM-REF-START           PIC X(12).

      *
      * The reply - a fixed header, then the BANKRESP image, then
      * the BANKROWS image, so consumers map the payload with the
      * same channel copybooks a CICS caller uses. INQPTRAN has no
      * channel mode, so its reply carries the INQPTRAN commarea
      * image the way INQCUST's does. WS-RPM-FAIL-CD is '1' for a
      * bad eyecatcher, '2' for an unknown function, '5' when the
      * enquiry program could not be driven and 'Q' when a third
      * party's request is not covered by the customer's consent;
      * otherwise it is the enquiry program's own fail code.
      *
       01 WS-REPLY-MESSAGE.
          03 WS-RPM-EYECATCHER          PIC X(8)  VALUE 'BANKENQR'.
       01 INQCUST-COMMAREA.
           COPY INQCUST.

      * INQPTRAN commarea for an account's transactions
       01 INQPTRAN-COMMAREA.
           COPY INQPTRAN.

      * CUSTSRCH channel interface
           COPY CUSSRCCH.

          03 HV-ACCLOG-TIME             PIC X(8).
          03 HV-ACCLOG-TASKNO           PIC 9(7).

      * ACCOUNT DB2 copybook - resolves the customer behind an
      * account-keyed enquiry
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

       01 HV-ACCT-SORTCODE              PIC X(6).
       01 HV-ACCT-NUMBER                PIC X(8).
       01 HV-ACCT-CUSTNO                PIC X(10).

      * THIRD_PARTY_PROVIDER, THIRD_PARTY_CONSENT and
      * THIRD_PARTY_USAGE DB2 copybooks
           EXEC SQL
              INCLUDE TPPVDB2
           END-EXEC.

           EXEC SQL
              INCLUDE TPCNDB2
           END-EXEC.

           EXEC SQL
              INCLUDE TPUSDB2
           END-EXEC.

       01 HV-TPP-ID                     PIC X(8).
       01 HV-TPP-NAME                   PIC X(30).

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

       01 HOST-USAGE-ROW.
          03 HV-TPU-PROVIDER            PIC X(8).
          03 HV-TPU-SORTCODE            PIC X(6).
          03 HV-TPU-CUSTNO              PIC X(10).
          03 HV-TPU-FUNCTION            PIC X(8).
          03 HV-TPU-DATE                PIC S9(9) COMP.
          03 HV-TPU-TIME                PIC X(6).
          03 HV-TPU-OUTCOME             PIC X.

       01 HV-TODAY                      PIC S9(9) COMP.

       01 WS-THIRD-PARTY-SW             PIC X VALUE 'N'.
          88 THIRD-PARTY-REQUEST        VALUE 'Y'.
       01 WS-COVERED-SW                 PIC X VALUE 'N'.
          88 CONSENT-COVERS-READ        VALUE 'Y'.
       01 WS-SUBJECT-CUSTNO             PIC X(10).
       01 WS-OWNER-FOUND-SW             PIC X VALUE 'N'.
          88 ACCOUNT-OWNER-FOUND        VALUE 'Y'.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).

       PROCEDURE DIVISION.

           PERFORM WRITE-ACCESS-LOG.

           PERFORM WRITE-THIRD-PARTY-USAGE.

           EXEC CICS SYNCPOINT
           END-EXEC.

                 - LENGTH OF WS-RPM-DATA.

           MOVE WS-RQM-FUNCTION TO WS-RPM-FUNCTION.
           MOVE 'N' TO WS-THIRD-PARTY-SW.
           MOVE 'N' TO WS-OWNER-FOUND-SW.
           MOVE WS-RQM-CUSTNO TO WS-SUBJECT-CUSTNO.

           IF WS-RQM-EYECATCHER NOT = 'BANKENQ '
              DISPLAY 'MQENQSRV: Request with bad eyecatcher '
              MOVE 40 TO WS-RQM-PAGE-SIZE
           END-IF.

           PERFORM CHECK-THIRD-PARTY-CONSENT.

           IF WS-RPM-FAIL-CD NOT = ' '
              GO TO PRQ999
           END-IF.

           EVALUATE WS-RQM-FUNCTION
              WHEN 'INQCUST '
                 PERFORM SERVE-INQCUST
                 PERFORM SERVE-INQACCCU
              WHEN 'INQACC  '
                 PERFORM SERVE-INQACC
              WHEN 'INQPTRAN'
                 PERFORM SERVE-INQPTRAN
              WHEN OTHER
                 DISPLAY 'MQENQSRV: Unknown function '
                         WS-RQM-FUNCTION ' from ' WS-RQM-SYSTEM
           EXIT.


       SERVE-INQPTRAN SECTION.
       SPT010.
      *
      *    A third party reads an account's postings only - the
      *    customer-keyed lifecycle events are ours, so the
      *    customer key is never passed on for one.
      *
           INITIALIZE INQPTRAN-COMMAREA.
           MOVE WS-RQM-SCODE TO COMM-PT-SCODE.
           MOVE WS-RQM-ACCNO TO COMM-PT-ACCNO.
           MOVE WS-RQM-CUSTNO TO COMM-PT-CUSTNO.
           IF THIRD-PARTY-REQUEST
              MOVE 0 TO COMM-PT-CUSTNO
           END-IF.
           MOVE WS-RQM-REF-START TO COMM-PT-REF-START.

           IF WS-RQM-ACCNO NOT = 0
              AND NOT ACCOUNT-OWNER-FOUND
              PERFORM LOOKUP-ACCOUNT-OWNER
           END-IF.

           EXEC CICS LINK PROGRAM('INQPTRAN')
                COMMAREA(INQPTRAN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE '5' TO WS-RPM-FAIL-CD
              GO TO SPT999
           END-IF.

           MOVE COMM-PT-SUCCESS TO WS-RPM-SUCCESS.
           MOVE COMM-PT-FAIL-CD TO WS-RPM-FAIL-CD.

           IF COMM-PT-SUCCESS = 'Y'
              MOVE COMM-PT-COUNT TO WS-RPM-COUNT
              MOVE COMM-PT-MORE TO WS-RPM-MORE
              MOVE LENGTH OF INQPTRAN-COMMAREA TO WS-RPM-RESP-LEN
              MOVE INQPTRAN-COMMAREA
                 TO WS-RPM-DATA (1:LENGTH OF INQPTRAN-COMMAREA)
              ADD LENGTH OF INQPTRAN-COMMAREA TO WS-REPLY-USED-LEN
           END-IF.

       SPT999.
           EXIT.


       CHECK-THIRD-PARTY-CONSENT SECTION.
       CTC010.
      *
      *    A system not on the provider register is one of our own
      *    and is served as before. A provider is served only what
      *    the customer's live consent covers - anything the check
      *    cannot establish is refused, never served.
      *
           MOVE WS-RQM-SYSTEM TO HV-TPP-ID.

           EXEC SQL
              SELECT TPP_NAME
                INTO :HV-TPP-NAME
                FROM THIRD_PARTY_PROVIDER
               WHERE TPP_ID = :HV-TPP-ID
           END-EXEC.

           IF SQLCODE = 100
              GO TO CTC999
           END-IF.

           MOVE 'Y' TO WS-THIRD-PARTY-SW.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQENQSRV: Provider register check failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO CTC999
           END-IF.

           EVALUATE WS-RQM-FUNCTION
              WHEN 'INQCUST '
              WHEN 'INQACCCU'
                 CONTINUE
              WHEN 'INQACC  '
              WHEN 'INQPTRAN'
                 IF WS-RQM-ACCNO = 0
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                    GO TO CTC999
                 END-IF
                 PERFORM LOOKUP-ACCOUNT-OWNER
                 IF NOT ACCOUNT-OWNER-FOUND
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                    GO TO CTC999
                 END-IF
              WHEN 'CUSTSRCH'
                 MOVE 'Q' TO WS-RPM-FAIL-CD
                 GO TO CTC999
              WHEN OTHER
                 GO TO CTC999
           END-EVALUATE.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-TODAY = WS-ORIG-DATE-YYYY * 10000
                            + WS-ORIG-DATE-MM * 100
                            + WS-ORIG-DATE-DD.

           MOVE WS-RQM-SCODE TO HV-TPC-SORTCODE.
           MOVE WS-SUBJECT-CUSTNO TO HV-TPC-CUSTNO.
           MOVE WS-RQM-SYSTEM TO HV-TPC-PROVIDER.

           EXEC SQL
              SELECT TPC_PERM_BALANCES,
                     TPC_PERM_TRANSACTIONS,
                     TPC_PERM_CUSTOMER,
                     TPC_ACCOUNTS_ALL,
                     TPC_ACCOUNT1, TPC_ACCOUNT2, TPC_ACCOUNT3,
                     TPC_ACCOUNT4, TPC_ACCOUNT5
                INTO :HV-TPC-PERM-BALANCES,
                     :HV-TPC-PERM-TRANSACTIONS,
                     :HV-TPC-PERM-CUSTOMER,
                     :HV-TPC-ACCOUNTS-ALL,
                     :HV-TPC-ACCOUNT1, :HV-TPC-ACCOUNT2,
                     :HV-TPC-ACCOUNT3, :HV-TPC-ACCOUNT4,
                     :HV-TPC-ACCOUNT5
                FROM THIRD_PARTY_CONSENT
               WHERE TPC_SORTCODE = :HV-TPC-SORTCODE
                 AND TPC_CUSTNO = :HV-TPC-CUSTNO
                 AND TPC_PROVIDER = :HV-TPC-PROVIDER
                 AND TPC_STATUS = 'L'
                 AND TPC_EXPIRY_DATE > :HV-TODAY
           END-EXEC.

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'MQENQSRV: Consent check failed. SQLCODE='
                         SQLCODE-DISPLAY
              END-IF
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO CTC999
           END-IF.

           MOVE 'N' TO WS-COVERED-SW.
           MOVE WS-RQM-ACCNO TO HV-ACCT-NUMBER.
           IF HV-TPC-ACCOUNTS-ALL = 'Y'
              OR HV-ACCT-NUMBER = HV-TPC-ACCOUNT1
              OR HV-ACCT-NUMBER = HV-TPC-ACCOUNT2
              OR HV-ACCT-NUMBER = HV-TPC-ACCOUNT3
              OR HV-ACCT-NUMBER = HV-TPC-ACCOUNT4
              OR HV-ACCT-NUMBER = HV-TPC-ACCOUNT5
              MOVE 'Y' TO WS-COVERED-SW
           END-IF.

           EVALUATE WS-RQM-FUNCTION
              WHEN 'INQCUST '
                 IF HV-TPC-PERM-CUSTOMER NOT = 'Y'
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                 END-IF
              WHEN 'INQACCCU'
                 IF HV-TPC-PERM-BALANCES NOT = 'Y'
                    OR HV-TPC-ACCOUNTS-ALL NOT = 'Y'
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                 END-IF
              WHEN 'INQACC  '
                 IF HV-TPC-PERM-BALANCES NOT = 'Y'
                    OR NOT CONSENT-COVERS-READ
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                 END-IF
              WHEN 'INQPTRAN'
                 IF HV-TPC-PERM-TRANSACTIONS NOT = 'Y'
                    OR NOT CONSENT-COVERS-READ
                    MOVE 'Q' TO WS-RPM-FAIL-CD
                 END-IF
           END-EVALUATE.

       CTC999.
           EXIT.


       LOOKUP-ACCOUNT-OWNER SECTION.
       LAO010.

           MOVE WS-RQM-SCODE TO HV-ACCT-SORTCODE.
           MOVE WS-RQM-ACCNO TO HV-ACCT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-ACCT-CUSTNO
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-ACCT-CUSTNO TO WS-SUBJECT-CUSTNO
              MOVE 'Y' TO WS-OWNER-FOUND-SW
           END-IF.

       LAO999.
           EXIT.


       FETCH-ROWS-CONTAINER SECTION.
       FRC010.

           IF WS-RQM-FUNCTION = 'INQACC  '
              MOVE INQACC-CHR-CUSTNO TO HV-ACCLOG-NUMBER
           END-IF.
           IF WS-RQM-FUNCTION = 'INQPTRAN'
              MOVE WS-SUBJECT-CUSTNO TO HV-ACCLOG-NUMBER
           END-IF.
           MOVE WS-RQM-SYSTEM (1:3) TO HV-ACCLOG-OPERATOR.

           PERFORM POPULATE-TIME-DATE.
           EXIT.


       WRITE-THIRD-PARTY-USAGE SECTION.
       WTU010.
      *
      *    Every provider request is counted, served or not - the
      *    refusals are what the monthly report is read for.
      *
           IF NOT THIRD-PARTY-REQUEST
              GO TO WTU999
           END-IF.

           MOVE WS-RQM-SYSTEM TO HV-TPU-PROVIDER.
           MOVE WS-RQM-SCODE TO HV-TPU-SORTCODE.
           MOVE WS-SUBJECT-CUSTNO TO HV-TPU-CUSTNO.
           MOVE WS-RQM-FUNCTION TO HV-TPU-FUNCTION.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-TPU-DATE = WS-ORIG-DATE-YYYY * 10000
                               + WS-ORIG-DATE-MM * 100
                               + WS-ORIG-DATE-DD.
           MOVE WS-TIME-NOW TO HV-TPU-TIME.

           EVALUATE TRUE
              WHEN WS-RPM-FAIL-CD = 'Q'
                 MOVE 'R' TO HV-TPU-OUTCOME
              WHEN WS-RPM-SUCCESS = 'Y'
                 MOVE 'S' TO HV-TPU-OUTCOME
              WHEN OTHER
                 MOVE 'F' TO HV-TPU-OUTCOME
           END-EVALUATE.

           EXEC SQL
              INSERT INTO THIRD_PARTY_USAGE
                 ( TPU_PROVIDER,
                   TPU_SORTCODE,
                   TPU_CUSTNO,
                   TPU_FUNCTION,
                   TPU_DATE,
                   TPU_TIME,
                   TPU_OUTCOME )
                 VALUES
                 ( :HV-TPU-PROVIDER,
                   :HV-TPU-SORTCODE,
                   :HV-TPU-CUSTNO,
                   :HV-TPU-FUNCTION,
                   :HV-TPU-DATE,
                   :HV-TPU-TIME,
                   :HV-TPU-OUTCOME )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQENQSRV - THIRD_PARTY_USAGE insert '
                      'failed. SQLCODE=' SQLCODE-DISPLAY
           END-IF.

       WTU999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.


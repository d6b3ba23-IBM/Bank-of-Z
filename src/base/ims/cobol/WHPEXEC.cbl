      * Each payment commits individually, ACCSTMT-style, and
      * PROCTRAN references come from the HBNKPROCREF counter
      * through DFHNCTR.
      *
      * A payment whose payee sort code is not on the BRANCH
      * directory is to an account at another bank: the payer is
      * debited under the same rules, the debit recorded on
      * PROCTRAN as type 'OBP', and the payment queued on
      * OUTBOUND_PAYMENT in the same unit of work for OBPSUBM's
      * clearing submission - the path XFRFUN takes online.
      ******************************************************************

       ENVIRONMENT DIVISION.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * BRANCH DB2 copybook - a payee sort code that is not one of
      * our own branches is a payment to another bank
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

       77  HV-BRANCH-CHECK-COUNT     PIC S9(9) COMP    VALUE 0.
       77  WS-OUTBOUND-SW            PIC X             VALUE 'N'.
           88  OUTBOUND-PAYMENT      VALUE 'Y'.

      * OUTBOUND_PAYMENT DB2 copybook - the clearing queue
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

      * SAVED_PAYEE DB2 copybook - the beneficiary name for the
      * clearing file is the payer's nickname for the payee
           EXEC SQL
              INCLUDE PAYEDB2
           END-EXEC.

       01  HOST-OUTBOUND-ROW.
           03  HV-OBP-ID             PIC S9(9) COMP.
           03  HV-OBP-PAYEE-NAME     PIC X(18).
           03  HV-OBP-PAYEE-REF      PIC X(18).
           03  HV-OBP-PROCTRAN-REF   PIC X(12).
       77  HV-OBP-MAX-ID             PIC S9(9) COMP    VALUE 0.
       77  HV-OBP-NICKNAME           PIC X(20)         VALUE SPACES.
       77  WS-OBP-PAYMENT-ID-X       PIC 9(9)          VALUE 0.

      * CUSTOMER_CHANGE_LOG DB2 copybook - the cooling-off check
      * reads the contact-change trail UPDCUST leaves
           EXEC SQL

           INITIALIZE HOST-TO-ACCOUNT-ROW.

           PERFORM CHECK-DESTINATION-BANK
              THRU CHECK-DESTINATION-BANK-END.
           IF OUTBOUND-PAYMENT
             GO TO READ-PAYMENT-ACCOUNTS-END
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
           END-IF.
       READ-PAYMENT-ACCOUNTS-END.

      * PROCEDURE CHECK-DESTINATION-BANK
      * A payee sort code that is not on the BRANCH directory is
      * another bank's - there is no payee ACCOUNT row to read or
      * credit. A failed lookup is treated as one of our own
      * branches so the payee read decides, as XFRFUN does.
       CHECK-DESTINATION-BANK.
           MOVE 'N' TO WS-OUTBOUND-SW.

           IF HV-WP-TO-SORTCODE = HV-WP-FROM-SORTCODE
             GO TO CHECK-DESTINATION-BANK-END
           END-IF.

           MOVE 0 TO HV-BRANCH-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-BRANCH-CHECK-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-WP-TO-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-BRANCH-CHECK-COUNT
           END-IF.

           IF HV-BRANCH-CHECK-COUNT = 0
             MOVE 'Y' TO WS-OUTBOUND-SW
           END-IF.
       CHECK-DESTINATION-BANK-END.

      * PROCEDURE CHECK-PAYMENT-CONTROLS
      * The same direction rules the online transfer applies.
      * Fails safe.
             GO TO POST-PAYMENT-TRANSFER-END
           END-IF.

           IF OUTBOUND-PAYMENT
             PERFORM POST-OUTBOUND-DEBIT THRU POST-OUTBOUND-DEBIT-END
             GO TO POST-PAYMENT-TRANSFER-END
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE
              THRU WRITE-PROCTRAN-SIDE-END.
       POST-PAYMENT-TRANSFER-END.

      * PROCEDURE POST-OUTBOUND-DEBIT
      * A payment to another bank: the payer's debit is recorded as
      * type 'OBP' and the payment queued on OUTBOUND_PAYMENT,
      * keyed back to the debit's reference, in the same unit of
      * work - so neither can commit without the other.
       POST-OUTBOUND-DEBIT.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-WP-FROM-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-WP-FROM-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-WP-TO-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-WP-TO-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE 'WAREHOUSED PAYMENT' TO HV-PROCTRAN-DESC(17:18).
           MOVE 'OBP' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-WP-AMOUNT.
           MOVE WS-FROM-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-SIDE
              THRU WRITE-PROCTRAN-SIDE-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO POST-OUTBOUND-DEBIT-END
           END-IF.

           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE HV-PROCTRAN-REF TO HV-OBP-PROCTRAN-REF.
           MOVE HV-WP-ID TO WS-OBP-PAYMENT-ID-X.
           STRING 'PAYMENT ' DELIMITED BY SIZE
                  WS-OBP-PAYMENT-ID-X DELIMITED BY SIZE
              INTO HV-OBP-PAYEE-REF
           END-STRING.

           MOVE SPACES TO HV-OBP-NICKNAME.
           EXEC SQL
              SELECT SAVED_PAYEE_NICKNAME
                INTO :HV-OBP-NICKNAME
                FROM SAVED_PAYEE
               WHERE SAVED_PAYEE_SORTCODE = :HV-WP-FROM-SORTCODE
                 AND SAVED_PAYEE_CUSTOMER = :HV-FROM-CUST-NUMBER
                 AND SAVED_PAYEE_DEST_SORTCODE = :HV-WP-TO-SORTCODE
                 AND SAVED_PAYEE_DEST_NUMBER = :HV-WP-TO-NUMBER
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE HV-OBP-NICKNAME (1:18) TO HV-OBP-PAYEE-NAME.

           MOVE 0 TO HV-OBP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(OUTBOUND_PAYMENT_ID), 0)
                INTO :HV-OBP-MAX-ID
                FROM OUTBOUND_PAYMENT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'OUTBOUND QUEUE FAILED' TO WS-EXCEPTION-TEXT
             GO TO POST-OUTBOUND-DEBIT-END
           END-IF.

           COMPUTE HV-OBP-ID = HV-OBP-MAX-ID + 1.

           EXEC SQL
              INSERT INTO OUTBOUND_PAYMENT
                     ( OUTBOUND_PAYMENT_ID,
                       OUTBOUND_FROM_SORTCODE,
                       OUTBOUND_FROM_NUMBER,
                       OUTBOUND_DEST_SORTCODE,
                       OUTBOUND_DEST_NUMBER,
                       OUTBOUND_PAYEE_NAME,
                       OUTBOUND_PAYEE_REF,
                       OUTBOUND_AMOUNT,
                       OUTBOUND_SOURCE,
                       OUTBOUND_SOURCE_ID,
                       OUTBOUND_PROCTRAN_REF,
                       OUTBOUND_STATUS,
                       OUTBOUND_QUEUED_DATE,
                       OUTBOUND_SUBMIT_DATE,
                       OUTBOUND_RETURN_REASON,
                       OUTBOUND_RETURN_REF )
              VALUES ( :HV-OBP-ID,
                       :HV-WP-FROM-SORTCODE,
                       :HV-WP-FROM-NUMBER,
                       :HV-WP-TO-SORTCODE,
                       :HV-WP-TO-NUMBER,
                       :HV-OBP-PAYEE-NAME,
                       :HV-OBP-PAYEE-REF,
                       :HV-WP-AMOUNT,
                       'WHP',
                       :HV-WP-ID,
                       :HV-OBP-PROCTRAN-REF,
                       'Q',
                       :WS-RUN-DATE,
                       0,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'WHPEXEC: UNABLE TO QUEUE OUTBOUND PAYMENT '
                     'FOR PAYMENT ' HV-WP-ID ' SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'OUTBOUND QUEUE FAILED' TO WS-EXCEPTION-TEXT
           END-IF.
       POST-OUTBOUND-DEBIT-END.

      * PROCEDURE WRITE-PROCTRAN-SIDE
       WRITE-PROCTRAN-SIDE.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.

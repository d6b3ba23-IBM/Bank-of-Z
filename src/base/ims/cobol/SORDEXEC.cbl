      * CALL interface (DFHNCTR), the same sequence the online
      * posting programs use. An order whose reference cannot be
      * issued is rolled back and left for the next night's run.
      *
      * An order whose payee sort code is not on the BRANCH
      * directory pays an account at another bank: the payer is
      * debited under the same controls, the debit is recorded on
      * PROCTRAN as type 'OBP', and the payment is queued on
      * OUTBOUND_PAYMENT in the same unit of work for OBPSUBM to
      * put on the clearing submission file - the path XFRFUN takes
      * online.
      *
      * An order paying into a tax-free savings wrapper is the
      * payee's subscription, unless it comes from another of their
      * own wrappers, and is excepted if it would take them over the
      * annual allowance. WRAPCHK holds the one copy of those rules
      * and records the subscription in the order's unit of work.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

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
       77  WS-OBP-ORDER-ID-X         PIC 9(9)          VALUE 0.
       77  WS-ORDERS-OUTBOUND        PIC 9(8)  COMP    VALUE 0.

      * TARIFF DB2 copybook - a failed standing order is a
      * chargeable event
           EXEC SQL
       77  WS-CHG-NEW-AVAIL-BAL      PIC S9(10)V99     VALUE 0.
       77  WS-CHG-NEW-ACTUAL-BAL     PIC S9(10)V99     VALUE 0.

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules for an order paying into a wrapper
       01  WRAPCHK-PROGRAM           PIC X(8)  VALUE 'WRAPCHK'.
       01  WRAPCHK-COMMAREA.
           COPY WRAPCHK.

      * STANDING_ORDER host variables for DB2
       01  HOST-ORDER-ROW.
           03  HV-SO-ID                  PIC S9(9) COMP.

           MOVE 'STO' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'OBP' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           OPEN OUTPUT SORD-RPT-FILE.
           OPEN OUTPUT SORD-EXC-FILE.
           DISPLAY 'SORDEXEC: ORDERS POSTED     = ' WS-RECS-DISPLAY.
           MOVE WS-ORDERS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'SORDEXEC: ORDERS EXCEPTED   = ' WS-RECS-DISPLAY.
           MOVE WS-ORDERS-OUTBOUND TO WS-RECS-DISPLAY.
           DISPLAY 'SORDEXEC: TO OTHER BANKS    = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ORDERS-READ TO BREG-ROWS.

           PERFORM READ-FROM-ACCOUNT THRU READ-FROM-ACCOUNT-END.
           IF WS-POSTING-OK = 'Y'
             PERFORM CHECK-DESTINATION-BANK
                THRU CHECK-DESTINATION-BANK-END
           END-IF.
           IF WS-POSTING-OK = 'Y' AND NOT OUTBOUND-PAYMENT
             PERFORM READ-TO-ACCOUNT THRU READ-TO-ACCOUNT-END
           END-IF.

                THRU CHECK-ORDER-CONTROLS-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND NOT OUTBOUND-PAYMENT
             PERFORM CHECK-WRAPPER-ALLOWANCE
                THRU CHECK-WRAPPER-ALLOWANCE-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM POST-ORDER-TRANSFER
                THRU POST-ORDER-TRANSFER-END
             END-IF
           ELSE
             ADD 1 TO WS-ORDERS-POSTED
             IF OUTBOUND-PAYMENT
               ADD 1 TO WS-ORDERS-OUTBOUND
             END-IF
           END-IF.

      *
           END-IF.
       READ-FROM-ACCOUNT-END.

      * PROCEDURE CHECK-DESTINATION-BANK
      * A payee sort code that is not on the BRANCH directory is
      * another bank's - there is no payee ACCOUNT row to read or
      * credit. Our own sort code is never looked up, and a failed
      * lookup is treated as one of our own branches so the payee
      * read decides, as XFRFUN does.
       CHECK-DESTINATION-BANK.
           INITIALIZE HOST-TO-ACCOUNT-ROW.
           MOVE HV-SO-TO-SORTCODE TO HV-TO-SORTCODE.
           MOVE HV-SO-TO-NUMBER TO HV-TO-NUMBER.
           MOVE 'N' TO WS-OUTBOUND-SW.

           IF HV-SO-TO-SORTCODE = HV-SO-FROM-SORTCODE
             GO TO CHECK-DESTINATION-BANK-END
           END-IF.

           MOVE 0 TO HV-BRANCH-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-BRANCH-CHECK-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-TO-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-BRANCH-CHECK-COUNT
           END-IF.

           IF HV-BRANCH-CHECK-COUNT = 0
             MOVE 'Y' TO WS-OUTBOUND-SW
           END-IF.
       CHECK-DESTINATION-BANK-END.

      * PROCEDURE READ-TO-ACCOUNT
       READ-TO-ACCOUNT.
           INITIALIZE HOST-TO-ACCOUNT-ROW.
           END-IF.
       CHECK-ORDER-CONTROLS-END.

      * PROCEDURE CHECK-WRAPPER-ALLOWANCE
      * WRAPCHK says whether the payee account is a wrapper and, if
      * it is, whether the order still fits the payee's allowance
      * for the tax year the run date falls in. A WRAPCHK that
      * cannot tell excepts the order the same way.
       CHECK-WRAPPER-ALLOWANCE.
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'C' TO COMM-WR-FUNCTION.
           MOVE HV-TO-SORTCODE TO COMM-WR-SCODE.
           MOVE HV-TO-NUMBER TO COMM-WR-ACCNO.
           IF HV-FROM-SORTCODE = HV-TO-SORTCODE
             MOVE HV-FROM-NUMBER TO COMM-WR-FROM-ACCNO
           ELSE
             MOVE SPACES TO COMM-WR-FROM-ACCNO
           END-IF.
           MOVE HV-SO-AMOUNT TO COMM-WR-AMOUNT.
           MOVE WS-RUN-DATE TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'T' TO WS-EXCEPTION-CODE
           END-IF.
       CHECK-WRAPPER-ALLOWANCE-END.

      * PROCEDURE POST-ORDER-TRANSFER
      * The debit may take the payer overdrawn, but never beyond
      * its agreed overdraft limit - the same floor XFRFUN applies,
             GO TO POST-ORDER-TRANSFER-END
           END-IF.

           IF OUTBOUND-PAYMENT
             PERFORM POST-OUTBOUND-DEBIT THRU POST-OUTBOUND-DEBIT-END
             GO TO POST-ORDER-TRANSFER-END
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-TO-NEW-AVAIL-BAL,
           MOVE HV-SO-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-TO-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-SIDE THRU WRITE-PROCTRAN-SIDE-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO POST-ORDER-TRANSFER-END
           END-IF.

      *
      *    A subscription to the payee's wrapper is recorded in the
      *    same unit of work - if it cannot be, the order backs out.
      *
           IF WR-IS-SUBSCRIPTION
             MOVE 'R' TO COMM-WR-FUNCTION
             CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA
             IF NOT WR-CREDIT-PERMITTED
               MOVE 'N' TO WS-POSTING-OK
               MOVE '8' TO WS-EXCEPTION-CODE
             END-IF
           END-IF.
       POST-ORDER-TRANSFER-END.

      * PROCEDURE POST-OUTBOUND-DEBIT
      * An order paying another bank: the payer's debit is recorded
      * as type 'OBP' and the payment queued on OUTBOUND_PAYMENT,
      * keyed back to the debit's reference, in the same unit of
      * work - so neither can commit without the other.
       POST-OUTBOUND-DEBIT.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-FROM-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-FROM-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.
           MOVE HV-TO-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-TO-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE 'STANDING ORDER' TO HV-PROCTRAN-DESC(17:14).
           MOVE 'OBP' TO HV-PROCTRAN-TYPE.
           MOVE WS-DEBIT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-FROM-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-SIDE THRU WRITE-PROCTRAN-SIDE-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO POST-OUTBOUND-DEBIT-END
           END-IF.

           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE HV-PROCTRAN-REF TO HV-OBP-PROCTRAN-REF.
           MOVE HV-SO-ID TO WS-OBP-ORDER-ID-X.
           STRING 'S/O ' DELIMITED BY SIZE
                  WS-OBP-ORDER-ID-X DELIMITED BY SIZE
              INTO HV-OBP-PAYEE-REF
           END-STRING.

           MOVE SPACES TO HV-OBP-NICKNAME.
           EXEC SQL
              SELECT SAVED_PAYEE_NICKNAME
                INTO :HV-OBP-NICKNAME
                FROM SAVED_PAYEE
               WHERE SAVED_PAYEE_SORTCODE = :HV-FROM-SORTCODE
                 AND SAVED_PAYEE_CUSTOMER = :HV-FROM-CUST-NUMBER
                 AND SAVED_PAYEE_DEST_SORTCODE = :HV-TO-SORTCODE
                 AND SAVED_PAYEE_DEST_NUMBER = :HV-TO-NUMBER
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
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SORDEXEC: OUTBOUND ID LOOKUP FAILED FOR ORDER '
                     HV-SO-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '8' TO WS-EXCEPTION-CODE
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
                       :HV-FROM-SORTCODE,
                       :HV-FROM-NUMBER,
                       :HV-TO-SORTCODE,
                       :HV-TO-NUMBER,
                       :HV-OBP-PAYEE-NAME,
                       :HV-OBP-PAYEE-REF,
                       :HV-SO-AMOUNT,
                       'STO',
                       :HV-SO-ID,
                       :HV-OBP-PROCTRAN-REF,
                       'Q',
                       :WS-RUN-DATE,
                       0,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SORDEXEC: UNABLE TO QUEUE OUTBOUND PAYMENT '
                     'FOR ORDER ' HV-SO-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '8' TO WS-EXCEPTION-CODE
           END-IF.
       POST-OUTBOUND-DEBIT-END.

      * PROCEDURE WRITE-PROCTRAN-SIDE
      * Draws a cross-region reference from HBNKPROCREF and inserts
      * the PROCTRAN row already built in HOST-PROCTRAN-ROW.
               MOVE 'PAYEE ACCOUNT CONTROLLED' TO WS-EXC-REASON
             WHEN 'L'
               MOVE 'BALANCE CONFLICT - RETRY' TO WS-EXC-REASON
             WHEN 'T'
               MOVE 'PAYEE WRAPPER ALLOWANCE USED' TO WS-EXC-REASON
             WHEN OTHER
               MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-EXC-REASON
           END-EVALUATE.

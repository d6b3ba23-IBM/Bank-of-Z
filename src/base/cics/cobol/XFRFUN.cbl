      * those rules and queues anything due; nothing in that path
      * may block or delay the transfer that triggered it.
      *
      * A destination sort code that is not on the BRANCH directory
      * is a payment to another bank. There is no ACCOUNT row to
      * credit, so the payer is debited through the same controls
      * and limits, the debit is recorded on PROCTRAN as type 'OBP',
      * and the payment is queued on OUTBOUND_PAYMENT for OBPSUBM to
      * put on the nightly clearing submission file. The queue row
      * rides this unit of work, so a payment can never leave the
      * bank without its debit, nor the debit post without it.
      *
      * COMM-XFR-AMT is in the from-account's currency. When the
      * to-account is held in another currency (a payment to another
      * bank always clears in sterling) the credit is converted at
      * the day's EXCHANGE_RATE, and both PROCTRAN sides carry the
      * counterpart currency, the counterpart amount and the rate
      * after the counterpart account in the description.
      *
      * A payment from an organisation's account must carry the
      * signatures its signing rules require - MANDCHK holds the
      * one copy of those rules. A mandate holder's payment is
      * governed by the mandate instead, and a released cooling-off
      * hold was signed for before it was held.
      *
      * A transfer out of a notice account must be covered by a
      * matured notice of withdrawal, which it draws down, or the
      * customer must accept the product's loss-of-interest penalty
      * - the same rule DBCRFUN applies to a withdrawal, the penalty
      * posting as its own 'CHG' line on the from-account.
      *
      * A transfer into a tax-free savings wrapper is the customer's
      * subscription, unless it comes from another of their own
      * wrappers, and must keep them inside the annual allowance -
      * WRAPCHK holds the one copy of those rules and records the
      * subscription in the same unit of work as the transfer.
      *
      * Both sides carry a value date on PROCTRAN. A transfer may
      * be back-valued within the window BNKDATE allows, as DBCRFUN
      * postings may, and either account whose interest has already
      * been accrued on or after the value date gets an
      * INTEREST_RECALC row in the same unit of work for ACCRINT to
      * re-run its accrual from that date.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
          03 HV-FROM-AVAIL-BAL          PIC S9(10)V99 COMP-3.
          03 HV-FROM-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
          03 HV-FROM-MATURITY-DT        PIC S9(9) COMP.
          03 HV-FROM-CURRENCY           PIC X(3).
          03 HV-FROM-LAST-ACCRUED       PIC S9(9) COMP.

       01 HOST-TO-ACCOUNT-ROW.
          03 HV-TO-CUST-NUMBER          PIC X(10).
          03 HV-TO-NUMBER               PIC X(8).
          03 HV-TO-AVAIL-BAL            PIC S9(10)V99 COMP-3.
          03 HV-TO-ACTUAL-BAL           PIC S9(10)V99 COMP-3.
          03 HV-TO-CURRENCY             PIC X(3).
          03 HV-TO-LAST-ACCRUED         PIC S9(9) COMP.

      * EXCHANGE_RATE DB2 copybook - the day's rates for a transfer
      * between accounts held in different currencies
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

       01 HV-RATE-CURRENCY              PIC X(3).
       01 HV-RATE-DATE                  PIC S9(9) COMP.
       01 HV-RATE-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-FROM-RATE                  PIC S9(5)V9(6) VALUE 1.
       01 WS-TO-RATE                    PIC S9(5)V9(6) VALUE 1.
       01 WS-CROSS-RATE                 PIC S9(5)V9(6) VALUE 1.
       01 WS-CREDIT-AMOUNT              PIC S9(10)V99 VALUE 0.

      * The conversion as it is packed into PROCTRAN_DESC(41:26) -
      * the other side's currency and amount and the rate (units
      * of the to-currency per unit of the from-currency).
       01 WS-FX-DESC.
          03 WS-FXD-CURRENCY            PIC X(3).
          03 WS-FXD-AMOUNT              PIC 9(10)V99.
          03 WS-FXD-RATE                PIC 9(5)V9(6).

      * BRANCH DB2 copybook - a destination sort code that is not
      * one of our own branches is a payment to another bank
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

       01 HV-BRANCH-CHECK-COUNT         PIC S9(9) COMP.
       01 WS-OUTBOUND-SW                PIC X         VALUE 'N'.
          88 OUTBOUND-PAYMENT           VALUE 'Y'.
       01 WS-XFR-TXN-TYPE               PIC X(3)      VALUE 'TFR'.

      * OUTBOUND_PAYMENT DB2 copybook - the queue OBPSUBM builds
      * the clearing submission file from
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

       01 HOST-OUTBOUND-ROW.
          03 HV-OBP-ID                  PIC S9(9) COMP.
          03 HV-OBP-PAYEE-NAME          PIC X(18).
          03 HV-OBP-PAYEE-REF           PIC X(18).
          03 HV-OBP-PROCTRAN-REF        PIC X(12).
          03 HV-OBP-QUEUED-DATE         PIC S9(9) COMP.
       01 HV-OBP-MAX-ID                 PIC S9(9) COMP.
       01 HV-OBP-NICKNAME               PIC X(20).

      * ACCOUNT_CONTROL DB2 copybook - freeze/post-no-debits/
      * post-no-credits controls enforced before anything posts
       01 HV-TXNT-CODE                  PIC X(3).
       01 HV-TXNT-CHECK-COUNT           PIC S9(9) COMP.

      * ACCOUNT_PRODUCT DB2 copybook - the notice period
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE DB2 copybook - the notices a transfer
      * out of a notice account must be covered by
           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

      * TARIFF DB2 copybook - the product's notice penalty
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

       01 HV-FROM-ACCOUNT-TYPE          PIC X(8).
       01 HV-PROD-NOTICE-DAYS           PIC S9(9) COMP.
       01 HV-FROM-INT-RATE              PIC S9(4)V99 COMP-3.
       01 HV-FROM-FEE-WAIVER            PIC X.
       01 HV-TARIFF-AMOUNT              PIC S9(10)V99 COMP-3.
       01 HV-NOTICE-ID                  PIC S9(9) COMP.
       01 HV-NOTICE-DEBIT               PIC S9(10)V99 COMP-3.

      *
      * Set by CHECK-NOTICE-PERIOD - a covering notice is drawn
      * down, and an accepted penalty charged, only once the
      * transfer itself has posted.
      *
       01 WS-NOTICE-SW                  PIC X         VALUE 'N'.
          88 NOTICE-COVERS-DEBIT        VALUE 'C'.
          88 NOTICE-PENALTY-ACCEPTED    VALUE 'P'.
       01 WS-NOTICE-PENALTY             PIC S9(10)V99 VALUE 0.

      * CUSTOMER_TXN_LIMIT DB2 copybook - the day's accumulated
      * outbound postings must stay inside the customer's daily
      * limit
       01 WS-COOLOFF-THRESHOLD          PIC S9(10)V99 VALUE 2500.00.
       01 WS-COOLOFF-DAYS               PIC S9(9) COMP VALUE 14.

      * ACCTVAL commarea - the sort code and account number checks
      * for a payment to another bank
       01 ACCTVAL-PROGRAM               PIC X(8) VALUE 'ACCTVAL'.
       01 ACCTVAL-COMMAREA.
           COPY ACCTVAL.

      * MANDCHK commarea - the one copy of the mandate rules,
      * consulted for acting-for transfers
       01 MANDCHK-PROGRAM               PIC X(8) VALUE 'MANDCHK'.
       01 MANDCHK-COMMAREA.
           COPY MANDCHK.

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules for a transfer into a wrapper
       01 WRAPCHK-PROGRAM               PIC X(8)      VALUE 'WRAPCHK'.
       01 WRAPCHK-COMMAREA.
           COPY WRAPCHK.

      *
      * Set by CHECK-WRAPPER-ALLOWANCE when the credit side is a
      * wrapper subscription, recorded only once it has posted.
      *
       01 WS-WRAP-SUB-SW                PIC X         VALUE 'N'.
          88 WRAPPER-SUBSCRIPTION       VALUE 'Y'.

      * CUSTOMER_ACCESS_LOG DB2 copybook - an acting-for transfer
      * is stamped as the third party acting
           EXEC SQL
          03 HV-PROCTRAN-DESC           PIC X(90).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-BALANCE        PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-VALUE-DATE     PIC X(10).

      * INTEREST_RECALC DB2 copybook - a back-valued posting on an
      * account already accrued past its value date
           EXEC SQL
              INCLUDE IRCLDB2
           END-EXEC.

       01 HOST-RECALC-ROW.
          03 HV-RECALC-SORTCODE         PIC X(6).
          03 HV-RECALC-NUMBER           PIC X(8).
          03 HV-RECALC-VALUE-DATE       PIC S9(9) COMP.
          03 HV-RECALC-POSTED-DATE      PIC S9(9) COMP.
          03 HV-RECALC-AMOUNT           PIC S9(10)V99 COMP-3.

      *
      * Set by CHECK-VALUE-DATE when the caller back-values the
      * transfer, with the value date in each form it is needed.
      *
       01 WS-VALUE-DATE-SW              PIC X         VALUE 'N'.
          88 BACK-VALUED                VALUE 'Y'.
       01 WS-VALUE-DATE-DOT             PIC X(10).
       01 WS-VALUE-DATE-ISO             PIC X(10).
       01 WS-VALUE-DATE-GRP REDEFINES WS-VALUE-DATE-ISO.
          03 WS-VALUE-DATE-YYYY         PIC 9(4).
          03 FILLER                     PIC X.
          03 WS-VALUE-DATE-MM           PIC 99.
          03 FILLER                     PIC X.
          03 WS-VALUE-DATE-DD           PIC 99.

      * Pull in the SQL COMMAREA
           EXEC SQL
       01 CUSTALRT-COMMAREA.
           COPY CUSTALRT.

      * SVCCHK commarea - whether postings are frozen for the
      * overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 ABNDINFO-REC.
           COPY ABNDINFO.


           MOVE 'N' TO COMM-XFR-SUCCESS.
           MOVE ' ' TO COMM-XFR-FAIL-CODE.
           MOVE 'N' TO COMM-XFR-OUTBOUND.
           MOVE 0 TO COMM-XFR-OUTBOUND-ID.
           MOVE SPACES TO COMM-XFR-PROCTRAN-REF.

      *
      *    Nothing moves while operations have postings frozen for
      *    the overnight batch. A confirmation-of-payee verdict on
      *    its own posts nothing and is still given.
      *
           IF COMM-XFR-COP-VERIFY NOT = 'Y'
              INITIALIZE SVCCHK-COMMAREA
              SET SVCC-POSTING TO TRUE
              CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA
              IF NOT SVCC-UPDATES-ALLOWED
                 DISPLAY 'XFRFUN: Postings frozen - ' SVCC-MESSAGE
                 MOVE 'Q' TO COMM-XFR-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           IF COMM-XFR-AMT NOT > ZERO
              DISPLAY 'XFRFUN: Transfer amount must be positive'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-XFR-VALUE-DATE NOT = SPACES AND LOW-VALUES
              PERFORM CHECK-VALUE-DATE
           END-IF.

           PERFORM READ-FROM-ACCOUNT.

           PERFORM CHECK-DESTINATION-BANK.

           IF NOT OUTBOUND-PAYMENT
              PERFORM READ-TO-ACCOUNT
           END-IF.

      *
      *    The credit is the transfer amount in the to-account's
      *    currency - converted at the day's rate when the two
      *    accounts are held in different currencies.
      *
           PERFORM CONVERT-TRANSFER-AMOUNT.

      *
      *    An acting-for transfer names a mandate - MANDCHK, the
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    An organisation's own payment needs its signatories.
      *
           IF COMM-XFR-MANDATE-ID = 0
              AND COMM-XFR-HOLD-OVERRIDE NOT = 'Y'
              PERFORM CHECK-SIGNING-RULES
           END-IF.

           PERFORM FLAG-NEW-PAYEE.

           PERFORM CHECK-TRANSFER-CONTROLS.

           PERFORM CHECK-TERM-MATURITY.

           PERFORM CHECK-NOTICE-PERIOD.

           PERFORM CHECK-TXN-TYPE.

           IF NOT OUTBOUND-PAYMENT
              PERFORM CHECK-WRAPPER-ALLOWANCE
           END-IF.

           PERFORM CHECK-DAILY-LIMIT.

           PERFORM CHECK-VELOCITY.

      *
      *    The debit may take the from-account overdrawn, but never
      *    beyond its agreed overdraft limit. A notice penalty comes
      *    out with the debit.
      *
           COMPUTE WS-DEBIT-AMOUNT = 0 - COMM-XFR-AMT.
           COMPUTE WS-FROM-NEW-AVAIL-BAL =
              HV-FROM-AVAIL-BAL + WS-DEBIT-AMOUNT - WS-NOTICE-PENALTY.
           COMPUTE WS-FROM-NEW-ACTUAL-BAL =
              HV-FROM-ACTUAL-BAL + WS-DEBIT-AMOUNT - WS-NOTICE-PENALTY.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-FROM-OVERDRAFT.

           IF WS-FROM-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM UPDATE-FROM-ACCOUNT.

      *
      *    A payment to another bank has no to-account to credit -
      *    the debit is queued for the clearing submission instead.
      *
           IF OUTBOUND-PAYMENT
              MOVE 0 TO WS-TO-NEW-AVAIL-BAL
              MOVE 0 TO WS-TO-NEW-ACTUAL-BAL
              PERFORM WRITE-PROCTRAN-DEBIT-SIDE
              PERFORM QUEUE-OUTBOUND-PAYMENT
           ELSE
              COMPUTE WS-TO-NEW-AVAIL-BAL =
                 HV-TO-AVAIL-BAL + WS-CREDIT-AMOUNT
              COMPUTE WS-TO-NEW-ACTUAL-BAL =
                 HV-TO-ACTUAL-BAL + WS-CREDIT-AMOUNT
              PERFORM UPDATE-TO-ACCOUNT
              PERFORM WRITE-PROCTRAN-DEBIT-SIDE
              PERFORM WRITE-PROCTRAN-CREDIT-SIDE
           END-IF.

           IF WRAPPER-SUBSCRIPTION
              PERFORM RECORD-WRAPPER-SUBSCRIPTION
           END-IF.

           IF NOTICE-COVERS-DEBIT
              PERFORM DRAW-DOWN-NOTICE
           END-IF.

           IF NOTICE-PENALTY-ACCEPTED AND WS-NOTICE-PENALTY > 0
              PERFORM WRITE-PROCTRAN-PENALTY
           END-IF.

           PERFORM NOTIFY-CUSTOMER-ALERTS.

           MOVE WS-FROM-NEW-ACTUAL-BAL TO COMM-XFR-FROM-ACTUAL-BAL.
           MOVE WS-TO-NEW-AVAIL-BAL TO COMM-XFR-TO-AVAIL-BAL.
           MOVE WS-TO-NEW-ACTUAL-BAL TO COMM-XFR-TO-ACTUAL-BAL.
           MOVE WS-CREDIT-AMOUNT TO COMM-XFR-CREDIT-AMT.
           MOVE WS-CROSS-RATE TO COMM-XFR-FX-RATE.
           MOVE WS-NOTICE-PENALTY TO COMM-XFR-NOTICE-PENALTY-AMT.
           MOVE 'Y' TO COMM-XFR-SUCCESS.
           MOVE ' ' TO COMM-XFR-FAIL-CODE.

                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_MATURITY_DATE, 0),
                     COALESCE(ACCOUNT_CURRENCY, 'GBP'),
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                INTO :HV-FROM-CUST-NUMBER,
                     :HV-FROM-OVERDRAFT,
                     :HV-FROM-AVAIL-BAL,
                     :HV-FROM-ACTUAL-BAL,
                     :HV-FROM-MATURITY-DT,
                     :HV-FROM-CURRENCY,
                     :HV-FROM-LAST-ACCRUED
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-FROM-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-FROM-NUMBER
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_CURRENCY, 'GBP'),
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                INTO :HV-TO-CUST-NUMBER,
                     :HV-TO-AVAIL-BAL,
                     :HV-TO-ACTUAL-BAL,
                     :HV-TO-CURRENCY,
                     :HV-TO-LAST-ACCRUED
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-TO-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-TO-NUMBER
           EXIT.


       CHECK-DESTINATION-BANK SECTION.
       CDB010.
      *
      *    A destination sort code that is not on the BRANCH
      *    directory belongs to another bank - there is no ACCOUNT
      *    row to read or credit, so the payment goes out through
      *    the clearing queue. Our own sort code is never looked up,
      *    and a failed lookup is treated as one of our own
      *    branches, so the to-account read decides as it always
      *    has.
      *
      *    A payment to another bank must have a sort code that is a
      *    real bank branch and an account number that passes that
      *    bank's modulus check, or it would only bounce days later.
      *    If ACCTVAL cannot reach its weight table the payment goes
      *    out unchecked, as it did before the check existed.
      *
           INITIALIZE HOST-TO-ACCOUNT-ROW.
           MOVE COMM-XFR-TO-SCODE TO HV-TO-SORTCODE.
           MOVE COMM-XFR-TO-ACCNO TO HV-TO-NUMBER.
           MOVE 'GBP' TO HV-TO-CURRENCY.
           MOVE 'N' TO WS-OUTBOUND-SW.
           MOVE 'TFR' TO WS-XFR-TXN-TYPE.

           IF COMM-XFR-TO-SCODE = SORTCODE
              GO TO CDB999
           END-IF.

           MOVE 0 TO HV-BRANCH-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-BRANCH-CHECK-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-TO-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN: BRANCH lookup failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 1 TO HV-BRANCH-CHECK-COUNT
           END-IF.

           IF HV-BRANCH-CHECK-COUNT = 0
              DISPLAY 'XFRFUN: Destination is another bank - '
                      'payment will go out through clearing'
              MOVE 'Y' TO WS-OUTBOUND-SW
              MOVE 'OBP' TO WS-XFR-TXN-TYPE
           END-IF.

           IF NOT OUTBOUND-PAYMENT
              GO TO CDB999
           END-IF.

           INITIALIZE ACCTVAL-COMMAREA.
           MOVE COMM-XFR-TO-SCODE TO ACCTVAL-SORTCODE.
           MOVE COMM-XFR-TO-ACCNO TO ACCTVAL-ACCNO.
           SET ACCTVAL-ANY-BANK TO TRUE.

           EXEC CICS LINK PROGRAM(ACCTVAL-PROGRAM)
                     COMMAREA(ACCTVAL-COMMAREA)
           END-EXEC.

           IF ACCTVAL-INVALID AND NOT ACCTVAL-CHECK-UNAVAILABLE
              DISPLAY 'XFRFUN: Destination sort code/account '
                      'failed validation, reason=' ACCTVAL-REASON
              MOVE 'B' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CDB999.
           EXIT.


       CONVERT-TRANSFER-AMOUNT SECTION.
       CTA010.
      *
      *    Each rate is the units of its currency one pound buys, so
      *    the credit is the amount divided by the from-currency's
      *    rate and multiplied by the to-currency's. Sterling's rate
      *    is 1 and is never looked up. The day's rate is the latest
      *    loaded on or before the posting date; a currency with no
      *    rate at all refuses the transfer rather than guess.
      *
           MOVE COMM-XFR-AMT TO WS-CREDIT-AMOUNT.
           MOVE 1 TO WS-FROM-RATE.
           MOVE 1 TO WS-TO-RATE.
           MOVE 1 TO WS-CROSS-RATE.

           IF HV-FROM-CURRENCY = HV-TO-CURRENCY
              GO TO CTA999
           END-IF.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-RATE-DATE =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           IF HV-FROM-CURRENCY NOT = 'GBP'
              MOVE HV-FROM-CURRENCY TO HV-RATE-CURRENCY
              PERFORM READ-EXCHANGE-RATE
              MOVE HV-RATE-RATE TO WS-FROM-RATE
           END-IF.

           IF HV-TO-CURRENCY NOT = 'GBP'
              MOVE HV-TO-CURRENCY TO HV-RATE-CURRENCY
              PERFORM READ-EXCHANGE-RATE
              MOVE HV-RATE-RATE TO WS-TO-RATE
           END-IF.

           COMPUTE WS-CROSS-RATE ROUNDED =
              WS-TO-RATE / WS-FROM-RATE.
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
              COMM-XFR-AMT * WS-TO-RATE / WS-FROM-RATE.

           DISPLAY 'XFRFUN: Converting ' HV-FROM-CURRENCY ' to '
                   HV-TO-CURRENCY ' at ' WS-CROSS-RATE

           IF WS-CREDIT-AMOUNT NOT > ZERO
              DISPLAY 'XFRFUN: Converted amount rounds to zero'
              MOVE 'Z' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CTA999.
           EXIT.


       READ-EXCHANGE-RATE SECTION.
       RER010.

           MOVE 0 TO HV-RATE-RATE.

           EXEC SQL
              SELECT EXCHANGE_RATE_RATE
                INTO :HV-RATE-RATE
                FROM EXCHANGE_RATE
               WHERE EXCHANGE_RATE_CURRENCY = :HV-RATE-CURRENCY
                 AND EXCHANGE_RATE_DATE <= :HV-RATE-DATE
               ORDER BY EXCHANGE_RATE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-RATE-RATE NOT > ZERO
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN: No exchange rate for '
                      HV-RATE-CURRENCY ', SQLCODE=' SQLCODE-DISPLAY
              MOVE 'R' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       RER999.
           EXIT.


       CHECK-ACTING-MANDATE SECTION.
       CAM010.

           EXIT.


       CHECK-SIGNING-RULES SECTION.
       CSR010.

           INITIALIZE MANDCHK-COMMAREA.
           MOVE HV-FROM-SORTCODE TO COMM-MC-SCODE.
           MOVE HV-FROM-CUST-NUMBER TO COMM-MC-CUSTNO.
           MOVE COMM-XFR-FROM-ACCNO TO COMM-MC-ACCNO.
           MOVE 'S' TO COMM-MC-REQ-SCOPE.
           MOVE COMM-XFR-AMT TO COMM-MC-AMOUNT.
           MOVE COMM-XFR-SIGNATORY-1 TO COMM-MC-SIGNATORY-1.
           MOVE COMM-XFR-SIGNATORY-2 TO COMM-MC-SIGNATORY-2.

           EXEC CICS LINK PROGRAM(MANDCHK-PROGRAM)
                COMMAREA(MANDCHK-COMMAREA)
                END-EXEC.

           IF NOT MANDATE-PERMITTED
              DISPLAY 'XFRFUN: Signing rules refuse this payment, '
                      'MANDCHK code=' COMM-MC-FAIL-CD
              MOVE 'W' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSR999.
           EXIT.


       WRITE-MANDATE-ACCESS-LOG SECTION.
       WMA010.
      *
           EXIT.


       CHECK-NOTICE-PERIOD SECTION.
       CNP010.
      *
      *    A transfer out of a notice account must be covered by a
      *    matured, unexpired notice with enough left on it - the
      *    oldest such notice is the one drawn down - or carry the
      *    customer's acceptance of the penalty. This holds for a
      *    released cooling-off hold too: the notice must still be
      *    good on the day the money actually moves. A product
      *    catalogue that cannot be read fails closed.
      *
           MOVE 0 TO HV-PROD-NOTICE-DAYS.
           MOVE 0 TO HV-FROM-INT-RATE.
           MOVE 'N' TO HV-FROM-FEE-WAIVER.
           MOVE SPACES TO HV-FROM-ACCOUNT-TYPE.

           EXEC SQL
              SELECT A.ACCOUNT_TYPE,
                     P.ACCOUNT_PRODUCT_NOTICE_DAYS,
                     COALESCE(A.ACCOUNT_INTEREST_RATE, 0),
                     COALESCE(A.ACCOUNT_FEE_WAIVER, 'N')
                INTO :HV-FROM-ACCOUNT-TYPE,
                     :HV-PROD-NOTICE-DAYS,
                     :HV-FROM-INT-RATE,
                     :HV-FROM-FEE-WAIVER
                FROM ACCOUNT A, ACCOUNT_PRODUCT P
               WHERE A.ACCOUNT_SORTCODE = :HV-FROM-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-FROM-NUMBER
                 AND P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
           END-EXEC.

           IF SQLCODE = 100
              GO TO CNP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN: Notice period check failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 'N' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PROD-NOTICE-DAYS NOT > 0
              GO TO CNP999
           END-IF.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.
           MOVE COMM-XFR-AMT TO HV-NOTICE-DEBIT.

           EXEC SQL
              SELECT WITHDRAWAL_NOTICE_ID
                INTO :HV-NOTICE-ID
                FROM WITHDRAWAL_NOTICE
               WHERE WITHDRAWAL_NOTICE_SORTCODE = :HV-FROM-SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-FROM-NUMBER
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_MATURES <= :WS-TODAY-INT
                 AND WITHDRAWAL_NOTICE_EXPIRES >= :WS-TODAY-INT
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
               ORDER BY WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'C' TO WS-NOTICE-SW
              DISPLAY 'XFRFUN: Transfer covered by notice '
                      HV-NOTICE-ID
              GO TO CNP999
           END-IF.

           IF COMM-XFR-NOTICE-PENALTY NOT = 'Y'
              DISPLAY 'XFRFUN: No matured notice covers this '
                      'transfer - transfer refused'
              MOVE 'N' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'N' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 0 TO HV-TARIFF-AMOUNT.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-FROM-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = 'NOTICEPN'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'XFRFUN: Product ' HV-FROM-ACCOUNT-TYPE
                      ' has no notice penalty - transfer refused'
              MOVE 'N' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'N' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           COMPUTE WS-NOTICE-PENALTY ROUNDED =
              HV-NOTICE-DEBIT * HV-FROM-INT-RATE / 100
                 * HV-PROD-NOTICE-DAYS / 365.

           IF WS-NOTICE-PENALTY < HV-TARIFF-AMOUNT
              MOVE HV-TARIFF-AMOUNT TO WS-NOTICE-PENALTY
           END-IF.

           IF HV-FROM-FEE-WAIVER = 'Y'
              MOVE 0 TO WS-NOTICE-PENALTY
           END-IF.

           MOVE 'P' TO WS-NOTICE-SW.

           DISPLAY 'XFRFUN: Transfer without notice accepted, '
                   'penalty=' WS-NOTICE-PENALTY.

       CNP999.
           EXIT.


       CHECK-TXN-TYPE SECTION.
       CTT010.
      *
      *    The 'TFR' type both sides of the transfer will write -
      *    or the 'OBP' type of a payment to another bank - must be
      *    on the TRANSACTION_TYPE reference table - an unknown
      *    code is rejected at source rather than surfacing as a
      *    mystery line on a statement.
      *
           MOVE WS-XFR-TXN-TYPE TO HV-TXNT-CODE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
              DISPLAY 'XFRFUN: Transaction type ' HV-TXNT-CODE
                      ' not on TRANSACTION_TYPE - transfer rejected'
              MOVE 'X' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           EXIT.


       CHECK-WRAPPER-ALLOWANCE SECTION.
       CWA010.
      *
      *    WRAPCHK says whether the to-account is a wrapper and, if
      *    it is, whether the credit still fits the customer's
      *    allowance for the tax year. The from-account goes with
      *    it, so a move between the customer's own wrappers is not
      *    counted twice.
      *
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'C' TO COMM-WR-FUNCTION.
           MOVE HV-TO-SORTCODE TO COMM-WR-SCODE.
           MOVE HV-TO-NUMBER TO COMM-WR-ACCNO.
           IF HV-FROM-SORTCODE = HV-TO-SORTCODE
              MOVE HV-FROM-NUMBER TO COMM-WR-FROM-ACCNO
           ELSE
              MOVE SPACES TO COMM-WR-FROM-ACCNO
           END-IF.
           MOVE WS-CREDIT-AMOUNT TO COMM-WR-AMOUNT.
           MOVE 0 TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              DISPLAY 'XFRFUN: Transfer refused by wrapper allowance, '
                      'WRAPCHK code=' COMM-WR-FAIL-CD
              PERFORM POPULATE-TIME-DATE
              MOVE 'T' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'T' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WR-IS-SUBSCRIPTION
              MOVE 'Y' TO WS-WRAP-SUB-SW
           END-IF.

       CWA999.
           EXIT.


       RECORD-WRAPPER-SUBSCRIPTION SECTION.
       RWS010.
      *
      *    The subscription row rides this unit of work - if it
      *    cannot be written both sides of the transfer are backed
      *    out with it.
      *
           MOVE 'R' TO COMM-WR-FUNCTION.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              INITIALIZE ABNDINFO-REC
              MOVE 'XFR9' TO ABND-CODE
              STRING 'RWS010 - Unable to record wrapper subscription '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-TO-SORTCODE DELIMITED BY SIZE,
                     HV-TO-NUMBER DELIMITED BY SIZE,
                     ' WRAPCHK code=' DELIMITED BY SIZE,
                     COMM-WR-FAIL-CD DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-XFRFUN
           END-IF.

       RWS999.
           EXIT.


       CHECK-DAILY-LIMIT SECTION.
       CDL010.
      *
       CV010.
      *
      *    More than the tolerated number of outbound transfers
      *    (to our own accounts or to other banks)
      *    inside an hour holds this one for the fraud team -
      *    queued on TXN_VELOCITY_ALERT, declined with its own
      *    fail code and logged to FAILURE_LOG - rather than
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-FROM-SORTCODE
                 AND PROCTRAN_DATE = :HV-TODAY-TEXT-X
                 AND PROCTRAN_TYPE IN ('TFR', 'OBP')
                 AND PROCTRAN_AMOUNT < 0
                 AND PROCTRAN_TIME >= :HV-HOUR-AGO-TIME
                 AND PROCTRAN_NUMBER IN
       WPDS010.
      *
      *    Record the debit side against the from-account, with the
      *    to-account packed into the description - and, for a
      *    payment to another bank, the beneficiary's reference
      *    after it. Across currencies the converted credit and the
      *    rate follow at position 41.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           INITIALIZE WS-EIBTASKN12.
           MOVE HV-FROM-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-FROM-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.
           MOVE HV-PROCTRAN-REF TO COMM-XFR-PROCTRAN-REF.

           PERFORM POPULATE-TIME-DATE.
           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           PERFORM SET-PROCTRAN-VALUE-DATE.

           MOVE HV-TO-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-TO-NUMBER TO HV-PROCTRAN-DESC(7:8).
           IF OUTBOUND-PAYMENT
              MOVE COMM-XFR-PAYEE-REF TO HV-PROCTRAN-DESC(17:18)
           END-IF.
           IF HV-FROM-CURRENCY NOT = HV-TO-CURRENCY
              MOVE HV-TO-CURRENCY TO WS-FXD-CURRENCY
              MOVE WS-CREDIT-AMOUNT TO WS-FXD-AMOUNT
              MOVE WS-CROSS-RATE TO WS-FXD-RATE
              MOVE WS-FX-DESC TO HV-PROCTRAN-DESC(41:26)
           END-IF.

           MOVE WS-XFR-TXN-TYPE TO HV-PROCTRAN-TYPE.
           MOVE WS-DEBIT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           COMPUTE HV-PROCTRAN-BALANCE =
              WS-FROM-NEW-ACTUAL-BAL + WS-NOTICE-PENALTY.

           PERFORM INSERT-PROCTRAN-ROW.

           IF BACK-VALUED
              AND HV-FROM-LAST-ACCRUED >= HV-RECALC-VALUE-DATE
              MOVE HV-FROM-SORTCODE TO HV-RECALC-SORTCODE
              MOVE HV-FROM-NUMBER TO HV-RECALC-NUMBER
              MOVE WS-DEBIT-AMOUNT TO HV-RECALC-AMOUNT
              PERFORM WRITE-INTEREST-RECALC
           END-IF.

       WPDS999.
           EXIT.

       WPCS010.
      *
      *    Record the credit side against the to-account, with the
      *    from-account packed into the description - and, across
      *    currencies, the amount debited and the rate after it.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           INITIALIZE WS-EIBTASKN12.

           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           PERFORM SET-PROCTRAN-VALUE-DATE.

           MOVE HV-FROM-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-FROM-NUMBER TO HV-PROCTRAN-DESC(7:8).
           IF HV-FROM-CURRENCY NOT = HV-TO-CURRENCY
              MOVE HV-FROM-CURRENCY TO WS-FXD-CURRENCY
              MOVE COMM-XFR-AMT TO WS-FXD-AMOUNT
              MOVE WS-CROSS-RATE TO WS-FXD-RATE
              MOVE WS-FX-DESC TO HV-PROCTRAN-DESC(41:26)
           END-IF.

           MOVE 'TFR' TO HV-PROCTRAN-TYPE.
           MOVE WS-CREDIT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-TO-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM INSERT-PROCTRAN-ROW.

           IF BACK-VALUED
              AND HV-TO-LAST-ACCRUED >= HV-RECALC-VALUE-DATE
              MOVE HV-TO-SORTCODE TO HV-RECALC-SORTCODE
              MOVE HV-TO-NUMBER TO HV-RECALC-NUMBER
              MOVE WS-CREDIT-AMOUNT TO HV-RECALC-AMOUNT
              PERFORM WRITE-INTEREST-RECALC
           END-IF.

       WPCS999.
           EXIT.

                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_BALANCE,
                      PROCTRAN_VALUE_DATE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-BALANCE,
                      :HV-PROCTRAN-VALUE-DATE
                     )
           END-EXEC.

           EXIT.


       CHECK-VALUE-DATE SECTION.
       CVD010.
      *
      *    BNKDATE holds the one copy of the back-valuation window.
      *    It hands back the online dates as well, so
      *    POPULATE-TIME-DATE does not need to call it again. A
      *    value date that cannot be checked is refused - unlike
      *    the posting date, there is no clock to fall back on.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-VALUE-DATE TO TRUE.
           MOVE COMM-XFR-VALUE-DATE TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           MOVE 'Y' TO WS-BNKDATE-DONE-SW.

           IF NOT BNKD-OK
              DISPLAY 'XFRFUN: Value date ' COMM-XFR-VALUE-DATE
                      ' refused, BNKDATE fail code ' BNKD-FAIL-CD
              MOVE 'E' TO COMM-XFR-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    A value date of today is an ordinary transfer.
      *
           IF BNKD-DATE-OUT = BNKD-ONLINE-ISO
              GO TO CVD999
           END-IF.

           MOVE 'Y' TO WS-VALUE-DATE-SW.
           MOVE BNKD-DATE-OUT-DOT TO WS-VALUE-DATE-DOT.
           MOVE BNKD-DATE-OUT TO WS-VALUE-DATE-ISO.
           COMPUTE HV-RECALC-VALUE-DATE =
              (WS-VALUE-DATE-YYYY * 10000) +
              (WS-VALUE-DATE-MM * 100) +
              WS-VALUE-DATE-DD.

       CVD999.
           EXIT.


       SET-PROCTRAN-VALUE-DATE SECTION.
       SPV010.

           IF BACK-VALUED
              MOVE WS-VALUE-DATE-DOT TO HV-PROCTRAN-VALUE-DATE
           ELSE
              MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-VALUE-DATE
           END-IF.

       SPV999.
           EXIT.


       WRITE-INTEREST-RECALC SECTION.
       WIR010.
      *
      *    Interest has already been accrued on a balance this side
      *    of the transfer should have been part of - leave the
      *    account for ACCRINT to re-run from the value date, in the
      *    same unit of work as the transfer.
      *
           COMPUTE HV-RECALC-POSTED-DATE =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           EXEC SQL
              INSERT INTO INTEREST_RECALC
                 ( INTEREST_RECALC_SORTCODE,
                   INTEREST_RECALC_NUMBER,
                   INTEREST_RECALC_PROCTRAN_REF,
                   INTEREST_RECALC_VALUE_DATE,
                   INTEREST_RECALC_POSTED_DATE,
                   INTEREST_RECALC_AMOUNT,
                   INTEREST_RECALC_STATUS,
                   INTEREST_RECALC_SOURCE )
                 VALUES
                 ( :HV-RECALC-SORTCODE,
                   :HV-RECALC-NUMBER,
                   :HV-PROCTRAN-REF,
                   :HV-RECALC-VALUE-DATE,
                   :HV-RECALC-POSTED-DATE,
                   :HV-RECALC-AMOUNT,
                   'P',
                   'XFRFUN' )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'XFRA' TO ABND-CODE
              STRING 'WIR010 - Unable to INSERT INTEREST_RECALC '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-RECALC-SORTCODE DELIMITED BY SIZE,
                     HV-RECALC-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-XFRFUN
           END-IF.

       WIR999.
           EXIT.


       DRAW-DOWN-NOTICE SECTION.
       DDN010.
      *
      *    Both sides have posted - take the transfer off the notice
      *    that covered it, in the same unit of work. A notice used
      *    up in full is closed. If another posting drew the same
      *    notice down in between, or DB2 fails, abend and back the
      *    transfer out rather than pay beyond the notice.
      *
           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_USED_AMOUNT =
                        WITHDRAWAL_NOTICE_USED_AMOUNT
                      + :HV-NOTICE-DEBIT,
                     WITHDRAWAL_NOTICE_STATUS =
                        CASE WHEN WITHDRAWAL_NOTICE_USED_AMOUNT
                                + :HV-NOTICE-DEBIT
                                >= WITHDRAWAL_NOTICE_AMOUNT
                             THEN 'U'
                             ELSE 'P'
                        END
               WHERE WITHDRAWAL_NOTICE_ID = :HV-NOTICE-ID
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'XFR8' TO ABND-CODE
              STRING 'DDN010 - Unable to draw down withdrawal '
                 DELIMITED BY SIZE,
                     'notice, SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-XFRFUN
           END-IF.

       DDN999.
           EXIT.


       WRITE-PROCTRAN-PENALTY SECTION.
       WPN010.
      *
      *    The penalty posts on its own line against the
      *    from-account, the way FEECHARG's fees do.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           INITIALIZE WS-EIBTASKN12.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-FROM-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-FROM-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.

           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.

      *
      *    The penalty is charged today, whatever the value date of
      *    the transfer it goes with.
      *
           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-VALUE-DATE.

           MOVE HV-FROM-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-FROM-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'NOTICE PENALTY' TO HV-PROCTRAN-DESC(17:14).

           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-NOTICE-PENALTY.
           MOVE WS-FROM-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM INSERT-PROCTRAN-ROW.

       WPN999.
           EXIT.


       QUEUE-OUTBOUND-PAYMENT SECTION.
       QOP010.
      *
      *    Queue the payment for the nightly clearing submission,
      *    keyed back to the debit just written so the clearing
      *    house's response can find it. The beneficiary name is
      *    the one the customer supplied, else their saved-payee
      *    nickname for the destination. The payer has been debited
      *    by now, so a failure here must abend and take the debit
      *    with it.
      *
           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE HV-PROCTRAN-REF TO HV-OBP-PROCTRAN-REF.
           MOVE COMM-XFR-PAYEE-NAME (1:18) TO HV-OBP-PAYEE-NAME.
           MOVE COMM-XFR-PAYEE-REF TO HV-OBP-PAYEE-REF.

           IF HV-OBP-PAYEE-NAME = SPACES OR LOW-VALUES
              MOVE SPACES TO HV-OBP-NICKNAME
              EXEC SQL
                 SELECT SAVED_PAYEE_NICKNAME
                   INTO :HV-OBP-NICKNAME
                   FROM SAVED_PAYEE
                  WHERE SAVED_PAYEE_SORTCODE = :HV-FROM-SORTCODE
                    AND SAVED_PAYEE_CUSTOMER = :HV-FROM-CUST-NUMBER
                    AND SAVED_PAYEE_DEST_SORTCODE = :HV-TO-SORTCODE
                    AND SAVED_PAYEE_DEST_NUMBER = :HV-TO-NUMBER
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              MOVE HV-OBP-NICKNAME (1:18) TO HV-OBP-PAYEE-NAME
           END-IF.

           IF HV-OBP-PAYEE-REF = LOW-VALUES
              MOVE SPACES TO HV-OBP-PAYEE-REF
           END-IF.

           COMPUTE HV-OBP-QUEUED-DATE =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           MOVE 0 TO HV-OBP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(OUTBOUND_PAYMENT_ID), 0)
                INTO :HV-OBP-MAX-ID
                FROM OUTBOUND_PAYMENT
           END-EXEC.

           IF SQLCODE = 0
              COMPUTE HV-OBP-ID = HV-OBP-MAX-ID + 1

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
                          :WS-CREDIT-AMOUNT,
                          'XFR',
                          0,
                          :HV-OBP-PROCTRAN-REF,
                          'Q',
                          :HV-OBP-QUEUED-DATE,
                          0,
                          ' ',
                          ' ' )
              END-EXEC
           END-IF.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'XFRFUN: INSERT OUTBOUND_PAYMENT SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'XFR7' TO ABND-CODE
              STRING 'QOP010 - Unable to queue OUTBOUND_PAYMENT '
                 DELIMITED BY SIZE,
                     'for payment to another bank' DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-XFRFUN
           END-IF.

           MOVE 'Y' TO COMM-XFR-OUTBOUND.
           MOVE HV-OBP-ID TO COMM-XFR-OUTBOUND-ID.

       QOP999.
           EXIT.


       NOTIFY-CUSTOMER-ALERTS SECTION.
       NCA010.
      *

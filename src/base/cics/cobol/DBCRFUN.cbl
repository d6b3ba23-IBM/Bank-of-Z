      * and queues anything due; nothing in that path may block or
      * delay the posting that triggered it.
      *
      * A customer's own debit from an organisation's account must
      * carry the signatures its signing rules require - MANDCHK
      * holds the one copy of those rules.
      *
      * A customer's own debit from a notice account must be covered
      * by a matured notice of withdrawal on WITHDRAWAL_NOTICE, and
      * draws that notice down in the same unit of work as the
      * posting. Without one the debit is refused, unless the
      * customer accepts the product's loss-of-interest penalty -
      * the interest the amount would have earned over the notice
      * period at the account's rate, never less than the product's
      * 'NOTICEPN' TARIFF row - which posts as its own 'CHG' line
      * unless the account's fees are waived.
      *
      * A customer's own credit to a tax-free savings wrapper is a
      * subscription and must keep them inside the annual allowance
      * across all their wrappers - WRAPCHK holds the one copy of
      * those rules and records the subscription in the same unit
      * of work as the posting.
      *
      * Every posting carries a value date on PROCTRAN as well as
      * the date it was made. A correction keyed late may be
      * back-valued to the date it should have had, within the
      * window BNKDATE allows. If the account's interest has
      * already been accrued on or after that date, an
      * INTEREST_RECALC row is written in the same unit of work,
      * and the next ACCRINT run re-runs the accrual from the value
      * date on the corrected balances and books the difference.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-MATURITY-DT     PIC S9(9) COMP.
          03 HV-ACCOUNT-LAST-ACCRUED    PIC S9(9) COMP.

      * PROCTRAN DB2 copybook
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
          03 HV-RECALC-VALUE-DATE       PIC S9(9) COMP.
          03 HV-RECALC-POSTED-DATE      PIC S9(9) COMP.
          03 HV-RECALC-AMOUNT           PIC S9(10)V99 COMP-3.

      *
      * Set by CHECK-VALUE-DATE when the caller back-values the
      * posting, with the value date in each form it is needed.
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

      * ACCOUNT_HOLD DB2 copybook
           EXEC SQL
          03 HV-OPERATOR-OPID           PIC X(3).
          03 HV-OPERATOR-ROLE           PIC X(4).

      * ACCOUNT_PRODUCT DB2 copybook - the notice period
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE DB2 copybook - the notices a debit from
      * a notice account must be covered by
           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

      * TARIFF DB2 copybook - the product's notice penalty
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

       01 HV-PROD-NOTICE-DAYS           PIC S9(9) COMP.
       01 HV-ACCOUNT-INT-RATE           PIC S9(4)V99 COMP-3.
       01 HV-ACCOUNT-FEE-WAIVER         PIC X.
       01 HV-TARIFF-AMOUNT              PIC S9(10)V99 COMP-3.
       01 HV-NOTICE-ID                  PIC S9(9) COMP.
       01 HV-NOTICE-DEBIT               PIC S9(10)V99 COMP-3.
       01 HV-NOTICE-TODAY               PIC S9(9) COMP.

       01 WS-TODAY-INT                  PIC S9(9) COMP.

      * CUSTOMER_TXN_LIMIT DB2 copybook - the day's accumulated
       01 WS-EARLY-BREAK-SW             PIC X         VALUE 'N'.
          88 EARLY-BREAK-APPROVED       VALUE 'Y'.

      *
      * Set by CHECK-NOTICE-PERIOD - a covering notice is drawn
      * down, and an accepted penalty charged, only once the
      * withdrawal itself has posted, for the same reason.
      *
       01 WS-NOTICE-SW                  PIC X         VALUE 'N'.
          88 NOTICE-COVERS-DEBIT        VALUE 'C'.
          88 NOTICE-PENALTY-ACCEPTED    VALUE 'P'.
       01 WS-NOTICE-PENALTY             PIC S9(10)V99 VALUE 0.

       01 WS-ABEND-PGM                  PIC X(8)      VALUE 'ABNDPROC'.

      * CUSTALRT commarea - the one copy of the balance and
       01 CUSTALRT-COMMAREA.
           COPY CUSTALRT.

      * MANDCHK commarea - the one copy of the signing rules for
      * an organisation's own debits
       01 MANDCHK-PROGRAM               PIC X(8)      VALUE 'MANDCHK'.
       01 MANDCHK-COMMAREA.
           COPY MANDCHK.

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules for a customer's own credits
       01 WRAPCHK-PROGRAM               PIC X(8)      VALUE 'WRAPCHK'.
       01 WRAPCHK-COMMAREA.
           COPY WRAPCHK.

      * SVCCHK commarea - whether postings are frozen for the
      * overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

      *
      * Set by CHECK-WRAPPER-ALLOWANCE when the credit is a wrapper
      * subscription, recorded only once the credit has posted.
      *
       01 WS-WRAP-SUB-SW                PIC X         VALUE 'N'.
          88 WRAPPER-SUBSCRIPTION       VALUE 'Y'.

       01 ABNDINFO-REC.
           COPY ABNDINFO.

           MOVE 'N' TO COMM-SUCCESS.
           MOVE ' ' TO COMM-FAIL-CODE.

      *
      *    Nothing posts while operations have postings frozen for
      *    the overnight batch - a posting landing between EODCUT
      *    and the end of the proof would put ACCTCTL out.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-POSTING TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'DBCRFUN: Postings frozen - ' SVCC-MESSAGE
              MOVE 'Q' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-AMT = ZERO
              DISPLAY 'DBCRFUN: Zero amount rejected'
              MOVE 'Z' TO COMM-FAIL-CODE
              MOVE SORTCODE TO COMM-SCODE
           END-IF.

           IF COMM-VALUE-DATE NOT = SPACES AND LOW-VALUES
              PERFORM CHECK-VALUE-DATE
           END-IF.

           PERFORM READ-ACCOUNT-DB2.

           PERFORM CHECK-ACCOUNT-CONTROLS.

           PERFORM CHECK-TERM-MATURITY.

      *
      *    A customer's own debit from a notice account needs a
      *    matured notice, or the penalty for going without one.
      *
           IF COMM-AMT < ZERO
              AND (COMM-TXN-TYPE = SPACES OR LOW-VALUES)
              PERFORM CHECK-NOTICE-PERIOD
           END-IF.

           PERFORM CHECK-TXN-TYPE.

      *
      *    A customer's own debit from an organisation's account
      *    needs its signatories. Postings with a dedicated type
      *    are the bank's own and are not signed for.
      *
           IF COMM-AMT < ZERO
              AND (COMM-TXN-TYPE = SPACES OR LOW-VALUES)
              PERFORM CHECK-SIGNING-RULES
           END-IF.

      *
      *    A customer's own credit to a tax-free wrapper counts
      *    against their annual allowance - as does an inbound
      *    credit SUSPMNT applies from suspense.
      *
           IF COMM-AMT > ZERO
              AND (COMM-TXN-TYPE = SPACES OR LOW-VALUES
                   OR COMM-TXN-TYPE = 'ICR')
              PERFORM CHECK-WRAPPER-ALLOWANCE
           END-IF.

      *
      *    A REVPOST reversal takes back money that should never
      *    have been posted - it is not the customer's spending and
      *    does not count against their daily limit. Nor is the
      *    LOANDRAW advance debited to a new loan account, nor the
      *    TXNDISP re-debit of a refund the customer was not owed.
      *
           IF COMM-AMT < ZERO
              AND COMM-TXN-TYPE NOT = 'REV'
              AND COMM-TXN-TYPE NOT = 'LND'
              AND COMM-TXN-TYPE NOT = 'UTD'
              PERFORM CHECK-DAILY-LIMIT
           END-IF.

      *    its agreed overdraft limit. A credit carrying a clearing
      *    period goes to the actual balance only - the held amount
      *    stays out of the available balance until HLDRELSE matures
      *    it. A notice penalty comes out with the debit.
      *
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + COMM-AMT - WS-NOTICE-PENALTY.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + COMM-AMT - WS-NOTICE-PENALTY.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF COMM-AMT > ZERO AND COMM-CLEAR-DAYS NUMERIC

           PERFORM WRITE-PROCTRAN-POSTING.

           IF BACK-VALUED
              AND HV-ACCOUNT-LAST-ACCRUED >= HV-RECALC-VALUE-DATE
              PERFORM WRITE-INTEREST-RECALC
           END-IF.

           IF EARLY-BREAK-APPROVED
              PERFORM FORFEIT-ACCRUED-INTEREST
           END-IF.

           IF NOTICE-COVERS-DEBIT
              PERFORM DRAW-DOWN-NOTICE
           END-IF.

           IF NOTICE-PENALTY-ACCEPTED AND WS-NOTICE-PENALTY > 0
              PERFORM WRITE-PROCTRAN-PENALTY
           END-IF.

           IF WRAPPER-SUBSCRIPTION
              PERFORM RECORD-WRAPPER-SUBSCRIPTION
           END-IF.

           IF COMM-AMT > ZERO AND COMM-CLEAR-DAYS NUMERIC
              AND COMM-CLEAR-DAYS > ZERO
              PERFORM WRITE-ACCOUNT-HOLD

           MOVE WS-NEW-AVAIL-BAL TO COMM-AVAIL-BAL.
           MOVE WS-NEW-ACTUAL-BAL TO COMM-ACTUAL-BAL.
           MOVE WS-NOTICE-PENALTY TO COMM-NOTICE-PENALTY-AMT.
           MOVE 'Y' TO COMM-SUCCESS.
           MOVE ' ' TO COMM-FAIL-CODE.

                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_MATURITY_DATE, 0),
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-MATURITY-DT,
                     :HV-ACCOUNT-LAST-ACCRUED
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           EXIT.


       CHECK-NOTICE-PERIOD SECTION.
       CNP010.
      *
      *    A product with a notice period pays more because the
      *    customer tells the branch in advance. The debit must be
      *    covered by a matured, unexpired notice with enough left
      *    on it - the oldest such notice is the one drawn down.
      *    A product catalogue that cannot be read fails closed,
      *    the way the account controls do.
      *
           MOVE 0 TO HV-PROD-NOTICE-DAYS.
           MOVE 0 TO HV-ACCOUNT-INT-RATE.
           MOVE 'N' TO HV-ACCOUNT-FEE-WAIVER.

           EXEC SQL
              SELECT P.ACCOUNT_PRODUCT_NOTICE_DAYS,
                     COALESCE(A.ACCOUNT_INTEREST_RATE, 0),
                     COALESCE(A.ACCOUNT_FEE_WAIVER, 'N')
                INTO :HV-PROD-NOTICE-DAYS,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-FEE-WAIVER
                FROM ACCOUNT A, ACCOUNT_PRODUCT P
               WHERE A.ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
           END-EXEC.

           IF SQLCODE = 100
              GO TO CNP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DBCRFUN: Notice period check failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 'N' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PROD-NOTICE-DAYS NOT > 0
              GO TO CNP999
           END-IF.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-NOTICE-TODAY =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.
           COMPUTE HV-NOTICE-DEBIT = 0 - COMM-AMT.

           EXEC SQL
              SELECT WITHDRAWAL_NOTICE_ID
                INTO :HV-NOTICE-ID
                FROM WITHDRAWAL_NOTICE
               WHERE WITHDRAWAL_NOTICE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-ACCOUNT-NUMBER
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_MATURES <= :HV-NOTICE-TODAY
                 AND WITHDRAWAL_NOTICE_EXPIRES >= :HV-NOTICE-TODAY
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
               ORDER BY WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'C' TO WS-NOTICE-SW
              DISPLAY 'DBCRFUN: Debit covered by notice '
                      HV-NOTICE-ID
              GO TO CNP999
           END-IF.

           IF COMM-NOTICE-PENALTY NOT = 'Y'
              DISPLAY 'DBCRFUN: No matured notice covers this '
                      'debit - withdrawal refused'
              MOVE 'N' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'N' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    The customer takes the money without notice and pays
      *    for it. A product without a 'NOTICEPN' row offers no
      *    such route.
      *
           MOVE 0 TO HV-TARIFF-AMOUNT.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = 'NOTICEPN'
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'DBCRFUN: Product ' HV-ACCOUNT-TYPE
                      ' has no notice penalty - withdrawal refused'
              MOVE 'N' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'N' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           COMPUTE WS-NOTICE-PENALTY ROUNDED =
              HV-NOTICE-DEBIT * HV-ACCOUNT-INT-RATE / 100
                 * HV-PROD-NOTICE-DAYS / 365.

           IF WS-NOTICE-PENALTY < HV-TARIFF-AMOUNT
              MOVE HV-TARIFF-AMOUNT TO WS-NOTICE-PENALTY
           END-IF.

           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
              MOVE 0 TO WS-NOTICE-PENALTY
           END-IF.

           MOVE 'P' TO WS-NOTICE-SW.

           DISPLAY 'DBCRFUN: Withdrawal without notice accepted, '
                   'penalty=' WS-NOTICE-PENALTY.

       CNP999.
           EXIT.


       DRAW-DOWN-NOTICE SECTION.
       DDN010.
      *
      *    The withdrawal has posted - take it off the notice that
      *    covered it, in the same unit of work. A notice used up
      *    in full is closed. If another posting drew the same
      *    notice down in between, or DB2 fails, abend and back the
      *    withdrawal out rather than pay beyond the notice.
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
              MOVE 'DBC8' TO ABND-CODE
              STRING 'DDN010 - Unable to draw down withdrawal '
                 DELIMITED BY SIZE,
                     'notice, SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-DBCRFUN
           END-IF.

       DDN999.
           EXIT.


       WRITE-PROCTRAN-PENALTY SECTION.
       WPN010.
      *
      *    The penalty posts on its own line, the way FEECHARG's
      *    fees do, so the customer sees exactly what was taken.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           INITIALIZE WS-EIBTASKN12.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.

           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.

      *
      *    The penalty is charged today, whatever the value date of
      *    the withdrawal it goes with.
      *
           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-VALUE-DATE.

           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'NOTICE PENALTY' TO HV-PROCTRAN-DESC(17:14).

           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-NOTICE-PENALTY.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_BALANCE,
                      PROCTRAN_VALUE_DATE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-BALANCE,
                      :HV-PROCTRAN-VALUE-DATE
                     )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'DBC9' TO ABND-CODE
              STRING 'WPN010 - Unable to WRITE notice penalty to '
                 DELIMITED BY SIZE,
                     'PROCTRAN, SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-DBCRFUN
           END-IF.

       WPN999.
           EXIT.


       CHECK-TXN-TYPE SECTION.
       CTT010.
      *
           EXIT.


       CHECK-SIGNING-RULES SECTION.
       CSR010.

           INITIALIZE MANDCHK-COMMAREA.
           MOVE COMM-SCODE TO COMM-MC-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-MC-CUSTNO.
           MOVE COMM-ACCNO TO COMM-MC-ACCNO.
           MOVE 'S' TO COMM-MC-REQ-SCOPE.
           COMPUTE COMM-MC-AMOUNT = 0 - COMM-AMT.
           MOVE COMM-SIGNATORY-1 TO COMM-MC-SIGNATORY-1.
           MOVE COMM-SIGNATORY-2 TO COMM-MC-SIGNATORY-2.

           EXEC CICS LINK PROGRAM(MANDCHK-PROGRAM)
                COMMAREA(MANDCHK-COMMAREA)
                END-EXEC.

           IF NOT MANDATE-PERMITTED
              DISPLAY 'DBCRFUN: Signing rules refuse this debit, '
                      'MANDCHK code=' COMM-MC-FAIL-CD
              PERFORM POPULATE-TIME-DATE
              MOVE 'W' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'W' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSR999.
           EXIT.


       CHECK-WRAPPER-ALLOWANCE SECTION.
       CWA010.
      *
      *    WRAPCHK says whether the account is a wrapper and, if it
      *    is, whether this credit still fits the customer's
      *    allowance for the tax year. A refusal - or a WRAPCHK that
      *    could not tell - lands on FAILURE_LOG like any decline.
      *
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'C' TO COMM-WR-FUNCTION.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-WR-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO COMM-WR-ACCNO.
           MOVE SPACES TO COMM-WR-FROM-ACCNO.
           MOVE COMM-AMT TO COMM-WR-AMOUNT.
           MOVE 0 TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              DISPLAY 'DBCRFUN: Credit refused by wrapper allowance, '
                      'WRAPCHK code=' COMM-WR-FAIL-CD
              PERFORM POPULATE-TIME-DATE
              MOVE 'T' TO HV-FAILLOG-FAIL-CODE
              PERFORM WRITE-FAILURE-LOG
              MOVE 'T' TO COMM-FAIL-CODE
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
      *    cannot be written the credit is backed out with it.
      *
           MOVE 'R' TO COMM-WR-FUNCTION.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              INITIALIZE ABNDINFO-REC
              MOVE 'DBCA' TO ABND-CODE
              STRING 'RWS010 - Unable to record wrapper subscription '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' WRAPCHK code=' DELIMITED BY SIZE,
                     COMM-WR-FAIL-CD DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-DBCRFUN
           END-IF.

       RWS999.
           EXIT.


       CHECK-DAILY-LIMIT SECTION.
       CDL010.
      *
                      'retrying from a fresh read'
              PERFORM READ-ACCOUNT-DB2
              COMPUTE WS-NEW-ACTUAL-BAL =
                 HV-ACCOUNT-ACTUAL-BAL + COMM-AMT - WS-NOTICE-PENALTY
              COMPUTE WS-NEW-AVAIL-BAL =
                 HV-ACCOUNT-AVAIL-BAL + COMM-AMT - WS-NOTICE-PENALTY
              COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT
              IF COMM-AMT > ZERO AND COMM-CLEAR-DAYS NUMERIC
                 AND COMM-CLEAR-DAYS > ZERO
           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.

           IF BACK-VALUED
              MOVE WS-VALUE-DATE-DOT TO HV-PROCTRAN-VALUE-DATE
           ELSE
              MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-VALUE-DATE
           END-IF.

           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE COMM-ORIGIN TO HV-PROCTRAN-DESC(17:30).
      *
      *    Stamp the balance after this posting onto the row, in
      *    the same unit of work as the balance update, so the
      *    history never has to be reconstructed by replay. A
      *    notice penalty posts after this line, on its own.
      *
           COMPUTE HV-PROCTRAN-BALANCE =
              WS-NEW-ACTUAL-BAL + WS-NOTICE-PENALTY.

           DISPLAY 'DBCRFUN: Inserting PROCTRAN record'

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
           MOVE COMM-VALUE-DATE TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           MOVE 'Y' TO WS-BNKDATE-DONE-SW.

           IF NOT BNKD-OK
              DISPLAY 'DBCRFUN: Value date ' COMM-VALUE-DATE
                      ' refused, BNKDATE fail code ' BNKD-FAIL-CD
              MOVE 'E' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    A value date of today is an ordinary posting.
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


       WRITE-INTEREST-RECALC SECTION.
       WIR010.
      *
      *    Interest has already been accrued on a balance this
      *    posting should have been part of - leave the account for
      *    ACCRINT to re-run from the value date, in the same unit
      *    of work as the posting so neither is committed alone.
      *
           COMPUTE HV-RECALC-POSTED-DATE =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.
           MOVE COMM-AMT TO HV-RECALC-AMOUNT.

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
                 ( :HV-ACCOUNT-SORTCODE,
                   :HV-ACCOUNT-NUMBER,
                   :HV-PROCTRAN-REF,
                   :HV-RECALC-VALUE-DATE,
                   :HV-RECALC-POSTED-DATE,
                   :HV-RECALC-AMOUNT,
                   'P',
                   'DBCRFUN' )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'DBCB' TO ABND-CODE
              STRING 'WIR010 - Unable to INSERT INTEREST_RECALC '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-DBCRFUN
           END-IF.

       WIR999.
           EXIT.


       WRITE-ACCOUNT-HOLD SECTION.
       WAH010.
      *

      * as capitalized interest always was.
      *
      * Credit interest is paid gross only to customers who have
      * registered an exemption (CUSTOMER_TAX_EXEMPT 'Y'), and on
      * tax-free savings wrappers (ACCOUNT_PRODUCT_TAX_FREE 'Y').
      * For everyone else tax is withheld at source: the INT posting
      * carries the gross, a 'WHT' posting carries the withheld
      * amount away, and only the net lands in the balances. The
      * WHT rows are the tax-remittance position - WHTREMIT totals
      * beyond the agreed limit is charged at double the rate, which
      * is how the branch tariff describes unauthorised borrowing.
      *
      * A product with balance bands on PRODUCT_RATE_TIER is tiered:
      * each slice of a credit balance accrues at its own band's
      * rate instead of the account rate. A band may also carry a
      * bonus rate, accrued into ACCOUNT_BONUS_ACCRUED apart from
      * the ordinary bucket and only paid at capitalization if the
      * account had no customer withdrawals - no debit PROCTRAN rows
      * other than the interest, tax and charges the bank posts
      * itself - since the last statement. Otherwise the bonus is
      * forfeited. A paid bonus is posted as its own INT row so the
      * statement shows it, and is taxed with the rest.
      *
      * Each account is committed individually, CUSTPURG-style, so a
      * stopped run does not lose postings already made. Counts are
      * displayed at the end of the run for the operator/job log.
      * PROCAUDT audits holds across batch and online alike. An
      * account whose reference cannot be issued is rolled back and
      * left for the next night's run.
      *
      * Before the accrual itself, the run works off the
      * INTEREST_RECALC rows DBCRFUN, XFRFUN and ADJLOAD leave when
      * a back-valued posting lands on an account already accrued
      * past its value date. For every day from the value date to
      * the day before the posting was made (and no later than
      * accrual has reached) the day's interest is worked out again
      * by the same rules as the nightly accrual, on the balance
      * the account had that day with the posting in it - the
      * PROCTRAN rows taken by value date rather than posting date
      * - and on the balance it was accrued on. The difference for
      * days inside a statement period already closed is posted as
      * an 'IAJ' interest adjustment, so the customer sees it on
      * the next statement; the difference for days in the open
      * period goes into the accrued bucket to be capitalized with
      * the rest of the period's interest. Each request is its own
      * unit of work and is marked done with the adjustment made.
      *
      * The accrual checkpoints its position on BATCH_RESTART with
      * each account's commit, FEECHARG-style, so a rerun after a
      * failure carries on past the last account committed.
      *
      * On a long cycle night the book is split: several copies of
      * the job run at once, each given PART=nn, SCFROM=nnnnnn and
      * SCTO=nnnnnn cards on SYSIN and working only the accounts and
      * recalculation requests in its sort code range. A partition
      * registers and checkpoints as ACCRINnn, so each keeps its own
      * BATCH_RUN_REGISTER row and BATCH_RESTART position, and
      * brackets its report with the CYCPART records CYCMERGE needs
      * to put the partition reports and totals back together as
      * the one report. An empty SYSIN (DD DUMMY) runs the whole
      * book as before. A card that does not parse abandons the run.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ACCRINT-RPT-FILE ASSIGN TO AINTRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ACCRINT-RPT-RECORD            PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook

       77  HV-TAX-EXEMPT             PIC X             VALUE 'N'.

      * ACCOUNT_PRODUCT DB2 copybook - interest on a tax-free
      * wrapper product is paid gross
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

       77  HV-PROD-TAX-FREE          PIC X             VALUE 'N'.

      * TRANSACTION_TYPE DB2 copybook - the types this job posts
      * must be on the reference table before anything moves
           EXEC SQL
       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * INTEREST_RECALC DB2 copybook - back-valued postings whose
      * accrual is to be re-run
           EXEC SQL
              INCLUDE IRCLDB2
           END-EXEC.

       01  HOST-RECALC-ROW.
           03  HV-RECALC-SORTCODE        PIC X(6).
           03  HV-RECALC-NUMBER          PIC X(8).
           03  HV-RECALC-PROCTRAN-REF    PIC X(12).
           03  HV-RECALC-VALUE-DATE      PIC S9(9) COMP.
           03  HV-RECALC-POSTED-DATE     PIC S9(9) COMP.
           03  HV-RECALC-AMOUNT          PIC S9(10)V99 COMP-3.

      *
      * The day being re-run - as an ISO date for the DB2 date
      * arithmetic that steps it on, and as CCYYMMDD, both number
      * and text, for the comparisons.
      *
       01  HV-RECALC-DAY-ISO         PIC X(10).
       01  HV-RECALC-DAY-ISO-GRP REDEFINES HV-RECALC-DAY-ISO.
           05  WS-RDAY-ISO-YYYY      PIC 9(4).
           05  FILLER                PIC X.
           05  WS-RDAY-ISO-MM        PIC 99.
           05  FILLER                PIC X.
           05  WS-RDAY-ISO-DD        PIC 99.
       01  HV-RECALC-DAY-N           PIC 9(8).
       01  HV-RECALC-DAY-X REDEFINES HV-RECALC-DAY-N
                                     PIC X(8).
       77  HV-LATER-SUM              PIC S9(12)V99 COMP-3 VALUE 0.

       77  WS-RECALC-OK              PIC X             VALUE 'Y'.
       77  WS-END-OF-RECALC          PIC X             VALUE 'N'.
           88  END-OF-RECALC         VALUE 'Y'.
       77  WS-RECALC-DAYS            PIC S9(4) COMP    VALUE 0.
       77  WS-RECALC-REAL-BAL        PIC S9(10)V99     VALUE 0.
       77  WS-RECALC-BASE-INT        PIC S9(10)V99     VALUE 0.
       77  WS-RECALC-OPEN-ADJ        PIC S9(10)V99     VALUE 0.
       77  WS-RECALC-CLOSED-ADJ      PIC S9(10)V99     VALUE 0.
       77  WS-RECALC-TOTAL-ADJ       PIC S9(10)V99     VALUE 0.
       77  WS-RECS-RECALC-DONE       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-RECALC-FAILED     PIC 9(8)  COMP    VALUE 0.

      * PRODUCT_RATE_TIER DB2 copybook - the balance bands of a
      * tiered savings product
           EXEC SQL
              INCLUDE RTIRDB2
           END-EXEC.

       01  HOST-RATE-TIER-ROW.
           03  HV-TIER-FLOOR             PIC S9(10)V99 COMP-3.
           03  HV-TIER-RATE              PIC S9(4)V99 COMP-3.
           03  HV-TIER-BONUS-RATE        PIC S9(4)V99 COMP-3.
           03  HV-TIER-BONUS-COND        PIC X.

      *
      * The bands of the product in hand, lowest floor first. They
      * are only reloaded when the product differs from the last
      * account's - the cursor runs in sort code order, so this
      * saves the read on a run of the same product.
      *
       77  WS-TIER-PRODUCT           PIC X(8)          VALUE SPACES.
       77  WS-TIER-COUNT             PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-IX                PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-NEXT              PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-MAX               PIC S9(4) COMP    VALUE 5.
       01  WS-TIER-TABLE.
           03  WS-TIER-ENTRY OCCURS 5 TIMES.
               05  WS-TIER-FLOOR         PIC S9(10)V99 COMP-3.
               05  WS-TIER-RATE          PIC S9(4)V99 COMP-3.
               05  WS-TIER-BONUS-RATE    PIC S9(4)V99 COMP-3.
               05  WS-TIER-BONUS-COND    PIC X.
       77  WS-TIER-SLICE             PIC S9(10)V99     VALUE 0.
       77  WS-TIER-INT-ACCUM         PIC S9(14)V9(4)   VALUE 0.
       77  WS-TIER-BONUS-ACCUM       PIC S9(14)V9(4)   VALUE 0.

      *
      * The bonus condition test - debit PROCTRAN rows since the
      * last statement date, compared as CCYYMMDD text against the
      * DD.MM.YYYY PROCTRAN_DATE, the DORMACCT way.
      *
       01  HV-BONUS-FROM-N           PIC 9(8).
       01  HV-BONUS-FROM-X REDEFINES HV-BONUS-FROM-N
                                     PIC X(8).
       01  HV-BONUS-TO-N             PIC 9(8).
       01  HV-BONUS-TO-X REDEFINES HV-BONUS-TO-N
                                     PIC X(8).
       77  HV-DEBIT-COUNT            PIC S9(9) COMP    VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-ACCRUED-INT    PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-LAST-ACCRUED   PIC S9(9) COMP.
           03  HV-ACCOUNT-NEXT-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-BONUS-ACCR     PIC S9(10)V99 COMP-3.

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.

      * BATCH_RESTART DB2 copybook - checkpoint/restart position
           EXEC SQL
              INCLUDE BATRSDB2
           END-EXEC.

       01  HOST-RESTART-ROW.
           03  HV-RESTART-JOB            PIC X(8).
           03  HV-RESTART-KEY            PIC X(16).

       77  WS-RESTART-ACTIVE         PIC X             VALUE 'N'.
           88  RESTART-ACTIVE        VALUE 'Y'.

      *
      * The partition this copy of the job works - the whole book
      * unless SYSIN names a part and its sort code range - and the
      * name it registers and checkpoints under.
      *
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-PART-NUMBER            PIC 99            VALUE 0.
       77  WS-PART-OPTIONS-OK        PIC X             VALUE 'Y'.
       77  WS-PART-JOB               PIC X(8)          VALUE SPACES.
       77  HV-PART-SC-FROM           PIC X(6)          VALUE '000000'.
       77  HV-PART-SC-TO             PIC X(6)          VALUE '999999'.
       77  WS-PART-TOTAL-LABEL       PIC X(30)         VALUE SPACES.
       77  WS-PART-TOTAL-VALUE       PIC 9(9)          VALUE 0.

      * CYCPART partition control records for CYCMERGE
       01  CYCP-RECORD.
           COPY CYCPART.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-ACCRUED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-CAPITALIZED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-BONUS-PAID        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-BONUS-FORFEIT     PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
       77  WS-EXCESS-PORTION         PIC S9(10)V99     VALUE 0.
       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACCRUED-INT        PIC S9(10)V99     VALUE 0.
       77  WS-DAILY-BONUS            PIC S9(10)V99     VALUE 0.
       77  WS-NEW-BONUS-ACCR         PIC S9(10)V99     VALUE 0.
       77  WS-BONUS-PAID             PIC S9(10)V99     VALUE 0.
       77  WS-BONUS-FORFEIT          PIC X             VALUE 'N'.
       77  WS-CAPITALIZE-AMOUNT      PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.
           05  WS-RPT-ACCRUED        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CAPITALIZED    PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BONUS          PIC -(10)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-BONUS-FLAG     PIC X(9).

       01  WS-RECALC-RPT-LINE.
           05  FILLER                PIC X(7)  VALUE 'RECALC '.
           05  WS-RRPT-SCODE         PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-ACCNO         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-REF           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-VALUE-DATE    PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-DAYS          PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-CLOSED-ADJ    PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-OPEN-ADJ      PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RRPT-VERDICT       PIC X(30).

      * Accounts with something to accrue - or something accrued
      * and a statement cycle due, so the capitalization still
      * happens when the balance has gone quiet. A tiered product
      * earns from its bands even with no account rate. WITH HOLD so
      * the per-account commits do not close the cursor. Only this
      * run's sort code range, and past any restart position.
           EXEC SQL
              DECLARE ACCRINT-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_SORTCODE,
                        ACCOUNT_ACTUAL_BALANCE,
                        ACCOUNT_ACCRUED_INTEREST,
                        ACCOUNT_LAST_ACCRUED,
                        ACCOUNT_NEXT_STMT_DATE,
                        ACCOUNT_LAST_STMT_DATE,
                        COALESCE(ACCOUNT_BONUS_ACCRUED, 0)
                   FROM ACCOUNT
                  WHERE ((ACCOUNT_INTEREST_RATE <> 0
                          AND ACCOUNT_ACTUAL_BALANCE <> 0
                          AND ACCOUNT_LAST_ACCRUED < :WS-RUN-DATE)
                      OR (ACCOUNT_ACTUAL_BALANCE > 0
                          AND ACCOUNT_LAST_ACCRUED < :WS-RUN-DATE
                          AND ACCOUNT_TYPE IN
                              (SELECT RATE_TIER_PRODUCT
                                 FROM PRODUCT_RATE_TIER))
                      OR ((ACCOUNT_ACCRUED_INTEREST <> 0
                           OR COALESCE(ACCOUNT_BONUS_ACCRUED, 0) <> 0)
                          AND ACCOUNT_NEXT_STMT_DATE <= :WS-RUN-DATE))
                    AND ACCOUNT_SORTCODE BETWEEN :HV-PART-SC-FROM
                                             AND :HV-PART-SC-TO
                    AND ACCOUNT_SORTCODE CONCAT ACCOUNT_NUMBER
                        > :HV-RESTART-KEY
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      * Back-valued postings waiting to have their accrual re-run,
      * in the order they were posted. WITH HOLD so the
      * per-request commits do not close the cursor.
           EXEC SQL
              DECLARE RECALC-CURSOR CURSOR WITH HOLD FOR
                 SELECT INTEREST_RECALC_SORTCODE,
                        INTEREST_RECALC_NUMBER,
                        INTEREST_RECALC_PROCTRAN_REF,
                        INTEREST_RECALC_VALUE_DATE,
                        INTEREST_RECALC_POSTED_DATE,
                        INTEREST_RECALC_AMOUNT
                   FROM INTEREST_RECALC
                  WHERE INTEREST_RECALC_STATUS = 'P'
                    AND INTEREST_RECALC_SORTCODE
                        BETWEEN :HV-PART-SC-FROM AND :HV-PART-SC-TO
                  ORDER BY INTEREST_RECALC_SORTCODE,
                           INTEREST_RECALC_NUMBER,
                           INTEREST_RECALC_PROCTRAN_REF
           END-EXEC.

      * The bands of one product, lowest floor first.
           EXEC SQL
              DECLARE RATE-TIER-CURSOR CURSOR FOR
                 SELECT RATE_TIER_FLOOR, RATE_TIER_RATE,
                        RATE_TIER_BONUS_RATE, RATE_TIER_BONUS_COND
                   FROM PRODUCT_RATE_TIER
                  WHERE RATE_TIER_PRODUCT = :HV-ACCOUNT-TYPE
                  ORDER BY RATE_TIER_FLOOR
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           MOVE WS-PART-JOB TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           IF WS-PART-OPTIONS-OK NOT = 'Y'
             DISPLAY 'ACCRINT: SYSIN PARTITION CARDS UNUSABLE - '
                     'RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'WHT' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'IAJ' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           MOVE WS-PART-JOB TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

           OPEN OUTPUT ACCRINT-RPT-FILE.

           IF WS-PART-NUMBER NOT = 0
             PERFORM WRITE-PARTITION-HEADER
                THRU WRITE-PARTITION-HEADER-END
           END-IF.

           IF RESTART-ACTIVE
             MOVE SPACES TO ACCRINT-RPT-RECORD
             STRING 'RESTARTED FROM KEY ' DELIMITED BY SIZE,
                    HV-RESTART-KEY DELIMITED BY SIZE
               INTO ACCRINT-RPT-RECORD
             END-STRING
             WRITE ACCRINT-RPT-RECORD
           END-IF.

      *
      *    Back-valued postings first, so tonight's accrual and any
      *    capitalization work from the corrected position.
      *
           PERFORM RECALCULATE-BACK-VALUED
              THRU RECALCULATE-BACK-VALUED-END.

           EXEC SQL
              OPEN ACCRINT-CURSOR
           END-EXEC.
              CLOSE ACCRINT-CURSOR
           END-EXEC.

           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

      *
      *    A partition closes its report with its control totals
      *    and the end record that tells CYCMERGE it finished.
      *
           IF WS-PART-NUMBER NOT = 0
             MOVE 'ACCOUNTS CONSIDERED' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-READ TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'ACCOUNTS ACCRUED' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-ACCRUED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'ACCOUNTS CAPITALIZED' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-CAPITALIZED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'BONUSES PAID' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-BONUS-PAID TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'BONUSES FORFEITED' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-BONUS-FORFEIT TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'RECALCULATIONS DONE' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-RECALC-DONE TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'RECALCULATIONS FAILED' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-RECALC-FAILED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             PERFORM WRITE-PARTITION-END
                THRU WRITE-PARTITION-END-END
           END-IF.

           CLOSE ACCRINT-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           MOVE WS-RECS-CAPITALIZED TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRINT: ACCOUNTS CAPITALIZED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-BONUS-PAID TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRINT: BONUSES PAID           = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-BONUS-FORFEIT TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRINT: BONUSES FORFEITED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-RECALC-DONE TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRINT: RECALCULATIONS DONE    = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-RECALC-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRINT: RECALCULATIONS FAILED  = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
                     :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT,
                     :HV-ACCOUNT-LAST-ACCRUED,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-LAST-STMT-DT,
                     :HV-ACCOUNT-BONUS-ACCR
           END-EXEC.

           IF SQLCODE = 100
       ACCRUE-ACCOUNT.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 0 TO WS-CAPITALIZE-AMOUNT.
           MOVE 0 TO WS-BONUS-PAID.
           MOVE 'N' TO WS-BONUS-FORFEIT.

           PERFORM COMPUTE-DAYS-ELAPSED
              THRU COMPUTE-DAYS-ELAPSED-END.
           COMPUTE WS-NEW-ACCRUED-INT =
              HV-ACCOUNT-ACCRUED-INT +
              (WS-DAILY-INTEREST * HV-DAYS-ELAPSED).
           COMPUTE WS-NEW-BONUS-ACCR =
              HV-ACCOUNT-BONUS-ACCR +
              (WS-DAILY-BONUS * HV-DAYS-ELAPSED).

           IF WS-NEW-ACCRUED-INT NOT = HV-ACCOUNT-ACCRUED-INT
              OR WS-NEW-BONUS-ACCR NOT = HV-ACCOUNT-BONUS-ACCR
             ADD 1 TO WS-RECS-ACCRUED
           END-IF.

           IF HV-ACCOUNT-NEXT-STMT-DT <= WS-RUN-DATE
              AND (WS-NEW-ACCRUED-INT NOT = 0
                   OR WS-NEW-BONUS-ACCR NOT = 0)
             PERFORM CAPITALIZE-ACCOUNT
                THRU CAPITALIZE-ACCOUNT-END
           ELSE
             GO TO ACCRUE-ACCOUNT-END
           END-IF.

      *
      *    The restart position rides the account's unit of work,
      *    so a rerun resumes exactly past the last account done.
      *
           MOVE HV-ACCOUNT-SORTCODE TO HV-RESTART-KEY (1:6).
           MOVE HV-ACCOUNT-NUMBER TO HV-RESTART-KEY (7:8).
           EXEC SQL
              UPDATE BATCH_RESTART
                 SET BATCH_RESTART_KEY = :HV-RESTART-KEY
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       COMPUTE-DAYS-ELAPSED-END.

      * PROCEDURE COMPUTE-DAILY-INTEREST
      * Credit balances earn at the account rate, or band by band on
      * a tiered product. Overdrawn balances are charged at the
      * account rate on the agreed portion (down to the overdraft
      * limit) and at double rate on anything beyond it.
       COMPUTE-DAILY-INTEREST.
           MOVE 0 TO WS-DAILY-INTEREST.
           MOVE 0 TO WS-DAILY-BONUS.

           IF HV-ACCOUNT-ACTUAL-BAL > 0
             PERFORM LOAD-RATE-TIERS THRU LOAD-RATE-TIERS-END
             IF WS-TIER-COUNT > 0
               PERFORM COMPUTE-TIERED-INTEREST
                  THRU COMPUTE-TIERED-INTEREST-END
               GO TO COMPUTE-DAILY-INTEREST-END
             END-IF
           END-IF.

           IF HV-ACCOUNT-INT-RATE = 0
              OR HV-ACCOUNT-ACTUAL-BAL = 0
                 / 100 / 365).
       COMPUTE-DAILY-INTEREST-END.

      * PROCEDURE LOAD-RATE-TIERS
      * Loads the product's bands unless they are already in hand.
      * A read failure leaves the product untiered for this account
      * - it falls back to the account rate rather than earning
      * nothing - and forces a reload for the next.
       LOAD-RATE-TIERS.
           IF HV-ACCOUNT-TYPE = WS-TIER-PRODUCT
             GO TO LOAD-RATE-TIERS-END
           END-IF.

           MOVE HV-ACCOUNT-TYPE TO WS-TIER-PRODUCT.
           MOVE 0 TO WS-TIER-COUNT.

           EXEC SQL
              OPEN RATE-TIER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO OPEN RATE-TIER-CURSOR FOR '
                     HV-ACCOUNT-TYPE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE SPACES TO WS-TIER-PRODUCT
             GO TO LOAD-RATE-TIERS-END
           END-IF.

           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0
                      OR WS-TIER-COUNT >= WS-TIER-MAX
             EXEC SQL
                FETCH RATE-TIER-CURSOR
                  INTO :HV-TIER-FLOOR, :HV-TIER-RATE,
                       :HV-TIER-BONUS-RATE, :HV-TIER-BONUS-COND
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-TIER-COUNT
               MOVE HV-TIER-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
               MOVE HV-TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
               MOVE HV-TIER-BONUS-RATE
                 TO WS-TIER-BONUS-RATE(WS-TIER-COUNT)
               MOVE HV-TIER-BONUS-COND
                 TO WS-TIER-BONUS-COND(WS-TIER-COUNT)
             END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: RATE TIER FETCH FAILED FOR '
                     HV-ACCOUNT-TYPE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO WS-TIER-COUNT
             MOVE SPACES TO WS-TIER-PRODUCT
           END-IF.

           EXEC SQL
              CLOSE RATE-TIER-CURSOR
           END-EXEC.
       LOAD-RATE-TIERS-END.

      * PROCEDURE COMPUTE-TIERED-INTEREST
      * Each band's slice of the balance at the band's rate, and at
      * its bonus rate where the band carries a bonus condition.
      * The slices are summed unrounded and the day's interest
      * rounded once, so banding never costs the customer pennies.
       COMPUTE-TIERED-INTEREST.
           MOVE 0 TO WS-TIER-INT-ACCUM.
           MOVE 0 TO WS-TIER-BONUS-ACCUM.

           PERFORM ACCRUE-TIER-SLICE THRU ACCRUE-TIER-SLICE-END
              VARYING WS-TIER-IX FROM 1 BY 1
                UNTIL WS-TIER-IX > WS-TIER-COUNT.

           COMPUTE WS-DAILY-INTEREST ROUNDED =
              WS-TIER-INT-ACCUM / 100 / 365.
           COMPUTE WS-DAILY-BONUS ROUNDED =
              WS-TIER-BONUS-ACCUM / 100 / 365.
       COMPUTE-TIERED-INTEREST-END.

      * PROCEDURE ACCRUE-TIER-SLICE
      * The slice is the part of the balance above this band's
      * floor and below the next band's - the top band has no
      * ceiling.
       ACCRUE-TIER-SLICE.
           IF HV-ACCOUNT-ACTUAL-BAL <= WS-TIER-FLOOR(WS-TIER-IX)
             GO TO ACCRUE-TIER-SLICE-END
           END-IF.

           COMPUTE WS-TIER-NEXT = WS-TIER-IX + 1.
           IF WS-TIER-NEXT <= WS-TIER-COUNT
              AND HV-ACCOUNT-ACTUAL-BAL > WS-TIER-FLOOR(WS-TIER-NEXT)
             COMPUTE WS-TIER-SLICE =
                WS-TIER-FLOOR(WS-TIER-NEXT) - WS-TIER-FLOOR(WS-TIER-IX)
           ELSE
             COMPUTE WS-TIER-SLICE =
                HV-ACCOUNT-ACTUAL-BAL - WS-TIER-FLOOR(WS-TIER-IX)
           END-IF.

           COMPUTE WS-TIER-INT-ACCUM = WS-TIER-INT-ACCUM +
              (WS-TIER-SLICE * WS-TIER-RATE(WS-TIER-IX)).

           IF WS-TIER-BONUS-COND(WS-TIER-IX) NOT = SPACE
             COMPUTE WS-TIER-BONUS-ACCUM = WS-TIER-BONUS-ACCUM +
                (WS-TIER-SLICE * WS-TIER-BONUS-RATE(WS-TIER-IX))
           END-IF.
       ACCRUE-TIER-SLICE-END.

      * PROCEDURE STORE-ACCRUAL-ONLY
      * No statement cycle due - just carry the bucket and the
      * accrued-through date forward.
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_ACCRUED_INTEREST = :WS-NEW-ACCRUED-INT,
                     ACCOUNT_BONUS_ACCRUED = :WS-NEW-BONUS-ACCR,
                     ACCOUNT_LAST_ACCRUED = :WS-RUN-DATE
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
      * PROCEDURE CAPITALIZE-ACCOUNT
      * The statement cycle has come round - move the bucket into
      * both balances, post it through PROCTRAN with the INT type,
      * and empty the bucket. The bonus bucket is paid with it if
      * the bonus condition held, and emptied either way.
       CAPITALIZE-ACCOUNT.
           IF WS-NEW-BONUS-ACCR > 0
             PERFORM CHECK-BONUS-CONDITION
                THRU CHECK-BONUS-CONDITION-END
             IF WS-POSTING-OK NOT = 'Y'
               GO TO CAPITALIZE-ACCOUNT-END
             END-IF
           END-IF.

           COMPUTE WS-CAPITALIZE-AMOUNT =
              WS-NEW-ACCRUED-INT + WS-BONUS-PAID.

      *
      *    Withhold tax at source on credit interest unless the
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL,
                     ACCOUNT_ACCRUED_INTEREST = 0,
                     ACCOUNT_BONUS_ACCRUED = 0,
                     ACCOUNT_LAST_ACCRUED = :WS-RUN-DATE
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
             GO TO CAPITALIZE-ACCOUNT-END
           END-IF.

           IF WS-NEW-ACCRUED-INT NOT = 0
             PERFORM WRITE-PROCTRAN-INTEREST
                THRU WRITE-PROCTRAN-INTEREST-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND WS-BONUS-PAID > 0
             PERFORM WRITE-PROCTRAN-BONUS
                THRU WRITE-PROCTRAN-BONUS-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND WS-WHT-AMOUNT > 0
             PERFORM WRITE-PROCTRAN-WHT
                THRU WRITE-PROCTRAN-WHT-END
           END-IF.

           IF WS-POSTING-OK NOT = 'Y'
             GO TO CAPITALIZE-ACCOUNT-END
           END-IF.

           IF WS-CAPITALIZE-AMOUNT NOT = 0
             ADD 1 TO WS-RECS-CAPITALIZED
           END-IF.
           IF WS-BONUS-PAID > 0
             ADD 1 TO WS-RECS-BONUS-PAID
           END-IF.
           IF WS-BONUS-FORFEIT = 'Y'
             ADD 1 TO WS-RECS-BONUS-FORFEIT
           END-IF.
       CAPITALIZE-ACCOUNT-END.

      * PROCEDURE CHECK-BONUS-CONDITION
      * The bonus is earned only if nothing left the account at the
      * customer's hand this statement period - any debit PROCTRAN
      * row from the last statement date to today, other than the
      * interest, withholding tax and charges the bank posts itself,
      * forfeits it. A failed lookup leaves the account for the
      * next night rather than guessing either way.
       CHECK-BONUS-CONDITION.
           MOVE HV-ACCOUNT-LAST-STMT-DT TO HV-BONUS-FROM-N.
           MOVE WS-RUN-DATE TO HV-BONUS-TO-N.
           MOVE 0 TO HV-DEBIT-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-DEBIT-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                 AND PROCTRAN_AMOUNT < 0
                 AND PROCTRAN_TYPE NOT IN ('INT', 'WHT', 'CHG')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                     BETWEEN :HV-BONUS-FROM-X AND :HV-BONUS-TO-X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: BONUS CONDITION CHECK FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             GO TO CHECK-BONUS-CONDITION-END
           END-IF.

           IF HV-DEBIT-COUNT = 0
             MOVE WS-NEW-BONUS-ACCR TO WS-BONUS-PAID
           ELSE
             MOVE 0 TO WS-BONUS-PAID
             MOVE 'Y' TO WS-BONUS-FORFEIT
           END-IF.
       CHECK-BONUS-CONDITION-END.

      * PROCEDURE READ-TAX-EXEMPTION
      * A customer who cannot be read is taxed - withholding must
      * fail towards the revenue, not away from it.
       READ-TAX-EXEMPTION.
           MOVE 'N' TO HV-TAX-EXEMPT.

      *
      *    Interest on a tax-free savings wrapper is always paid
      *    gross, whoever holds it.
      *
           MOVE 'N' TO HV-PROD-TAX-FREE.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_TAX_FREE
                INTO :HV-PROD-TAX-FREE
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE = 0 AND HV-PROD-TAX-FREE = 'Y'
             MOVE 'Y' TO HV-TAX-EXEMPT
             GO TO READ-TAX-EXEMPTION-END
           END-IF.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_TAX_EXEMPT, 'N')
                INTO :HV-TAX-EXEMPT
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'INTEREST CAPITALISED' TO HV-PROCTRAN-DESC(17:20).
           MOVE WS-NEW-ACCRUED-INT TO HV-PROCTRAN-AMOUNT.

      *
      *    The running balance after the gross credit - the bonus
      *    and WHT rows that follow carry the balance on from it,
      *    so they all read as a continuous ledger.
      *
           COMPUTE HV-PROCTRAN-BALANCE =
              HV-ACCOUNT-ACTUAL-BAL + WS-NEW-ACCRUED-INT.

           EXEC SQL
              INSERT INTO PROCTRAN
           END-IF.
       WRITE-PROCTRAN-INTEREST-END.

      * PROCEDURE WRITE-PROCTRAN-BONUS
      * A bonus earned is posted as its own INT row, so the
      * customer sees on the statement that the bonus was paid.
       WRITE-PROCTRAN-BONUS.
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'ACCRINT: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-BONUS-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'INT' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'BONUS INTEREST' TO HV-PROCTRAN-DESC(17:14).
           MOVE WS-BONUS-PAID TO HV-PROCTRAN-AMOUNT.
           COMPUTE HV-PROCTRAN-BALANCE =
              HV-ACCOUNT-ACTUAL-BAL + WS-CAPITALIZE-AMOUNT.

           EXEC SQL
              INSERT INTO PROCTRAN
                     ( PROCTRAN_EYECATCHER,
                       PROCTRAN_SORTCODE,
                       PROCTRAN_NUMBER,
                       PROCTRAN_DATE,
                       PROCTRAN_TIME,
                       PROCTRAN_REF,
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO INSERT BONUS PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       WRITE-PROCTRAN-BONUS-END.

      * PROCEDURE WRITE-PROCTRAN-WHT
      * The withheld amount leaves the account as its own typed
      * posting, so the customer's statement shows gross interest
           END-IF.
       WRITE-PROCTRAN-WHT-END.

      * PROCEDURE RECALCULATE-BACK-VALUED
      * Works off every pending INTEREST_RECALC row, one per unit of
      * work. A request that fails is rolled back and stays pending
      * for the next night's run.
       RECALCULATE-BACK-VALUED.
           MOVE 'N' TO WS-END-OF-RECALC.

           EXEC SQL
              OPEN RECALC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO OPEN RECALC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO RECALCULATE-BACK-VALUED-END
           END-IF.

           PERFORM FETCH-NEXT-RECALC THRU FETCH-NEXT-RECALC-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-RECALC
             PERFORM RECALC-ONE-POSTING THRU RECALC-ONE-POSTING-END
             PERFORM FETCH-NEXT-RECALC THRU FETCH-NEXT-RECALC-END
           END-PERFORM.

           EXEC SQL
              CLOSE RECALC-CURSOR
           END-EXEC.
       RECALCULATE-BACK-VALUED-END.

      * PROCEDURE FETCH-NEXT-RECALC
       FETCH-NEXT-RECALC.
           EXEC SQL
              FETCH RECALC-CURSOR
                INTO :HV-RECALC-SORTCODE, :HV-RECALC-NUMBER,
                     :HV-RECALC-PROCTRAN-REF,
                     :HV-RECALC-VALUE-DATE,
                     :HV-RECALC-POSTED-DATE,
                     :HV-RECALC-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
             IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'ACCRINT: RECALC FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
             END-IF
             MOVE 'Y' TO WS-END-OF-RECALC
           END-IF.
       FETCH-NEXT-RECALC-END.

      * PROCEDURE RECALC-ONE-POSTING
      * Re-runs the daily interest for each day the posting should
      * have counted and did not, books the difference and marks
      * the request done.
       RECALC-ONE-POSTING.
           MOVE 'Y' TO WS-RECALC-OK.
           MOVE 0 TO WS-RECALC-DAYS.
           MOVE 0 TO WS-RECALC-OPEN-ADJ.
           MOVE 0 TO WS-RECALC-CLOSED-ADJ.
           MOVE SPACES TO WS-RRPT-VERDICT.

           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-RECALC-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-RECALC-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     ACCOUNT_ACCRUED_INTEREST,
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0),
                     COALESCE(ACCOUNT_LAST_STMT_DATE, 0)
                INTO :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT,
                     :HV-ACCOUNT-LAST-ACCRUED,
                     :HV-ACCOUNT-LAST-STMT-DT
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO READ ACCOUNT '
                     HV-RECALC-SORTCODE '/' HV-RECALC-NUMBER
                     ' FOR RECALC, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-RECALC-OK
             MOVE 'ACCOUNT UNREADABLE' TO WS-RRPT-VERDICT
             GO TO RECALC-ONE-POSTING-DONE
           END-IF.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-RECALC-REAL-BAL.

      *
      *    Step a day at a time from the value date, up to the day
      *    before the posting was made or the last day accrued,
      *    whichever comes first.
      *
           MOVE HV-RECALC-VALUE-DATE TO HV-RECALC-DAY-N.
           MOVE SPACES TO HV-RECALC-DAY-ISO.
           STRING HV-RECALC-DAY-X (1:4) '-'
                  HV-RECALC-DAY-X (5:2) '-'
                  HV-RECALC-DAY-X (7:2)
              DELIMITED BY SIZE INTO HV-RECALC-DAY-ISO
           END-STRING.

           PERFORM WITH TEST BEFORE
                   UNTIL WS-RECALC-OK NOT = 'Y'
                      OR HV-RECALC-DAY-N >= HV-RECALC-POSTED-DATE
                      OR HV-RECALC-DAY-N > HV-ACCOUNT-LAST-ACCRUED
             PERFORM RECALC-ONE-DAY THRU RECALC-ONE-DAY-END
           END-PERFORM.

           MOVE WS-RECALC-REAL-BAL TO HV-ACCOUNT-ACTUAL-BAL.

           IF WS-RECALC-OK NOT = 'Y'
             MOVE 'BALANCE HISTORY UNREADABLE' TO WS-RRPT-VERDICT
             GO TO RECALC-ONE-POSTING-DONE
           END-IF.

           PERFORM BOOK-RECALC-ADJUSTMENT
              THRU BOOK-RECALC-ADJUSTMENT-END.

       RECALC-ONE-POSTING-DONE.
           IF WS-RECALC-OK NOT = 'Y'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-RECS-RECALC-FAILED
           ELSE
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-RECS-RECALC-DONE
             MOVE 'ADJUSTED' TO WS-RRPT-VERDICT
           END-IF.

           MOVE HV-RECALC-SORTCODE TO WS-RRPT-SCODE.
           MOVE HV-RECALC-NUMBER TO WS-RRPT-ACCNO.
           MOVE HV-RECALC-PROCTRAN-REF TO WS-RRPT-REF.
           MOVE HV-RECALC-VALUE-DATE TO WS-RRPT-VALUE-DATE.
           MOVE WS-RECALC-DAYS TO WS-RRPT-DAYS.
           MOVE WS-RECALC-CLOSED-ADJ TO WS-RRPT-CLOSED-ADJ.
           MOVE WS-RECALC-OPEN-ADJ TO WS-RRPT-OPEN-ADJ.
           MOVE WS-RECALC-RPT-LINE TO ACCRINT-RPT-RECORD.
           WRITE ACCRINT-RPT-RECORD.
       RECALC-ONE-POSTING-END.

      * PROCEDURE RECALC-ONE-DAY
      * The balance the day was accrued on is today's balance less
      * every posting that had not happened yet - taken by value
      * date, except for back-valued postings still awaiting their
      * own recalculation (this one included), which count from the
      * day they were made. The corrected balance adds this
      * posting in. Both go through COMPUTE-DAILY-INTEREST, the one
      * copy of the interest rules.
       RECALC-ONE-DAY.
           MOVE 0 TO HV-LATER-SUM.

           EXEC SQL
              SELECT COALESCE(SUM(T.AMT), 0)
                INTO :HV-LATER-SUM
                FROM (SELECT P.PROCTRAN_AMOUNT AS AMT,
                             CASE WHEN EXISTS
                                  (SELECT 1
                                     FROM INTEREST_RECALC R
                                    WHERE R.INTEREST_RECALC_SORTCODE
                                             = P.PROCTRAN_SORTCODE
                                      AND R.INTEREST_RECALC_NUMBER
                                             = P.PROCTRAN_NUMBER
                                      AND R.INTEREST_RECALC_PROCTRAN_REF
                                             = P.PROCTRAN_REF
                                      AND R.INTEREST_RECALC_STATUS
                                             = 'P')
                                  THEN P.PROCTRAN_DATE
                                  ELSE COALESCE(P.PROCTRAN_VALUE_DATE,
                                                P.PROCTRAN_DATE)
                             END AS EFF
                        FROM PROCTRAN P
                       WHERE P.PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                         AND P.PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER)
                     AS T
               WHERE SUBSTR(T.EFF, 7, 4)
                        CONCAT SUBSTR(T.EFF, 4, 2)
                        CONCAT SUBSTR(T.EFF, 1, 2)
                     > :HV-RECALC-DAY-X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: BALANCE HISTORY READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-RECALC-OK
             GO TO RECALC-ONE-DAY-END
           END-IF.

           COMPUTE HV-ACCOUNT-ACTUAL-BAL =
              WS-RECALC-REAL-BAL - HV-LATER-SUM.
           PERFORM COMPUTE-DAILY-INTEREST
              THRU COMPUTE-DAILY-INTEREST-END.
           MOVE WS-DAILY-INTEREST TO WS-RECALC-BASE-INT.

           COMPUTE HV-ACCOUNT-ACTUAL-BAL =
              WS-RECALC-REAL-BAL - HV-LATER-SUM + HV-RECALC-AMOUNT.
           PERFORM COMPUTE-DAILY-INTEREST
              THRU COMPUTE-DAILY-INTEREST-END.

      *
      *    A day on or before the last statement date has already
      *    been capitalized and statemented - its correction has to
      *    be posted. A later day is still in the accrued bucket.
      *
           IF HV-RECALC-DAY-N <= HV-ACCOUNT-LAST-STMT-DT
             COMPUTE WS-RECALC-CLOSED-ADJ = WS-RECALC-CLOSED-ADJ +
                WS-DAILY-INTEREST - WS-RECALC-BASE-INT
           ELSE
             COMPUTE WS-RECALC-OPEN-ADJ = WS-RECALC-OPEN-ADJ +
                WS-DAILY-INTEREST - WS-RECALC-BASE-INT
           END-IF.
           ADD 1 TO WS-RECALC-DAYS.

           EXEC SQL
              SELECT CHAR(DATE(:HV-RECALC-DAY-ISO) + 1 DAY, ISO)
                INTO :HV-RECALC-DAY-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: DATE STEP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-RECALC-OK
             GO TO RECALC-ONE-DAY-END
           END-IF.

           COMPUTE HV-RECALC-DAY-N =
              (WS-RDAY-ISO-YYYY * 10000) +
              (WS-RDAY-ISO-MM * 100) +
              WS-RDAY-ISO-DD.
       RECALC-ONE-DAY-END.

      * PROCEDURE BOOK-RECALC-ADJUSTMENT
      * The open-period difference joins the accrued bucket and the
      * closed-period difference moves the balances, posted as an
      * IAJ line; the request is marked done with the total.
       BOOK-RECALC-ADJUSTMENT.
           COMPUTE WS-NEW-ACCRUED-INT =
              HV-ACCOUNT-ACCRUED-INT + WS-RECALC-OPEN-ADJ.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-RECALC-CLOSED-ADJ.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-RECALC-CLOSED-ADJ.

           IF WS-RECALC-OPEN-ADJ NOT = 0
              OR WS-RECALC-CLOSED-ADJ NOT = 0
             EXEC SQL
                UPDATE ACCOUNT
                   SET ACCOUNT_ACCRUED_INTEREST = :WS-NEW-ACCRUED-INT,
                       ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                       ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
                 WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'ACCRINT: UNABLE TO ADJUST ACCOUNT '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
               MOVE 'N' TO WS-RECALC-OK
               MOVE 'ACCOUNT UPDATE FAILED' TO WS-RRPT-VERDICT
               GO TO BOOK-RECALC-ADJUSTMENT-END
             END-IF
           END-IF.

           IF WS-RECALC-CLOSED-ADJ NOT = 0
             MOVE 'Y' TO WS-POSTING-OK
             PERFORM WRITE-PROCTRAN-ADJUSTMENT
                THRU WRITE-PROCTRAN-ADJUSTMENT-END
             IF WS-POSTING-OK NOT = 'Y'
               MOVE 'N' TO WS-RECALC-OK
               MOVE 'IAJ POSTING FAILED' TO WS-RRPT-VERDICT
               GO TO BOOK-RECALC-ADJUSTMENT-END
             END-IF
           END-IF.

           COMPUTE WS-RECALC-TOTAL-ADJ =
              WS-RECALC-OPEN-ADJ + WS-RECALC-CLOSED-ADJ.

           EXEC SQL
              UPDATE INTEREST_RECALC
                 SET INTEREST_RECALC_STATUS = 'D',
                     INTEREST_RECALC_ADJUSTMENT = :WS-RECALC-TOTAL-ADJ,
                     INTEREST_RECALC_DONE_DATE = :WS-RUN-DATE
               WHERE INTEREST_RECALC_SORTCODE = :HV-RECALC-SORTCODE
                 AND INTEREST_RECALC_NUMBER = :HV-RECALC-NUMBER
                 AND INTEREST_RECALC_PROCTRAN_REF
                        = :HV-RECALC-PROCTRAN-REF
                 AND INTEREST_RECALC_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO CLOSE RECALC FOR '
                     HV-RECALC-SORTCODE '/' HV-RECALC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-RECALC-OK
             MOVE 'RECALC UPDATE FAILED' TO WS-RRPT-VERDICT
           END-IF.
       BOOK-RECALC-ADJUSTMENT-END.

      * PROCEDURE WRITE-PROCTRAN-ADJUSTMENT
      * The closed-period correction posts as its own IAJ line,
      * naming the posting and value date it puts right, so the
      * customer can tie it back on the statement.
       WRITE-PROCTRAN-ADJUSTMENT.
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'ACCRINT: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-ADJUSTMENT-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'IAJ' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'INTEREST ADJ FOR ' TO HV-PROCTRAN-DESC(17:17).
           MOVE HV-RECALC-PROCTRAN-REF TO HV-PROCTRAN-DESC(34:12).
           MOVE ' VALUE ' TO HV-PROCTRAN-DESC(46:7).
           MOVE HV-RECALC-VALUE-DATE TO HV-RECALC-DAY-N.
           MOVE HV-RECALC-DAY-X TO HV-PROCTRAN-DESC(53:8).
           MOVE WS-RECALC-CLOSED-ADJ TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           EXEC SQL
              INSERT INTO PROCTRAN
                     ( PROCTRAN_EYECATCHER,
                       PROCTRAN_SORTCODE,
                       PROCTRAN_NUMBER,
                       PROCTRAN_DATE,
                       PROCTRAN_TIME,
                       PROCTRAN_REF,
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRINT: UNABLE TO INSERT IAJ PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       WRITE-PROCTRAN-ADJUSTMENT-END.

      * PROCEDURE READ-RESTART-POSITION
      * Picks up the job's BATCH_RESTART row if an earlier run left
      * one - the position to resume past - or seeds a fresh row
      * for this run.
       READ-RESTART-POSITION.
           MOVE SPACES TO HV-RESTART-KEY.

           EXEC SQL
              SELECT BATCH_RESTART_KEY
                INTO :HV-RESTART-KEY
                FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-RESTART-ACTIVE
             DISPLAY HV-RESTART-JOB ': RESTARTED FROM POSITION '
                     HV-RESTART-KEY
             GO TO READ-RESTART-POSITION-END
           END-IF.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW READ FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO READ-RESTART-POSITION-END
           END-IF.

           MOVE SPACES TO HV-RESTART-KEY.
           EXEC SQL
              INSERT INTO BATCH_RESTART
                     ( BATCH_RESTART_JOB,
                       BATCH_RESTART_KEY,
                       BATCH_RESTART_DATE,
                       BATCH_RESTART_TIME )
              VALUES ( :HV-RESTART-JOB,
                       :HV-RESTART-KEY,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW SEED FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       READ-RESTART-POSITION-END.

      * PROCEDURE CLEAR-RESTART-POSITION
      * A clean finish - the next run starts from the top.
       CLEAR-RESTART-POSITION.
           EXEC SQL
              DELETE FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW CLEAR FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       CLEAR-RESTART-POSITION-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-DAYS-ELAPSED TO WS-RPT-DAYS.
           MOVE WS-NEW-ACCRUED-INT TO WS-RPT-ACCRUED.
           MOVE WS-CAPITALIZE-AMOUNT TO WS-RPT-CAPITALIZED.
           MOVE WS-NEW-BONUS-ACCR TO WS-RPT-BONUS.
           IF WS-BONUS-PAID > 0
             MOVE 'PAID' TO WS-RPT-BONUS-FLAG
           END-IF.
           IF WS-BONUS-FORFEIT = 'Y'
             MOVE 'FORFEITED' TO WS-RPT-BONUS-FLAG
           END-IF.

           MOVE WS-REPORT-LINE TO ACCRINT-RPT-RECORD.
           WRITE ACCRINT-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE READ-RUN-OPTIONS
      * PART=nn, SCFROM=nnnnnn and SCTO=nnnnnn make this run one
      * partition of the cycle; with no PART= card it is the whole
      * book under the job's own name. A range without a part, a
      * range upside down or a card that does not parse leaves the
      * options unusable and the run is abandoned.
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-RUN-OPTION
                      THRU PARSE-RUN-OPTION-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           MOVE 'ACCRINT ' TO WS-PART-JOB.

           IF WS-PART-NUMBER = 0
             IF HV-PART-SC-FROM NOT = '000000'
                OR HV-PART-SC-TO NOT = '999999'
               DISPLAY 'ACCRINT: SORT CODE RANGE GIVEN WITHOUT '
                       'A PART= CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
             END-IF
             GO TO READ-RUN-OPTIONS-END
           END-IF.

           IF HV-PART-SC-FROM > HV-PART-SC-TO
             DISPLAY 'ACCRINT: SCFROM= IS ABOVE SCTO='
             MOVE 'N' TO WS-PART-OPTIONS-OK
           END-IF.

           MOVE WS-PART-NUMBER TO WS-PART-JOB (7:2).
           DISPLAY 'ACCRINT: PARTITION ' WS-PART-NUMBER
                   ' SORT CODES ' HV-PART-SC-FROM ' TO '
                   HV-PART-SC-TO ' AS ' WS-PART-JOB.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'PART='
               IF SYSIN-RECORD (6:2) NUMERIC
                  AND SYSIN-RECORD (6:2) NOT = '00'
                 MOVE SYSIN-RECORD (6:2) TO WS-PART-NUMBER
               ELSE
                 DISPLAY 'ACCRINT: UNUSABLE PART= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:7) = 'SCFROM='
               IF SYSIN-RECORD (8:6) NUMERIC
                 MOVE SYSIN-RECORD (8:6) TO HV-PART-SC-FROM
               ELSE
                 DISPLAY 'ACCRINT: UNUSABLE SCFROM= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:5) = 'SCTO='
               IF SYSIN-RECORD (6:6) NUMERIC
                 MOVE SYSIN-RECORD (6:6) TO HV-PART-SC-TO
               ELSE
                 DISPLAY 'ACCRINT: UNUSABLE SCTO= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'ACCRINT: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE WRITE-PARTITION-HEADER
      * The partition's range, first on its report.
       WRITE-PARTITION-HEADER.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-HEADER TO TRUE.
           MOVE 'ACCRINT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE HV-PART-SC-FROM TO CYCP-SC-FROM.
           MOVE HV-PART-SC-TO TO CYCP-SC-TO.
           MOVE WS-RUN-DATE TO CYCP-RUN-DATE.
           MOVE CYCP-RECORD TO ACCRINT-RPT-RECORD.
           WRITE ACCRINT-RPT-RECORD.
       WRITE-PARTITION-HEADER-END.

      * PROCEDURE WRITE-PARTITION-TOTAL
      * One control total - WS-PART-TOTAL-LABEL and its value.
       WRITE-PARTITION-TOTAL.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-TOTAL TO TRUE.
           MOVE 'ACCRINT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-PART-TOTAL-LABEL TO CYCP-TOTAL-LABEL.
           MOVE WS-PART-TOTAL-VALUE TO CYCP-TOTAL-VALUE.
           MOVE CYCP-RECORD TO ACCRINT-RPT-RECORD.
           WRITE ACCRINT-RPT-RECORD.
       WRITE-PARTITION-TOTAL-END.

      * PROCEDURE WRITE-PARTITION-END
      * Written only when the partition has run to its end.
       WRITE-PARTITION-END.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-END TO TRUE.
           MOVE 'ACCRINT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-RECS-READ TO CYCP-END-ROWS.
           MOVE RETURN-CODE TO CYCP-END-RC.
           MOVE CYCP-RECORD TO ACCRINT-RPT-RECORD.
           WRITE ACCRINT-RPT-RECORD.
       WRITE-PARTITION-END-END.

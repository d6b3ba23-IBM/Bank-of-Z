      * delivery-method count trailer closes the print file so
      * output can be balanced against accounts statemented.
      *
      * A tiered savings product's statement also lists the
      * product's balance bands from PRODUCT_RATE_TIER, each marked
      * as applied if the balance reached it at any point in the
      * period, with any bonus condition spelt out - the bonus
      * itself shows as its own INT line when ACCRINT paid it.
      *
      * Under the heading each statement prints the account's IBAN,
      * derived through IBANVAL, and our BIC, so the customer can
      * give them to anyone paying in from abroad.
      *
      * PROCTRAN_DATE is held as DD.MM.YYYY text, so each activity
      * row's date is reformatted to a CCYYMMDD integer in order to
      * compare it against ACCOUNT_LAST_STMT_DATE.
      *
      * A back-valued posting prints its value date beside the date
      * it was made. ACCRINT puts right the interest it should have
      * earned or cost before it was made: the part falling in a
      * statement period already closed is posted as an 'IAJ'
      * interest adjustment and so shows on the next statement, and
      * the rest is folded into the interest capitalised at the end
      * of the current period.
      *
      * Counts of statements produced are displayed at the end of
      * the run for the operator/job log.
      *
      * The cycle checkpoints its position on BATCH_RESTART with
      * each account's commit, FEECHARG-style, so a rerun after a
      * failure carries on past the last account statemented.
      * Accounts are taken in sort code and account number order
      * for that, which also keeps the statements of a split run in
      * the same order once merged.
      *
      * On a long cycle night the book is split: several copies of
      * the job run at once, each given PART=nn, SCFROM=nnnnnn and
      * SCTO=nnnnnn cards on SYSIN and statementing only the
      * accounts in its sort code range. A partition registers and
      * checkpoints as ACCSTMnn, so each keeps its own
      * BATCH_RUN_REGISTER row and BATCH_RESTART position, and
      * brackets its print file with the CYCPART records CYCMERGE
      * needs to put the partition files and totals back together
      * as the one print file - CYCMERGE writes the delivery-method
      * trailer for the whole run, so a partition leaves it off. An
      * empty SYSIN (DD DUMMY) runs the whole book as before. A card
      * that does not parse abandons the run.
      ******************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-EXC-FILE ASSIGN TO STMEXC
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  STMT-EXC-RECORD               PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-VALUE-DATE    PIC X(10).

      * TRANSACTION_TYPE DB2 copybook - plain-English line
      * descriptions for the bare three-character codes
       01  WS-LAST-TYPE-CODE         PIC X(3)          VALUE SPACES.
       01  WS-LAST-TYPE-DESC         PIC X(30)         VALUE SPACES.

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
      * The highest balance the account reached in the period, so
      * the tier lines can show which bands the balance reached.
      *
       77  WS-PERIOD-HIGH-BAL        PIC S9(10)V99     VALUE 0.
       77  WS-END-OF-TIERS           PIC X             VALUE 'N'.
           88  END-OF-TIERS          VALUE 'Y'.
       77  WS-TIER-LINES             PIC 9(4)  COMP    VALUE 0.

       01  WS-TIER-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'FROM '.
           05  WS-TIER-FLOOR         PIC Z(9)9.99.
           05  FILLER                PIC X(7)  VALUE '  RATE '.
           05  WS-TIER-RATE          PIC ZZZ9.99.
           05  FILLER                PIC X     VALUE '%'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TIER-BONUS-TEXT    PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TIER-APPLIED       PIC X(7).

       01  WS-TIER-BONUS-WORK.
           05  FILLER                PIC X(7)  VALUE '+BONUS '.
           05  WS-TIER-BONUS-RATE    PIC ZZZ9.99.
           05  FILLER                PIC X(26)
               VALUE '% IF NO WITHDRAWALS'.

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
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      * IBANVAL commarea - the account's IBAN and our BIC, printed
      * so the customer can be paid from abroad
       01  IBANVAL-PROGRAM           PIC X(8)  VALUE 'IBANVAL'.
       01  IBANVAL-COMMAREA.
           COPY IBANVAL.

      *
      * The run date, taken from the DB2 CURRENT DATE special
      * register and reformatted to the CCYYMMDD integer layout the
           05  FILLER                PIC X(6)  VALUE ' DATE '.
           05  WS-HEAD-DATE          PIC 9(8).

       01  WS-IBAN-LINE.
           05  FILLER                PIC X(10) VALUE 'IBAN      '.
           05  WS-IBAN-PRINT         PIC X(42).
           05  FILLER                PIC X(6)  VALUE '  BIC '.
           05  WS-IBAN-BIC           PIC X(11).

       01  WS-NAME-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-NAME-TEXT          PIC X(110).
           05  WS-ACT-BALANCE        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-TYPE-DESC      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-VALUE-TEXT     PIC X(6).
           05  WS-ACT-VALUE-DATE     PIC X(10).

       01  WS-FOOT-LINE.
           05  FILLER                PIC X(18)
           05  WS-FOOT-AVAIL         PIC -(10)9.99.

      * Accounts whose next statement falls due on or before the run
      * date, in this run's sort code range and past any restart
      * position, in key order. WITH HOLD so the per-account
      * commits do not close the cursor.
           EXEC SQL
              DECLARE ACCSTMT-CURSOR CURSOR WITH HOLD FOR
                        ACCOUNT_ACTUAL_BALANCE
                   FROM ACCOUNT
                  WHERE ACCOUNT_NEXT_STMT_DATE <= :WS-RUN-DATE
                    AND ACCOUNT_SORTCODE BETWEEN :HV-PART-SC-FROM
                                             AND :HV-PART-SC-TO
                    AND ACCOUNT_SORTCODE CONCAT ACCOUNT_NUMBER
                        > :HV-RESTART-KEY
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      * The account's PROCTRAN activity, oldest first - rows dated
              DECLARE STMTACT-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT, PROCTRAN_BALANCE,
                        COALESCE(PROCTRAN_VALUE_DATE, PROCTRAN_DATE)
                   FROM PROCTRAN
                  WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                  ORDER BY PROCTRAN_REF
           END-EXEC.

      * The bands of the account's product, lowest floor first.
           EXEC SQL
              DECLARE STMTTIER-CURSOR CURSOR FOR
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
             DISPLAY 'ACCSTMT: SYSIN PARTITION CARDS UNUSABLE - '
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
              (WS-NEXT-STMT-MM * 100) +
              WS-NEXT-STMT-DD.

           MOVE WS-PART-JOB TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

           OPEN OUTPUT STMT-RPT-FILE.
           OPEN OUTPUT ESTMT-OUT-FILE.
           OPEN OUTPUT STMT-EXC-FILE.

           IF WS-PART-NUMBER NOT = 0
             PERFORM WRITE-PARTITION-HEADER
                THRU WRITE-PARTITION-HEADER-END
           END-IF.

           IF RESTART-ACTIVE
             MOVE SPACES TO STMT-RPT-RECORD
             STRING 'RESTARTED FROM KEY ' DELIMITED BY SIZE,
                    HV-RESTART-KEY DELIMITED BY SIZE
               INTO STMT-RPT-RECORD
             END-STRING
             WRITE STMT-RPT-RECORD
           END-IF.

           EXEC SQL
              OPEN ACCSTMT-CURSOR
           END-EXEC.
              CLOSE ACCSTMT-CURSOR
           END-EXEC.

           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

      *
      *    The delivery-method count trailer - print plus email
      *    plus suppressed balances against accounts statemented.
      *    A partition leaves its counts as control totals instead
      *    and CYCMERGE writes the one trailer for the whole run.
      *
           IF WS-PART-NUMBER NOT = 0
             MOVE 'ACCOUNTS DUE A STATEMENT' TO WS-PART-TOTAL-LABEL
             MOVE WS-RECS-READ TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'STATEMENTS PRODUCED' TO WS-PART-TOTAL-LABEL
             MOVE WS-STMTS-PRODUCED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'DELIVERED BY PRINT' TO WS-PART-TOTAL-LABEL
             MOVE WS-PRINT-COUNT TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'DELIVERED BY EMAIL' TO WS-PART-TOTAL-LABEL
             MOVE WS-EMAIL-COUNT TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'SUPPRESSED FOR OPS' TO WS-PART-TOTAL-LABEL
             MOVE WS-SUPPRESS-COUNT TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             PERFORM WRITE-PARTITION-END
                THRU WRITE-PARTITION-END-END
           ELSE
             MOVE WS-PRINT-COUNT TO WS-TRL-PRINT
             MOVE WS-EMAIL-COUNT TO WS-TRL-EMAIL
             MOVE WS-SUPPRESS-COUNT TO WS-TRL-SUPP
             MOVE WS-TRAILER-LINE TO STMT-RPT-RECORD
             WRITE STMT-RPT-RECORD
           END-IF.

           CLOSE STMT-RPT-FILE.
           CLOSE ESTMT-OUT-FILE.
           PERFORM WRITE-STATEMENT-HEAD THRU WRITE-STATEMENT-HEAD-END.

           MOVE 0 TO WS-ACTIVITY-LINES.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-PERIOD-HIGH-BAL.
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-END.

           PERFORM WRITE-RATE-TIERS THRU WRITE-RATE-TIERS-END.

           PERFORM WRITE-STATEMENT-FOOT THRU WRITE-STATEMENT-FOOT-END.

      *
      * A lookup failure counts as not quarantined - a broken
      * quarantine table must not stop the statements going out,
      * the LTRGEN reading.
      * Only a confirmed FAILED row counts, as in LTRGEN.
       CHECK-CHANNEL-QUARANTINE.
           MOVE 0 TO HV-QUAR-COUNT.

                 AND CONTACT_STATUS_NUMBER
                        = :HV-ACCOUNT-CUST-NUMBER
                 AND CONTACT_STATUS_CHANNEL = :HV-QUAR-CHANNEL
                 AND CONTACT_STATUS_STATE = 'FAILED'
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE WS-HEAD-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

      *
      *    The account's IBAN, in the grouped printed form, and our
      *    BIC - what a payer abroad needs to send money in.
      *
           INITIALIZE IBANVAL-COMMAREA.
           SET IBANVAL-DERIVE TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO IBANVAL-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO IBANVAL-ACCNO.
           CALL IBANVAL-PROGRAM USING IBANVAL-COMMAREA.
           IF IBANVAL-VALID
             MOVE IBANVAL-IBAN-PRINT TO WS-IBAN-PRINT
             MOVE IBANVAL-BIC TO WS-IBAN-BIC
             MOVE WS-IBAN-LINE TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.

           MOVE SPACES TO WS-NAME-LINE.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE, :HV-PROCTRAN-VALUE-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-ACTIVITY-LINE
           PERFORM GET-TYPE-DESCRIPTION
              THRU GET-TYPE-DESCRIPTION-END.
           MOVE WS-LAST-TYPE-DESC TO WS-ACT-TYPE-DESC.
           IF HV-PROCTRAN-VALUE-DATE NOT = HV-PROCTRAN-DATE
             MOVE 'VALUE ' TO WS-ACT-VALUE-TEXT
             MOVE HV-PROCTRAN-VALUE-DATE TO WS-ACT-VALUE-DATE
           END-IF.
           MOVE WS-ACTIVITY-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
           ADD 1 TO WS-ACTIVITY-LINES.

           IF HV-PROCTRAN-BALANCE > WS-PERIOD-HIGH-BAL
             MOVE HV-PROCTRAN-BALANCE TO WS-PERIOD-HIGH-BAL
           END-IF.
       WRITE-ACTIVITY-LINE-END.

      * PROCEDURE WRITE-RATE-TIERS
      * Lists the product's balance bands, if it has any. A band is
      * marked APPLIED when the balance rose above its floor at some
      * point in the period. The bands are background to the
      * statement, so a failed read just leaves them off.
       WRITE-RATE-TIERS.
           MOVE 'N' TO WS-END-OF-TIERS.
           MOVE 0 TO WS-TIER-LINES.

           EXEC SQL
              OPEN STMTTIER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCSTMT: UNABLE TO OPEN STMTTIER-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO WRITE-RATE-TIERS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-TIERS
             EXEC SQL
                FETCH STMTTIER-CURSOR
                  INTO :HV-TIER-FLOOR, :HV-TIER-RATE,
                       :HV-TIER-BONUS-RATE, :HV-TIER-BONUS-COND
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-TIER-LINE THRU WRITE-TIER-LINE-END
             ELSE
               MOVE 'Y' TO WS-END-OF-TIERS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE STMTTIER-CURSOR
           END-EXEC.
       WRITE-RATE-TIERS-END.

      * PROCEDURE WRITE-TIER-LINE
       WRITE-TIER-LINE.
           IF WS-TIER-LINES = 0
             MOVE SPACES TO WS-STMT-LINE-OUT
             MOVE '  INTEREST RATE TIERS' TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.
           ADD 1 TO WS-TIER-LINES.

           MOVE HV-TIER-FLOOR TO WS-TIER-FLOOR.
           MOVE HV-TIER-RATE TO WS-TIER-RATE.
           MOVE SPACES TO WS-TIER-BONUS-TEXT.
           IF HV-TIER-BONUS-COND = 'N'
             MOVE HV-TIER-BONUS-RATE TO WS-TIER-BONUS-RATE
             MOVE WS-TIER-BONUS-WORK TO WS-TIER-BONUS-TEXT
           END-IF.
           IF WS-PERIOD-HIGH-BAL > HV-TIER-FLOOR
             MOVE 'APPLIED' TO WS-TIER-APPLIED
           ELSE
             MOVE SPACES TO WS-TIER-APPLIED
           END-IF.
           MOVE WS-TIER-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
       WRITE-TIER-LINE-END.

      * PROCEDURE GET-TYPE-DESCRIPTION
      * Looks the type's description up on TRANSACTION_TYPE,
      * remembering the last one fetched since runs of the same
             GO TO ROLL-STATEMENT-DATES-END
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

           ADD 1 TO WS-STMTS-PRODUCED.
       ROLL-STATEMENT-DATES-END.

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

           MOVE 'ACCSTMT ' TO WS-PART-JOB.

           IF WS-PART-NUMBER = 0
             IF HV-PART-SC-FROM NOT = '000000'
                OR HV-PART-SC-TO NOT = '999999'
               DISPLAY 'ACCSTMT: SORT CODE RANGE GIVEN WITHOUT '
                       'A PART= CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
             END-IF
             GO TO READ-RUN-OPTIONS-END
           END-IF.

           IF HV-PART-SC-FROM > HV-PART-SC-TO
             DISPLAY 'ACCSTMT: SCFROM= IS ABOVE SCTO='
             MOVE 'N' TO WS-PART-OPTIONS-OK
           END-IF.

           MOVE WS-PART-NUMBER TO WS-PART-JOB (7:2).
           DISPLAY 'ACCSTMT: PARTITION ' WS-PART-NUMBER
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
                 DISPLAY 'ACCSTMT: UNUSABLE PART= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:7) = 'SCFROM='
               IF SYSIN-RECORD (8:6) NUMERIC
                 MOVE SYSIN-RECORD (8:6) TO HV-PART-SC-FROM
               ELSE
                 DISPLAY 'ACCSTMT: UNUSABLE SCFROM= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:5) = 'SCTO='
               IF SYSIN-RECORD (6:6) NUMERIC
                 MOVE SYSIN-RECORD (6:6) TO HV-PART-SC-TO
               ELSE
                 DISPLAY 'ACCSTMT: UNUSABLE SCTO= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'ACCSTMT: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE WRITE-PARTITION-HEADER
      * The partition's range, first on its report.
       WRITE-PARTITION-HEADER.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-HEADER TO TRUE.
           MOVE 'ACCSTMT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE HV-PART-SC-FROM TO CYCP-SC-FROM.
           MOVE HV-PART-SC-TO TO CYCP-SC-TO.
           MOVE WS-RUN-DATE TO CYCP-RUN-DATE.
           MOVE CYCP-RECORD TO STMT-RPT-RECORD.
           WRITE STMT-RPT-RECORD.
       WRITE-PARTITION-HEADER-END.

      * PROCEDURE WRITE-PARTITION-TOTAL
      * One control total - WS-PART-TOTAL-LABEL and its value.
       WRITE-PARTITION-TOTAL.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-TOTAL TO TRUE.
           MOVE 'ACCSTMT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-PART-TOTAL-LABEL TO CYCP-TOTAL-LABEL.
           MOVE WS-PART-TOTAL-VALUE TO CYCP-TOTAL-VALUE.
           MOVE CYCP-RECORD TO STMT-RPT-RECORD.
           WRITE STMT-RPT-RECORD.
       WRITE-PARTITION-TOTAL-END.

      * PROCEDURE WRITE-PARTITION-END
      * Written only when the partition has run to its end.
       WRITE-PARTITION-END.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-END TO TRUE.
           MOVE 'ACCSTMT ' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-RECS-READ TO CYCP-END-ROWS.
           MOVE RETURN-CODE TO CYCP-END-RC.
           MOVE CYCP-RECORD TO STMT-RPT-RECORD.
           WRITE STMT-RPT-RECORD.
       WRITE-PARTITION-END-END.

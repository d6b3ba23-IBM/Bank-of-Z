      * Today's closing position is then stored as tomorrow's
      * opening, the way CUSTOMER_COUNT_CONTROL works. A rerun on
      * the same day replaces its own earlier row.
      *
      * Balances in different currencies are never added together.
      * Each currency held at the sort code is proved on its own
      * line and stored on its own control row; a posting belongs
      * to its account's currency, or for an account deleted since
      * to the currency of the product it was archived under. A
      * branch holding anything but sterling then gets an 'ALL'
      * line revaluing every currency to sterling at the day's
      * EXCHANGE_RATE - the branch proof - which is out of balance
      * if any one currency is. The rate used is stored with each
      * control row so GLEXTR revalues the same way.
      ******************************************************************

       ENVIRONMENT DIVISION.
              INCLUDE ABCTDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE and ACCOUNT_PRODUCT DB2 copybooks - the
      * currency of an account deleted since it posted
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * EXCHANGE_RATE DB2 copybook - the day's rates for the
      * sterling revaluation
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

       01  HV-CURRENCY                   PIC X(3).
       01  HV-RATE                       PIC S9(5)V9(6) COMP-3.

       01  HV-BRANCH-SORTCODE            PIC X(6).
       01  HV-BRANCH-NAME                PIC X(50).

       77  WS-BRANCHES-OOB           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * One branch's figures, a row per currency it holds. The
      * sterling equivalents add up into the branch proof line.
      *
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE           PIC X(3).
               10  WS-CCY-OPEN-KNOWN     PIC X.
               10  WS-CCY-OPENING        PIC S9(12)V99 COMP-3.
               10  WS-CCY-MOVEMENTS      PIC S9(12)V99 COMP-3.
               10  WS-CCY-DELETIONS      PIC S9(12)V99 COMP-3.
               10  WS-CCY-CLOSING        PIC S9(12)V99 COMP-3.
               10  WS-CCY-RATE           PIC S9(5)V9(6) COMP-3.
       77  WS-CCY-COUNT              PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-IX                 PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-FOUND-IX           PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-LIMIT              PIC S9(4) COMP    VALUE 20.
       77  WS-CCY-FOREIGN            PIC X             VALUE 'N'.

       77  WS-GBP-OPENING            PIC S9(12)V99     VALUE 0.
       77  WS-GBP-MOVEMENTS          PIC S9(12)V99     VALUE 0.
       77  WS-GBP-DELETIONS          PIC S9(12)V99     VALUE 0.
       77  WS-GBP-CLOSING            PIC S9(12)V99     VALUE 0.
       77  WS-GBP-AMOUNT             PIC S9(12)V99     VALUE 0.
       77  WS-BRANCH-VERDICT         PIC X(16)         VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-BRANCH         PIC X(20).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-CCY            PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-OPEN           PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-MOVE           PIC -(11)9.99.
           05  WS-RPT-VERDICT        PIC X(16).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(25)
               VALUE 'BRANCH               CCY '.
           05  FILLER                PIC X(45)
               VALUE '      OPENING     MOVEMENTS     DELETIONS    '.
           05  FILLER                PIC X(26)
                  ORDER BY BRANCH_SORTCODE
           END-EXEC.

      * The branch's closing position, by currency.
           EXEC SQL
              DECLARE CTLBAL-CURSOR CURSOR FOR
                 SELECT COALESCE(ACCOUNT_CURRENCY, 'GBP'),
                        SUM(ACCOUNT_ACTUAL_BALANCE)
                   FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-BRANCH-SORTCODE
                  GROUP BY COALESCE(ACCOUNT_CURRENCY, 'GBP')
           END-EXEC.

      * Yesterday's stored positions - the opening, by currency.
           EXEC SQL
              DECLARE CTLOPN-CURSOR CURSOR FOR
                 SELECT ACCOUNT_BAL_CTL_CURRENCY,
                        ACCOUNT_BAL_CTL_BALANCE
                   FROM ACCOUNT_BALANCE_CONTROL
                  WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-BRANCH-SORTCODE
                    AND ACCOUNT_BAL_CTL_DATE = :WS-YESTERDAY-DATE
           END-EXEC.

      * The day's postings and deletions, by the currency of the
      * account posted to - live, else archived under its product,
      * else sterling.
           EXEC SQL
              DECLARE CTLMOV-CURSOR CURSOR FOR
                 SELECT M.CCY,
                        SUM(CASE WHEN M.PTYPE <> 'ODA'
                                 THEN M.PAMT ELSE 0 END),
                        SUM(CASE WHEN M.PTYPE = 'ODA'
                                 THEN M.PAMT ELSE 0 END)
                   FROM (SELECT COALESCE(
                            (SELECT A.ACCOUNT_CURRENCY
                               FROM ACCOUNT A
                              WHERE A.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND A.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER),
                            (SELECT MAX(R.ACCOUNT_PRODUCT_CURRENCY)
                               FROM ACCOUNT_ARCHIVE H,
                                    ACCOUNT_PRODUCT R
                              WHERE H.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND H.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER
                                AND R.ACCOUNT_PRODUCT_TYPE
                                       = H.ACCOUNT_TYPE),
                            'GBP') AS CCY,
                            P.PROCTRAN_TYPE AS PTYPE,
                            P.PROCTRAN_AMOUNT AS PAMT
                           FROM PROCTRAN P
                          WHERE P.PROCTRAN_SORTCODE
                                   = :HV-BRANCH-SORTCODE
                            AND P.PROCTRAN_DATE = :HV-PTRN-DATE-X) AS M
                  GROUP BY M.CCY
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.
           STOP RUN.

      * PROCEDURE CONTROL-ONE-BRANCH
      * Each currency is proved on its own line; a branch holding
      * anything but sterling adds the 'ALL' line in sterling.
       CONTROL-ONE-BRANCH.
           PERFORM GATHER-BRANCH-FIGURES
              THRU GATHER-BRANCH-FIGURES-END.

           MOVE 0 TO WS-GBP-OPENING.
           MOVE 0 TO WS-GBP-MOVEMENTS.
           MOVE 0 TO WS-GBP-DELETIONS.
           MOVE 0 TO WS-GBP-CLOSING.
           MOVE 'N' TO WS-CCY-FOREIGN.
           MOVE 'IN BALANCE' TO WS-BRANCH-VERDICT.

           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
             PERFORM CONTROL-ONE-CURRENCY
                THRU CONTROL-ONE-CURRENCY-END
           END-PERFORM.

           IF WS-CCY-FOREIGN = 'Y'
             MOVE SPACES TO WS-REPORT-LINE
             MOVE HV-BRANCH-NAME TO WS-RPT-BRANCH
             MOVE 'ALL' TO WS-RPT-CCY
             MOVE WS-GBP-OPENING TO WS-RPT-OPEN
             MOVE WS-GBP-MOVEMENTS TO WS-RPT-MOVE
             MOVE WS-GBP-DELETIONS TO WS-RPT-DELS
             MOVE WS-GBP-CLOSING TO WS-RPT-CLOSE
             MOVE WS-BRANCH-VERDICT TO WS-RPT-VERDICT
             MOVE WS-REPORT-LINE TO ACCTCTL-RPT-RECORD
             WRITE ACCTCTL-RPT-RECORD
           END-IF.

           IF WS-BRANCH-VERDICT = 'OUT OF BALANCE'
             ADD 1 TO WS-BRANCHES-OOB
             DISPLAY 'ACCTCTL: OUT OF BALANCE AT '
                     HV-BRANCH-SORTCODE
           END-IF.
       CONTROL-ONE-BRANCH-END.

      * PROCEDURE CONTROL-ONE-CURRENCY
      * One currency's proof in its own currency, its sterling
      * equivalent added to the branch line, and its closing
      * position stored.
       CONTROL-ONE-CURRENCY.
           COMPUTE WS-EXPECTED-BALANCE =
              WS-CCY-OPENING (WS-CCY-IX)
              + WS-CCY-MOVEMENTS (WS-CCY-IX)
              - WS-CCY-DELETIONS (WS-CCY-IX).

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-BRANCH-NAME TO WS-RPT-BRANCH.
           MOVE WS-CCY-CODE (WS-CCY-IX) TO WS-RPT-CCY.
           MOVE WS-CCY-OPENING (WS-CCY-IX) TO WS-RPT-OPEN.
           MOVE WS-CCY-MOVEMENTS (WS-CCY-IX) TO WS-RPT-MOVE.
           MOVE WS-CCY-DELETIONS (WS-CCY-IX) TO WS-RPT-DELS.
           MOVE WS-CCY-CLOSING (WS-CCY-IX) TO WS-RPT-CLOSE.

           EVALUATE TRUE
             WHEN WS-CCY-OPEN-KNOWN (WS-CCY-IX) = 'N'
               MOVE 'NO OPENING SUM' TO WS-RPT-VERDICT
               IF WS-BRANCH-VERDICT = 'IN BALANCE'
                 MOVE 'NO OPENING SUM' TO WS-BRANCH-VERDICT
               END-IF
             WHEN WS-EXPECTED-BALANCE = WS-CCY-CLOSING (WS-CCY-IX)
               MOVE 'IN BALANCE' TO WS-RPT-VERDICT
             WHEN OTHER
               MOVE 'OUT OF BALANCE' TO WS-RPT-VERDICT
               MOVE 'OUT OF BALANCE' TO WS-BRANCH-VERDICT
               DISPLAY 'ACCTCTL: ' WS-CCY-CODE (WS-CCY-IX)
                       ' OUT OF BALANCE AT ' HV-BRANCH-SORTCODE
           END-EVALUATE.

           PERFORM GET-CURRENCY-RATE
              THRU GET-CURRENCY-RATE-END.

           IF WS-CCY-RATE (WS-CCY-IX) = 0
             MOVE 'NO RATE' TO WS-RPT-VERDICT
             IF WS-BRANCH-VERDICT NOT = 'OUT OF BALANCE'
               MOVE 'NO RATE' TO WS-BRANCH-VERDICT
             END-IF
           ELSE
             COMPUTE WS-GBP-AMOUNT ROUNDED =
                WS-CCY-OPENING (WS-CCY-IX) / WS-CCY-RATE (WS-CCY-IX)
             ADD WS-GBP-AMOUNT TO WS-GBP-OPENING
             COMPUTE WS-GBP-AMOUNT ROUNDED =
                WS-CCY-MOVEMENTS (WS-CCY-IX)
                / WS-CCY-RATE (WS-CCY-IX)
             ADD WS-GBP-AMOUNT TO WS-GBP-MOVEMENTS
             COMPUTE WS-GBP-AMOUNT ROUNDED =
                WS-CCY-DELETIONS (WS-CCY-IX)
                / WS-CCY-RATE (WS-CCY-IX)
             ADD WS-GBP-AMOUNT TO WS-GBP-DELETIONS
             COMPUTE WS-GBP-AMOUNT ROUNDED =
                WS-CCY-CLOSING (WS-CCY-IX) / WS-CCY-RATE (WS-CCY-IX)
             ADD WS-GBP-AMOUNT TO WS-GBP-CLOSING
           END-IF.

           MOVE WS-REPORT-LINE TO ACCTCTL-RPT-RECORD.
           WRITE ACCTCTL-RPT-RECORD.

           PERFORM STORE-CLOSING-BALANCE
              THRU STORE-CLOSING-BALANCE-END.
       CONTROL-ONE-CURRENCY-END.

      * PROCEDURE GET-CURRENCY-RATE
      * Sterling is 1. Any other currency takes the latest rate
      * loaded on or before the run date; none at all leaves zero,
      * which reports NO RATE and keeps it out of the sterling sum.
       GET-CURRENCY-RATE.
           IF WS-CCY-CODE (WS-CCY-IX) = 'GBP'
             MOVE 1 TO WS-CCY-RATE (WS-CCY-IX)
             GO TO GET-CURRENCY-RATE-END
           END-IF.

           MOVE 'Y' TO WS-CCY-FOREIGN.
           MOVE WS-CCY-CODE (WS-CCY-IX) TO HV-CURRENCY.
           MOVE 0 TO HV-RATE.

           EXEC SQL
              SELECT EXCHANGE_RATE_RATE
                INTO :HV-RATE
                FROM EXCHANGE_RATE
               WHERE EXCHANGE_RATE_CURRENCY = :HV-CURRENCY
                 AND EXCHANGE_RATE_DATE <= :WS-RUN-DATE
               ORDER BY EXCHANGE_RATE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCTCTL: NO EXCHANGE RATE FOR ' HV-CURRENCY
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-RATE
           END-IF.

           MOVE HV-RATE TO WS-CCY-RATE (WS-CCY-IX).
       GET-CURRENCY-RATE-END.

      * PROCEDURE GATHER-BRANCH-FIGURES
      * Fills the currency table for the branch from today's
      * balances, yesterday's stored positions and the day's
      * postings. A currency that appears in any of the three gets
      * its row.
       GATHER-BRANCH-FIGURES.
           MOVE 0 TO WS-CCY-COUNT.

           EXEC SQL
              OPEN CTLBAL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCTCTL: UNABLE TO OPEN CTLBAL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
               EXEC SQL
                  FETCH CTLBAL-CURSOR
                    INTO :HV-CURRENCY, :HV-CLOSING-BALANCE
               END-EXEC
               IF SQLCODE = 0
                 PERFORM FIND-CURRENCY-ENTRY
                    THRU FIND-CURRENCY-ENTRY-END
                 MOVE HV-CLOSING-BALANCE
                   TO WS-CCY-CLOSING (WS-CCY-IX)
               END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CTLBAL-CURSOR
             END-EXEC
           END-IF.

           EXEC SQL
              OPEN CTLOPN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCTCTL: UNABLE TO OPEN CTLOPN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
               EXEC SQL
                  FETCH CTLOPN-CURSOR
                    INTO :HV-CURRENCY, :HV-OPENING-BALANCE
               END-EXEC
               IF SQLCODE = 0
                 PERFORM FIND-CURRENCY-ENTRY
                    THRU FIND-CURRENCY-ENTRY-END
                 MOVE HV-OPENING-BALANCE
                   TO WS-CCY-OPENING (WS-CCY-IX)
                 MOVE 'Y' TO WS-CCY-OPEN-KNOWN (WS-CCY-IX)
               END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CTLOPN-CURSOR
             END-EXEC
           END-IF.

      *
      *    The day's monetary movement, with the ODA deletion
      *    records summed apart because their amount is a balance
      *    leaving the book, not a posting to a live account.
      *
           EXEC SQL
              OPEN CTLMOV-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCTCTL: UNABLE TO OPEN CTLMOV-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
               EXEC SQL
                  FETCH CTLMOV-CURSOR
                    INTO :HV-CURRENCY, :HV-MOVEMENTS, :HV-DELETIONS
               END-EXEC
               IF SQLCODE = 0
                 PERFORM FIND-CURRENCY-ENTRY
                    THRU FIND-CURRENCY-ENTRY-END
                 MOVE HV-MOVEMENTS TO WS-CCY-MOVEMENTS (WS-CCY-IX)
                 MOVE HV-DELETIONS TO WS-CCY-DELETIONS (WS-CCY-IX)
               END-IF
             END-PERFORM
             EXEC SQL
                CLOSE CTLMOV-CURSOR
             END-EXEC
           END-IF.

      *
      *    A branch with no accounts and no history still gets its
      *    sterling line, as it always has.
      *
           IF WS-CCY-COUNT = 0
             MOVE 'GBP' TO HV-CURRENCY
             PERFORM FIND-CURRENCY-ENTRY
                THRU FIND-CURRENCY-ENTRY-END
           END-IF.
       GATHER-BRANCH-FIGURES-END.

      * PROCEDURE FIND-CURRENCY-ENTRY
      * Points WS-CCY-IX at HV-CURRENCY's row, adding an empty one
      * the first time the currency is seen. A branch holding more
      * currencies than the table has rows shares the last row,
      * which shows up as an out-of-balance line.
       FIND-CURRENCY-ENTRY.
           MOVE 0 TO WS-CCY-FOUND-IX.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
             IF WS-CCY-CODE (WS-CCY-IX) = HV-CURRENCY
               MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
             END-IF
           END-PERFORM.

           IF WS-CCY-FOUND-IX > 0
             MOVE WS-CCY-FOUND-IX TO WS-CCY-IX
             GO TO FIND-CURRENCY-ENTRY-END
           END-IF.

           IF WS-CCY-COUNT >= WS-CCY-LIMIT
             DISPLAY 'ACCTCTL: TOO MANY CURRENCIES AT '
                     HV-BRANCH-SORTCODE ' - ' HV-CURRENCY
             MOVE WS-CCY-LIMIT TO WS-CCY-IX
             GO TO FIND-CURRENCY-ENTRY-END
           END-IF.

           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-IX.
           MOVE HV-CURRENCY TO WS-CCY-CODE (WS-CCY-IX).
           MOVE 'N' TO WS-CCY-OPEN-KNOWN (WS-CCY-IX).
           MOVE 0 TO WS-CCY-OPENING (WS-CCY-IX).
           MOVE 0 TO WS-CCY-MOVEMENTS (WS-CCY-IX).
           MOVE 0 TO WS-CCY-DELETIONS (WS-CCY-IX).
           MOVE 0 TO WS-CCY-CLOSING (WS-CCY-IX).
           MOVE 0 TO WS-CCY-RATE (WS-CCY-IX).
       FIND-CURRENCY-ENTRY-END.

      * PROCEDURE STORE-CLOSING-BALANCE
      * Today's closing sum becomes tomorrow's opening position,
      * one row per currency with the rate it was revalued at.
      * A rerun on the same day replaces its own earlier row.
       STORE-CLOSING-BALANCE.
           MOVE WS-CCY-CODE (WS-CCY-IX) TO HV-CURRENCY.
           MOVE WS-CCY-CLOSING (WS-CCY-IX) TO HV-CLOSING-BALANCE.
           MOVE WS-CCY-RATE (WS-CCY-IX) TO HV-RATE.

           EXEC SQL
              DELETE FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-BRANCH-SORTCODE
                 AND ACCOUNT_BAL_CTL_DATE = :WS-RUN-DATE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :HV-CURRENCY
           END-EXEC.

           EXEC SQL
              INSERT INTO ACCOUNT_BALANCE_CONTROL
                     ( ACCOUNT_BAL_CTL_SORTCODE,
                       ACCOUNT_BAL_CTL_DATE,
                       ACCOUNT_BAL_CTL_BALANCE,
                       ACCOUNT_BAL_CTL_CURRENCY,
                       ACCOUNT_BAL_CTL_RATE )
              VALUES ( :HV-BRANCH-SORTCODE,
                       :WS-RUN-DATE,
                       :HV-CLOSING-BALANCE,
                       :HV-CURRENCY,
                       :HV-RATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCTCTL: BALANCE STORE FAILED FOR '
                     HV-BRANCH-SORTCODE ' ' HV-CURRENCY
                     ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       STORE-CLOSING-BALANCE-END.

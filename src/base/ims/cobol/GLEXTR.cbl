      * ACCOUNT_BALANCE_CONTROL positions (allowing for deletions).
      * A disagreement writes an 'X' line to the file and flags the
      * trailer, so finance investigates before posting the journal.
      *
      * The day's teller till differences follow the postings - for
      * each sort code, the overs and shortages declared at the close
      * of TELLER_TILL rows are journalled as type 'TLD' pairs between
      * branch cash and the till-difference account. They are not
      * customer postings, so they play no part in the ACCTCTL check.
      *
      * Postings are summarized by sort code, currency and type -
      * a posting is in its account's currency, or for an account
      * deleted since in the currency of the product it was archived
      * under - and currencies are never netted together. Each 'J'
      * line carries its currency, its amount in that currency and
      * the sterling equivalent at the rate ACCTCTL revalued at for
      * the day (the day's EXCHANGE_RATE if ACCTCTL stored none).
      * The agreement check is made currency by currency against
      * ACCTCTL's stored positions, and the trailer totals are in
      * sterling, so the journal still balances by construction.
      * Till differences are cash, which is sterling only.
      *
      * The finished journal is registered on GL_JOURNAL as sent,
      * with its trailer totals, and GLACK records the ledger's
      * acceptance or rejection of it from the finance system's
      * acknowledgement file.
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

      * EXCHANGE_RATE DB2 copybook - the sterling revaluation when
      * ACCTCTL stored no rate
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

      * Summarized postings host variables
       01  HOST-SUMMARY-ROW.
           03  HV-SUM-SORTCODE           PIC X(6).
           03  HV-SUM-CURRENCY           PIC X(3).
           03  HV-SUM-TYPE               PIC X(3).
           03  HV-SUM-CREDITS            PIC S9(12)V99 COMP-3.
           03  HV-SUM-DEBITS             PIC S9(12)V99 COMP-3.
       77  HV-OPENING-BALANCE        PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-CLOSING-BALANCE        PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-DELETIONS              PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-RATE                   PIC S9(5)V9(6) COMP-3 VALUE 0.

      * TELLER_TILL DB2 copybook - the closed tills' differences
           EXEC SQL
              INCLUDE TELTDB2
           END-EXEC.

       01  HOST-TILL-DIFF-ROW.
           03  HV-TILL-SORTCODE          PIC X(6).
           03  HV-TILL-OVERS             PIC S9(12)V99 COMP-3.
           03  HV-TILL-SHORTS            PIC S9(12)V99 COMP-3.

      * GL_JOURNAL DB2 copybook - the journal is registered as sent,
      * for GLACK to record the ledger's acknowledgement against
           EXEC SQL
              INCLUDE GLJRDB2
           END-EXEC.

           EXEC SQL
              INCLUDE GLRJDB2
           END-EXEC.

       77  HV-JOURNAL-SOURCE         PIC X(8)  VALUE 'GLEXTR  '.
       77  HV-JOURNAL-LINES          PIC S9(9) COMP    VALUE 0.
       77  HV-JOURNAL-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
       77  HV-JOURNAL-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.

      * Pull in the SQL COMMAREA
           EXEC SQL
      * agreement check, keyed on the control break.
      *
       77  WS-BREAK-SORTCODE         PIC X(6)          VALUE SPACES.
       77  WS-BREAK-CURRENCY         PIC X(3)          VALUE SPACES.
       77  WS-BREAK-RATE             PIC S9(5)V9(6)    VALUE 0.
       77  WS-GBP-CREDITS            PIC S9(12)V99     VALUE 0.
       77  WS-GBP-DEBITS             PIC S9(12)V99     VALUE 0.
       77  WS-BRANCH-NET             PIC S9(12)V99     VALUE 0.
       77  WS-EXPECTED-NET           PIC S9(12)V99     VALUE 0.

           05  WS-JRN-DR-CR          PIC X.
           05  WS-JRN-AMOUNT         PIC 9(12)V99.
           05  WS-JRN-DATE           PIC 9(8).
           05  WS-JRN-CURRENCY       PIC X(3).
           05  WS-JRN-GBP-AMOUNT     PIC 9(12)V99.
           05  FILLER                PIC X(2)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-REC-TYPE       PIC X     VALUE 'X'.
           05  WS-EXC-SORTCODE       PIC X(6).
           05  WS-EXC-TEXT           PIC X(30).
           05  WS-EXC-CURRENCY       PIC X(3).
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  WS-TRL-REC-TYPE       PIC X     VALUE 'T'.
           05  WS-TRL-AGREES         PIC X.
           05  FILLER                PIC X(20) VALUE SPACES.

      * The day's postings summarized by sort code, currency and
      * type, with credits and debits split so each side can
      * journal on its own line. The currency is the account's -
      * live, else archived under its product, else sterling.
           EXEC SQL
              DECLARE GLEXTR-CURSOR CURSOR FOR
                 SELECT M.SORTCODE, M.CCY, M.PTYPE,
                        SUM(CASE WHEN M.PAMT > 0
                                 THEN M.PAMT ELSE 0 END),
                        SUM(CASE WHEN M.PAMT < 0
                                 THEN 0 - M.PAMT
                                 ELSE 0 END)
                   FROM (SELECT P.PROCTRAN_SORTCODE AS SORTCODE,
                            COALESCE(
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
                          WHERE P.PROCTRAN_DATE = :HV-PTRN-DATE-X
                            AND P.PROCTRAN_TYPE <> 'ODA') AS M
                  GROUP BY M.SORTCODE, M.CCY, M.PTYPE
                  ORDER BY M.SORTCODE, M.CCY, M.PTYPE
           END-EXEC.

      * The closed tills' overs and shortages, by sort code.
           EXEC SQL
              DECLARE TILLDIFF-CURSOR CURSOR FOR
                 SELECT TELLER_TILL_SORTCODE,
                        SUM(CASE WHEN TELLER_TILL_DIFFERENCE > 0
                                 THEN TELLER_TILL_DIFFERENCE
                                 ELSE 0 END),
                        SUM(CASE WHEN TELLER_TILL_DIFFERENCE < 0
                                 THEN 0 - TELLER_TILL_DIFFERENCE
                                 ELSE 0 END)
                   FROM TELLER_TILL
                  WHERE TELLER_TILL_DATE = :WS-RUN-DATE
                    AND TELLER_TILL_STATUS = 'C'
                  GROUP BY TELLER_TILL_SORTCODE
                  ORDER BY TELLER_TILL_SORTCODE
           END-EXEC.

       PROCEDURE DIVISION.
           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH GLEXTR-CURSOR
                  INTO :HV-SUM-SORTCODE, :HV-SUM-CURRENCY,
                       :HV-SUM-TYPE,
                       :HV-SUM-CREDITS, :HV-SUM-DEBITS
             END-EXEC
             IF SQLCODE = 0
           PERFORM CHECK-BRANCH-AGREEMENT
              THRU CHECK-BRANCH-AGREEMENT-END.

           PERFORM JOURNAL-TILL-DIFFERENCES
              THRU JOURNAL-TILL-DIFFERENCES-END.

           MOVE SPACES TO WS-TRAILER-LINE.
           MOVE 'T' TO WS-TRL-REC-TYPE.
           MOVE WS-LINES-WRITTEN TO WS-TRL-COUNT.

           CLOSE GLEX-OUT-FILE.

           PERFORM REGISTER-JOURNAL
              THRU REGISTER-JOURNAL-END.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE WS-LINES-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'GLEXTR: JOURNAL LINES WRITTEN = '
                   WS-RECS-DISPLAY.
           STOP RUN.

      * PROCEDURE JOURNAL-ONE-SUMMARY
      * One summarized sort-code/currency/type total becomes a
      * balanced pair of lines per side: the customer-ledger entry
      * and its contra to the branch settlement position.
       JOURNAL-ONE-SUMMARY.
           IF HV-SUM-SORTCODE NOT = WS-BREAK-SORTCODE
              OR HV-SUM-CURRENCY NOT = WS-BREAK-CURRENCY
             PERFORM CHECK-BRANCH-AGREEMENT
                THRU CHECK-BRANCH-AGREEMENT-END
             MOVE HV-SUM-SORTCODE TO WS-BREAK-SORTCODE
             MOVE HV-SUM-CURRENCY TO WS-BREAK-CURRENCY
             PERFORM GET-BREAK-RATE
                THRU GET-BREAK-RATE-END
           END-IF.

      *
      *    Both sides of a pair carry the same sterling equivalent,
      *    so the sterling trailer totals still balance.
      *
           MOVE 0 TO WS-GBP-CREDITS.
           MOVE 0 TO WS-GBP-DEBITS.
           IF WS-BREAK-RATE > 0
             COMPUTE WS-GBP-CREDITS ROUNDED =
                HV-SUM-CREDITS / WS-BREAK-RATE
             COMPUTE WS-GBP-DEBITS ROUNDED =
                HV-SUM-DEBITS / WS-BREAK-RATE
           END-IF.

      *
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE HV-SUM-CREDITS TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE WS-BREAK-CURRENCY TO WS-JRN-CURRENCY.
           MOVE WS-GBP-CREDITS TO WS-JRN-GBP-AMOUNT.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-GBP-CREDITS TO WS-TOTAL-CREDITS.

           MOVE 'SETTLMNT' TO WS-JRN-GL-ACCOUNT.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-GBP-CREDITS TO WS-TOTAL-DEBITS.
       WRITE-JOURNAL-PAIR-CR-END.

      * PROCEDURE WRITE-JOURNAL-PAIR-DR
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE HV-SUM-DEBITS TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE WS-BREAK-CURRENCY TO WS-JRN-CURRENCY.
           MOVE WS-GBP-DEBITS TO WS-JRN-GBP-AMOUNT.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-GBP-DEBITS TO WS-TOTAL-DEBITS.

           MOVE 'SETTLMNT' TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-GBP-DEBITS TO WS-TOTAL-CREDITS.
       WRITE-JOURNAL-PAIR-DR-END.

      * PROCEDURE GET-BREAK-RATE
      * The rate the new sort code/currency revalues to sterling
      * at - the one ACCTCTL stored with today's position, else the
      * day's EXCHANGE_RATE. With no rate at all the sterling
      * equivalents are left zero and the extract is flagged.
       GET-BREAK-RATE.
           MOVE 1 TO WS-BREAK-RATE.
           IF WS-BREAK-CURRENCY = 'GBP'
             GO TO GET-BREAK-RATE-END
           END-IF.

           MOVE 0 TO HV-RATE.
           EXEC SQL
              SELECT ACCOUNT_BAL_CTL_RATE
                INTO :HV-RATE
                FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :WS-BREAK-SORTCODE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :WS-BREAK-CURRENCY
                 AND ACCOUNT_BAL_CTL_DATE = :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-RATE NOT > 0
             MOVE 0 TO HV-RATE
             EXEC SQL
                SELECT EXCHANGE_RATE_RATE
                  INTO :HV-RATE
                  FROM EXCHANGE_RATE
                 WHERE EXCHANGE_RATE_CURRENCY = :WS-BREAK-CURRENCY
                   AND EXCHANGE_RATE_DATE <= :WS-RUN-DATE
                 ORDER BY EXCHANGE_RATE_DATE DESC
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE 0 TO HV-RATE
             END-IF
           END-IF.

           MOVE HV-RATE TO WS-BREAK-RATE.
           IF WS-BREAK-RATE NOT > 0
             MOVE 0 TO WS-BREAK-RATE
             MOVE 'N' TO WS-EXTRACT-AGREES
             DISPLAY 'GLEXTR: NO EXCHANGE RATE FOR '
                     WS-BREAK-CURRENCY ' AT ' WS-BREAK-SORTCODE
             MOVE SPACES TO WS-EXCEPTION-LINE
             MOVE 'X' TO WS-EXC-REC-TYPE
             MOVE WS-BREAK-SORTCODE TO WS-EXC-SORTCODE
             MOVE 'NO EXCHANGE RATE' TO WS-EXC-TEXT
             MOVE WS-BREAK-CURRENCY TO WS-EXC-CURRENCY
             MOVE WS-EXCEPTION-LINE TO GLEX-OUT-RECORD
             WRITE GLEX-OUT-RECORD
           END-IF.
       GET-BREAK-RATE-END.

      * PROCEDURE CHECK-BRANCH-AGREEMENT
      * The finished sort code/currency's net journal movement must
      * equal the movement ACCTCTL proved and stored for that
      * currency - today's closing position less yesterday's, plus
      * the balances that left with deleted accounts. The check is
      * in the currency itself, so no rate can mask a difference.
      * A disagreement flags the whole extract.
       CHECK-BRANCH-AGREEMENT.
           IF WS-BREAK-SORTCODE = SPACES
             GO TO CHECK-BRANCH-AGREEMENT-END
                INTO :HV-OPENING-BALANCE
                FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :WS-BREAK-SORTCODE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :WS-BREAK-CURRENCY
                 AND ACCOUNT_BAL_CTL_DATE = :WS-YESTERDAY-DATE
           END-EXEC.

                INTO :HV-CLOSING-BALANCE
                FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :WS-BREAK-SORTCODE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :WS-BREAK-CURRENCY
                 AND ACCOUNT_BAL_CTL_DATE = :WS-RUN-DATE
           END-EXEC.

           END-IF.

           MOVE 0 TO HV-DELETIONS.
      *
      *    A deleted account's currency comes from the product it
      *    was archived under.
      *
           EXEC SQL
              SELECT COALESCE(SUM(P.PROCTRAN_AMOUNT), 0)
                INTO :HV-DELETIONS
                FROM PROCTRAN P
               WHERE P.PROCTRAN_SORTCODE = :WS-BREAK-SORTCODE
                 AND P.PROCTRAN_DATE = :HV-PTRN-DATE-X
                 AND P.PROCTRAN_TYPE = 'ODA'
                 AND COALESCE(
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
                        'GBP') = :WS-BREAK-CURRENCY
           END-EXEC.

           COMPUTE WS-EXPECTED-NET =
       WRITE-AGREEMENT-EXCEPTION.
           MOVE 'N' TO WS-EXTRACT-AGREES.
           DISPLAY 'GLEXTR: DISAGREES WITH ACCTCTL AT '
                   WS-BREAK-SORTCODE ' ' WS-BREAK-CURRENCY.

           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE 'X' TO WS-EXC-REC-TYPE.
           MOVE WS-BREAK-SORTCODE TO WS-EXC-SORTCODE.
           MOVE 'DOES NOT AGREE WITH ACCTCTL' TO WS-EXC-TEXT.
           MOVE WS-BREAK-CURRENCY TO WS-EXC-CURRENCY.
           MOVE WS-EXCEPTION-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
       WRITE-AGREEMENT-EXCEPTION-END.

      * PROCEDURE JOURNAL-TILL-DIFFERENCES
      * Each sort code's till overs and shortages become balanced
      * 'TLD' pairs. Cash found over the expected count is a debit
      * to branch cash and a credit to till differences; a shortage
      * is the reverse.
       JOURNAL-TILL-DIFFERENCES.
           EXEC SQL
              OPEN TILLDIFF-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLEXTR: UNABLE TO OPEN TILLDIFF-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO JOURNAL-TILL-DIFFERENCES-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH TILLDIFF-CURSOR
                  INTO :HV-TILL-SORTCODE, :HV-TILL-OVERS,
                       :HV-TILL-SHORTS
             END-EXEC
             IF SQLCODE = 0
               IF HV-TILL-OVERS > 0
                 PERFORM WRITE-TILL-OVER-PAIR
                    THRU WRITE-TILL-OVER-PAIR-END
               END-IF
               IF HV-TILL-SHORTS > 0
                 PERFORM WRITE-TILL-SHORT-PAIR
                    THRU WRITE-TILL-SHORT-PAIR-END
               END-IF
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'GLEXTR: TILLDIFF FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TILLDIFF-CURSOR
           END-EXEC.
       JOURNAL-TILL-DIFFERENCES-END.

      * PROCEDURE WRITE-TILL-OVER-PAIR
       WRITE-TILL-OVER-PAIR.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE HV-TILL-SORTCODE TO WS-JRN-SORTCODE.
           MOVE 'BRCHCASH' TO WS-JRN-GL-ACCOUNT.
           MOVE 'TLD' TO WS-JRN-TXN-TYPE.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE HV-TILL-OVERS TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE 'GBP' TO WS-JRN-CURRENCY.
           MOVE HV-TILL-OVERS TO WS-JRN-GBP-AMOUNT.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD HV-TILL-OVERS TO WS-TOTAL-DEBITS.

           MOVE 'TILLDIFF' TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD HV-TILL-OVERS TO WS-TOTAL-CREDITS.
       WRITE-TILL-OVER-PAIR-END.

      * PROCEDURE WRITE-TILL-SHORT-PAIR
       WRITE-TILL-SHORT-PAIR.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE HV-TILL-SORTCODE TO WS-JRN-SORTCODE.
           MOVE 'TILLDIFF' TO WS-JRN-GL-ACCOUNT.
           MOVE 'TLD' TO WS-JRN-TXN-TYPE.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE HV-TILL-SHORTS TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE 'GBP' TO WS-JRN-CURRENCY.
           MOVE HV-TILL-SHORTS TO WS-JRN-GBP-AMOUNT.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD HV-TILL-SHORTS TO WS-TOTAL-DEBITS.

           MOVE 'BRCHCASH' TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO GLEX-OUT-RECORD.
           WRITE GLEX-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD HV-TILL-SHORTS TO WS-TOTAL-CREDITS.
       WRITE-TILL-SHORT-PAIR-END.

      * PROCEDURE REGISTER-JOURNAL
      * The journal is registered on GL_JOURNAL as sent, with its
      * trailer totals, for GLACK to record the ledger's
      * acknowledgement against. A rerun replaces the row, and any
      * rejections recorded against the file it replaces.
       REGISTER-JOURNAL.
           MOVE WS-LINES-WRITTEN TO HV-JOURNAL-LINES.
           MOVE WS-TOTAL-DEBITS TO HV-JOURNAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO HV-JOURNAL-CREDITS.

           EXEC SQL
              DELETE FROM GL_JOURNAL_REJECT
               WHERE GL_JOURNAL_REJECT_SOURCE = :HV-JOURNAL-SOURCE
                 AND GL_JOURNAL_REJECT_DATE = :WS-RUN-DATE
           END-EXEC.

           EXEC SQL
              DELETE FROM GL_JOURNAL
               WHERE GL_JOURNAL_SOURCE = :HV-JOURNAL-SOURCE
                 AND GL_JOURNAL_DATE = :WS-RUN-DATE
           END-EXEC.

           EXEC SQL
              INSERT INTO GL_JOURNAL
                     ( GL_JOURNAL_SOURCE,
                       GL_JOURNAL_DATE,
                       GL_JOURNAL_LINES,
                       GL_JOURNAL_DEBITS,
                       GL_JOURNAL_CREDITS,
                       GL_JOURNAL_AGREES,
                       GL_JOURNAL_STATUS,
                       GL_JOURNAL_ACK_DATE,
                       GL_JOURNAL_LINES_REJECTED,
                       GL_JOURNAL_REASON )
              VALUES ( :HV-JOURNAL-SOURCE,
                       :WS-RUN-DATE,
                       :HV-JOURNAL-LINES,
                       :HV-JOURNAL-DEBITS,
                       :HV-JOURNAL-CREDITS,
                       :WS-EXTRACT-AGREES,
                       'S',
                       NULL,
                       0,
                       NULL )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLEXTR: UNABLE TO REGISTER JOURNAL, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.
       REGISTER-JOURNAL-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRJNL.

      ******************************************************************
      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      ******************************************************************

      ******************************************************************
      * Month-end accrued-interest journal.
      *
      * GLEXTR journals PROCTRAN, but the interest ACCRINT accrues
      * each night sits in ACCOUNT_ACCRUED_INTEREST and reaches
      * PROCTRAN only when it is capitalised, so between
      * capitalisations the ledger understates the interest we owe
      * on credit balances and the overdraft interest owed to us.
      * This job closes that gap at each month end.
      *
      * It runs every business night after ACCRINT and does nothing
      * unless the business date is the last business day of its
      * month - the next business day, rolled past weekends and
      * BANK_HOLIDAY rows by BNKDATE, falls in the next month. On
      * that night the accrued interest is totalled by sort code,
      * currency, product and nature: a positive accrual is credit
      * interest payable, a negative one overdraft interest
      * receivable, and the two are never netted together.
      *
      * Each total is journalled in the GLEXTR file format as a
      * balanced 'ACR' pair dated the month end, and the same pair
      * with its sides swapped as an 'ACV' pair dated the next
      * business day - the automatic reversal, so the capitalisation
      * GLEXTR journals in the new month is not counted twice.
      * Interest payable is a debit to interest expense (INTEXPNS)
      * and a credit to the accrued-interest account; interest
      * receivable is a debit to the accrued-interest account and a
      * credit to interest income (INTINCOM). The GLEXTR layout has
      * no product field, so the accrued-interest side carries the
      * product code as its GL account - finance maps each product
      * to its own accrued-interest account. Sterling equivalents
      * are at the rate ACCTCTL stored for the day, else the latest
      * EXCHANGE_RATE, as GLEXTR's are, and the trailer totals are
      * in sterling.
      *
      * Each total is stored on INTEREST_ACCRUAL, where the next
      * month end finds it as its opening accrual. The control
      * report reconciles the movement for each total: the opening
      * accrual, the interest capitalised since it was journalled
      * (the 'INTEREST CAPITALISED' INT postings dated after the
      * last month end and up to this one), the interest that must
      * therefore have been earned in the month, and the closing
      * accrual. Earned interest against the nature of the total -
      * capitalisation out of line with what was accrued - is
      * flagged for investigation. A rerun on the same date
      * replaces its own stored totals. The journal is registered
      * on GL_JOURNAL as sent, as GLEXTR's is, for GLACK to record
      * the ledger's acknowledgement against.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRJNL-OUT-FILE ASSIGN TO ACCRJNL
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRJNL-RPT-FILE ASSIGN TO ACCRRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRJNL-OUT-FILE
           RECORDING MODE IS F.
       01  ACCRJNL-OUT-RECORD            PIC X(60).

       FD  ACCRJNL-RPT-FILE
           RECORDING MODE IS F.
       01  ACCRJNL-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook - the accrued interest being journalled
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook - the interest capitalised in the month
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE and ACCOUNT_PRODUCT DB2 copybooks - the
      * product and currency of an account closed since it was
      * capitalised
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * INTEREST_ACCRUAL DB2 copybook - each month end's totals,
      * next month's opening accrual
           EXEC SQL
              INCLUDE IACRDB2
           END-EXEC.

      * ACCOUNT_BALANCE_CONTROL and EXCHANGE_RATE DB2 copybooks -
      * the sterling revaluation
           EXEC SQL
              INCLUDE ABCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

      * Accrual totals host variables
       01  HOST-ACCRUAL-ROW.
           03  HV-ACR-SORTCODE           PIC X(6).
           03  HV-ACR-CURRENCY           PIC X(3).
           03  HV-ACR-PRODUCT            PIC X(8).
           03  HV-ACR-NATURE             PIC X.
           03  HV-ACR-CLOSING            PIC S9(11)V99 COMP-3.
           03  HV-ACR-OPENING            PIC S9(11)V99 COMP-3.
           03  HV-ACR-CAPITALISED        PIC S9(11)V99 COMP-3.
           03  HV-ACR-ACCOUNTS           PIC S9(9) COMP.

       77  HV-RATE                   PIC S9(5)V9(6) COMP-3 VALUE 0.
       77  HV-PRIOR-DATE             PIC S9(9) COMP    VALUE 0.
       77  HV-PRIOR-DATE-NULL        PIC S9(4) COMP    VALUE 0.
       77  HV-FROM-X                 PIC X(8)          VALUE SPACES.
       77  HV-TO-X                   PIC X(8)          VALUE SPACES.

      * GL_JOURNAL DB2 copybook - the journal is registered as sent,
      * for GLACK to record the ledger's acknowledgement against
           EXEC SQL
              INCLUDE GLJRDB2
           END-EXEC.

           EXEC SQL
              INCLUDE GLRJDB2
           END-EXEC.

       77  HV-JOURNAL-SOURCE         PIC X(8)  VALUE 'ACCRJNL '.
       77  HV-JOURNAL-LINES          PIC S9(9) COMP    VALUE 0.
       77  HV-JOURNAL-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
       77  HV-JOURNAL-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * BATCHREG commarea - the run is recorded on the batch run
      * register for the morning control report
       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      *
      * The run date is the BANKING_DATE business date with the
      * CURRENT DATE fallback, as a CCYYMMDD integer. The reversal
      * date is the next business day after it.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       01  WS-NEXT-DAY               PIC X(10).

       01  WS-REVERSAL-TEXT          PIC X(10).
       01  WS-REVERSAL-GRP REDEFINES WS-REVERSAL-TEXT.
           05  WS-REV-YYYY           PIC 9(4).
           05  FILLER                PIC X.
           05  WS-REV-MM             PIC 99.
           05  FILLER                PIC X.
           05  WS-REV-DD             PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-REVERSAL-DATE          PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).
       77  WS-REVERSAL-DISPLAY       PIC 9(8).
       77  WS-MONTH-START            PIC 9(8).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-LINES-WRITTEN          PIC 9(8)  COMP    VALUE 0.
       77  WS-TOTALS-READ            PIC 9(8)  COMP    VALUE 0.
       77  WS-TOTALS-JOURNALLED      PIC 9(8)  COMP    VALUE 0.
       77  WS-TOTALS-FLAGGED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-TOTAL-DEBITS           PIC S9(13)V99     VALUE 0.
       77  WS-TOTAL-CREDITS          PIC S9(13)V99     VALUE 0.
       77  WS-EXTRACT-AGREES         PIC X             VALUE 'Y'.

       77  WS-BREAK-SORTCODE         PIC X(6)          VALUE SPACES.
       77  WS-BREAK-CURRENCY         PIC X(3)          VALUE SPACES.
       77  WS-BREAK-RATE             PIC S9(5)V9(6)    VALUE 0.
       77  WS-ACCRUAL-AMOUNT         PIC S9(12)V99     VALUE 0.
       77  WS-ACCRUAL-GBP            PIC S9(12)V99     VALUE 0.
       77  WS-EARNED                 PIC S9(12)V99     VALUE 0.
       77  WS-DEBIT-ACCOUNT          PIC X(8)          VALUE SPACES.
       77  WS-CREDIT-ACCOUNT         PIC X(8)          VALUE SPACES.

      *
      * The journal file layouts - GLEXTR's 'J', 'X' and 'T' lines.
      *
       01  WS-JOURNAL-LINE.
           05  WS-JRN-REC-TYPE       PIC X.
           05  WS-JRN-SORTCODE       PIC X(6).
           05  WS-JRN-GL-ACCOUNT     PIC X(8).
           05  WS-JRN-TXN-TYPE       PIC X(3).
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
           05  WS-TRL-COUNT          PIC 9(8).
           05  WS-TRL-DEBITS         PIC 9(13)V99.
           05  WS-TRL-CREDITS        PIC 9(13)V99.
           05  WS-TRL-AGREES         PIC X.
           05  FILLER                PIC X(20) VALUE SPACES.

      *
      * The control report layouts.
      *
       01  WS-HEADING-LINE.
           05  FILLER                PIC X(36)
               VALUE 'ACCRUED INTEREST JOURNAL CONTROL AT '.
           05  WS-HEAD-DATE          PIC 9(8).
           05  FILLER                PIC X(13)
               VALUE '  REVERSAL AT'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HEAD-REVERSAL      PIC 9(8).
           05  FILLER                PIC X(18)
               VALUE '  OPENING FROM    '.
           05  WS-HEAD-PRIOR         PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(35)
               VALUE 'SCODE   CCY  PRODUCT   NATURE      '.
           05  FILLER                PIC X(32)
               VALUE '        OPENING     CAPITALISED '.
           05  FILLER                PIC X(32)
               VALUE '         EARNED         CLOSING '.
           05  FILLER                PIC X(16)
               VALUE 'ACCOUNTS  NOTE  '.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CURRENCY       PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-PRODUCT        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NATURE         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OPENING        PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-CAPITALISED    PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-EARNED         PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLOSING        PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-ACCOUNTS       PIC ZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE           PIC X(20).

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                PIC X(20)
               VALUE 'TOTALS REPORTED     '.
           05  WS-RTR-READ           PIC ZZZZZZZ9.
           05  FILLER                PIC X(20)
               VALUE '   TOTALS JOURNALLED'.
           05  WS-RTR-JOURNALLED     PIC ZZZZZZZ9.
           05  FILLER                PIC X(12)
               VALUE '   FLAGGED  '.
           05  WS-RTR-FLAGGED        PIC ZZZZZZZ9.

      * Every sort code, currency, product and nature with an
      * accrual now, an accrual journalled at the last month end,
      * or interest capitalised since - the closing accrual from
      * the accounts, the opening from INTEREST_ACCRUAL and the
      * capitalisations from PROCTRAN, brought together so each
      * total reconciles on one line. A capitalisation takes the
      * product and currency of its account - live, else as
      * archived - and its nature from its sign, as the accrual
      * it cleared had.
           EXEC SQL
              DECLARE ACCRUAL-CURSOR CURSOR FOR
                 SELECT M.SORTCODE, M.CCY, M.PRODUCT, M.NATURE,
                        SUM(M.CLOSING), SUM(M.OPENING),
                        SUM(M.CAPITALISED), SUM(M.ACCOUNTS)
                   FROM (SELECT A.ACCOUNT_SORTCODE AS SORTCODE,
                            COALESCE(A.ACCOUNT_CURRENCY, 'GBP')
                               AS CCY,
                            COALESCE(A.ACCOUNT_TYPE, ' ')
                               AS PRODUCT,
                            CASE WHEN A.ACCOUNT_ACCRUED_INTEREST > 0
                                 THEN 'P' ELSE 'R' END AS NATURE,
                            A.ACCOUNT_ACCRUED_INTEREST AS CLOSING,
                            0 AS OPENING,
                            0 AS CAPITALISED,
                            1 AS ACCOUNTS
                           FROM ACCOUNT A
                          WHERE A.ACCOUNT_ACCRUED_INTEREST <> 0
                         UNION ALL
                         SELECT J.INTEREST_ACCRUAL_SORTCODE,
                            J.INTEREST_ACCRUAL_CURRENCY,
                            J.INTEREST_ACCRUAL_PRODUCT,
                            J.INTEREST_ACCRUAL_NATURE,
                            0,
                            J.INTEREST_ACCRUAL_AMOUNT,
                            0,
                            0
                           FROM INTEREST_ACCRUAL J
                          WHERE J.INTEREST_ACCRUAL_DATE
                                   = :HV-PRIOR-DATE
                         UNION ALL
                         SELECT P.PROCTRAN_SORTCODE,
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
                            'GBP'),
                            COALESCE(
                            (SELECT A.ACCOUNT_TYPE
                               FROM ACCOUNT A
                              WHERE A.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND A.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER),
                            (SELECT MAX(H.ACCOUNT_TYPE)
                               FROM ACCOUNT_ARCHIVE H
                              WHERE H.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND H.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER),
                            ' '),
                            CASE WHEN P.PROCTRAN_AMOUNT > 0
                                 THEN 'P' ELSE 'R' END,
                            0,
                            0,
                            P.PROCTRAN_AMOUNT,
                            0
                           FROM PROCTRAN P
                          WHERE P.PROCTRAN_TYPE = 'INT'
                            AND SUBSTR(P.PROCTRAN_DESC, 17, 20)
                                   = 'INTEREST CAPITALISED'
                            AND SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                   > :HV-FROM-X
                            AND SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                   <= :HV-TO-X) AS M
                  GROUP BY M.SORTCODE, M.CCY, M.PRODUCT, M.NATURE
                  ORDER BY M.SORTCODE, M.CCY, M.PRODUCT, M.NATURE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'ACCRJNL ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           COMPUTE WS-RUN-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'ACCRJNL: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM FIND-REVERSAL-DATE
              THRU FIND-REVERSAL-DATE-END.

      *
      *    ONLY THE LAST BUSINESS DAY OF THE MONTH JOURNALS - ON ANY
      *    OTHER NIGHT THE NEXT BUSINESS DAY IS IN THE SAME MONTH.
      *
           IF WS-REV-YYYY = WS-CURR-DATE-YYYY
              AND WS-REV-MM = WS-CURR-DATE-MM
             DISPLAY 'ACCRJNL: NOT THE LAST BUSINESS DAY OF THE '
                     'MONTH - NO JOURNAL'
             GO TO END-OF-RUN
           END-IF.

           MOVE WS-REVERSAL-DATE TO WS-REVERSAL-DISPLAY.
           DISPLAY 'ACCRJNL: REVERSAL DATE = ' WS-REVERSAL-DISPLAY.

           PERFORM FIND-PRIOR-MONTH-END
              THRU FIND-PRIOR-MONTH-END-END.

           OPEN OUTPUT ACCRJNL-OUT-FILE.
           OPEN OUTPUT ACCRJNL-RPT-FILE.

           MOVE WS-RUN-DATE-DISPLAY TO WS-HEAD-DATE.
           MOVE WS-REVERSAL-DISPLAY TO WS-HEAD-REVERSAL.
           MOVE SPACES TO ACCRJNL-RPT-RECORD.
           MOVE WS-HEADING-LINE TO ACCRJNL-RPT-RECORD.
           WRITE ACCRJNL-RPT-RECORD.
           MOVE SPACES TO ACCRJNL-RPT-RECORD.
           MOVE WS-COLUMN-LINE TO ACCRJNL-RPT-RECORD.
           WRITE ACCRJNL-RPT-RECORD.

      *
      *    A RERUN ON THE SAME DATE REPLACES ITS OWN STORED TOTALS.
      *
           EXEC SQL
              DELETE FROM INTEREST_ACCRUAL
               WHERE INTEREST_ACCRUAL_DATE = :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRJNL: UNABLE TO CLEAR INTEREST_ACCRUAL, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              OPEN ACCRUAL-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'ACCRJNL: UNABLE TO OPEN ACCRUAL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
             MOVE 'N' TO WS-EXTRACT-AGREES
             MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH ACCRUAL-CURSOR
                  INTO :HV-ACR-SORTCODE, :HV-ACR-CURRENCY,
                       :HV-ACR-PRODUCT, :HV-ACR-NATURE,
                       :HV-ACR-CLOSING, :HV-ACR-OPENING,
                       :HV-ACR-CAPITALISED, :HV-ACR-ACCOUNTS
             END-EXEC
             IF SQLCODE = 0
               PERFORM ACCRUE-ONE-TOTAL
                  THRU ACCRUE-ONE-TOTAL-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ACCRJNL: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 'N' TO WS-EXTRACT-AGREES
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ACCRUAL-CURSOR
           END-EXEC.

           PERFORM REGISTER-JOURNAL
              THRU REGISTER-JOURNAL-END.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE SPACES TO WS-TRAILER-LINE.
           MOVE 'T' TO WS-TRL-REC-TYPE.
           MOVE WS-LINES-WRITTEN TO WS-TRL-COUNT.
           MOVE WS-TOTAL-DEBITS TO WS-TRL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-TRL-CREDITS.
           MOVE WS-EXTRACT-AGREES TO WS-TRL-AGREES.
           MOVE WS-TRAILER-LINE TO ACCRJNL-OUT-RECORD.
           WRITE ACCRJNL-OUT-RECORD.

           MOVE WS-TOTALS-READ TO WS-RTR-READ.
           MOVE WS-TOTALS-JOURNALLED TO WS-RTR-JOURNALLED.
           MOVE WS-TOTALS-FLAGGED TO WS-RTR-FLAGGED.
           MOVE SPACES TO ACCRJNL-RPT-RECORD.
           MOVE WS-RPT-TRAILER-LINE TO ACCRJNL-RPT-RECORD.
           WRITE ACCRJNL-RPT-RECORD.

           CLOSE ACCRJNL-OUT-FILE.
           CLOSE ACCRJNL-RPT-FILE.

           MOVE WS-TOTALS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRJNL: TOTALS REPORTED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-TOTALS-JOURNALLED TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRJNL: TOTALS JOURNALLED    = '
                   WS-RECS-DISPLAY.
           MOVE WS-TOTALS-FLAGGED TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRJNL: TOTALS FLAGGED       = '
                   WS-RECS-DISPLAY.
           MOVE WS-LINES-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'ACCRJNL: JOURNAL LINES WRITTEN = '
                   WS-RECS-DISPLAY.

       END-OF-RUN.
           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-LINES-WRITTEN TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FIND-REVERSAL-DATE
      * The day after the run date, rolled past weekends and bank
      * holidays by BNKDATE - the first business day of the next
      * month when tonight is a month end. Should the calendar fail,
      * the next calendar day is used.
       FIND-REVERSAL-DATE.
           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE) + 1 DAY, ISO)
                INTO :WS-NEXT-DAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRJNL: DATE ARITHMETIC FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE WS-CURRENT-DATE TO WS-REVERSAL-TEXT
             MOVE WS-RUN-DATE TO WS-REVERSAL-DATE
             MOVE 8 TO RETURN-CODE
             GO TO FIND-REVERSAL-DATE-END
           END-IF.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-ROLL-FORWARD TO TRUE.
           MOVE WS-NEXT-DAY TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF BNKD-OK
             MOVE BNKD-DATE-OUT TO WS-REVERSAL-TEXT
           ELSE
             DISPLAY 'ACCRJNL: ROLL TO NEXT BUSINESS DAY FAILED FOR '
                WS-NEXT-DAY
             MOVE WS-NEXT-DAY TO WS-REVERSAL-TEXT
           END-IF.

           COMPUTE WS-REVERSAL-DATE =
              (WS-REV-YYYY * 10000) +
              (WS-REV-MM * 100) +
              WS-REV-DD.
       FIND-REVERSAL-DATE-END.

      * PROCEDURE FIND-PRIOR-MONTH-END
      * The last month end journalled before tonight, whose stored
      * totals are the opening accrual. The capitalisations counted
      * are those dated after it; with no earlier journal on file
      * they are the ones dated in this calendar month.
       FIND-PRIOR-MONTH-END.
           MOVE 0 TO HV-PRIOR-DATE.
           EXEC SQL
              SELECT MAX(INTEREST_ACCRUAL_DATE)
                INTO :HV-PRIOR-DATE :HV-PRIOR-DATE-NULL
                FROM INTEREST_ACCRUAL
               WHERE INTEREST_ACCRUAL_DATE < :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-PRIOR-DATE-NULL < 0
             MOVE 0 TO HV-PRIOR-DATE
           END-IF.

           MOVE WS-RUN-DATE-DISPLAY TO HV-TO-X.
           IF HV-PRIOR-DATE > 0
             MOVE HV-PRIOR-DATE TO WS-RECS-DISPLAY
             MOVE WS-RECS-DISPLAY TO HV-FROM-X
             MOVE HV-FROM-X TO WS-HEAD-PRIOR
           ELSE
             COMPUTE WS-MONTH-START =
                (WS-CURR-DATE-YYYY * 10000) +
                (WS-CURR-DATE-MM * 100)
             MOVE WS-MONTH-START TO HV-FROM-X
             MOVE 'NONE' TO WS-HEAD-PRIOR
             DISPLAY 'ACCRJNL: NO EARLIER MONTH END ON FILE - '
                     'OPENING ACCRUAL TAKEN AS ZERO'
           END-IF.
       FIND-PRIOR-MONTH-END-END.

      * PROCEDURE ACCRUE-ONE-TOTAL
      * One sort code/currency/product/nature total: its accrual
      * journalled and reversed and stored for next month, and its
      * movement reconciled on the control report.
       ACCRUE-ONE-TOTAL.
           ADD 1 TO WS-TOTALS-READ.

           IF HV-ACR-CLOSING NOT = 0
             IF HV-ACR-SORTCODE NOT = WS-BREAK-SORTCODE
                OR HV-ACR-CURRENCY NOT = WS-BREAK-CURRENCY
               MOVE HV-ACR-SORTCODE TO WS-BREAK-SORTCODE
               MOVE HV-ACR-CURRENCY TO WS-BREAK-CURRENCY
               PERFORM GET-BREAK-RATE
                  THRU GET-BREAK-RATE-END
             END-IF
             PERFORM JOURNAL-ACCRUAL
                THRU JOURNAL-ACCRUAL-END
             PERFORM STORE-ACCRUAL
                THRU STORE-ACCRUAL-END
             ADD 1 TO WS-TOTALS-JOURNALLED
           END-IF.

           PERFORM REPORT-ONE-TOTAL
              THRU REPORT-ONE-TOTAL-END.
       ACCRUE-ONE-TOTAL-END.

      * PROCEDURE JOURNAL-ACCRUAL
      * The accrual pair dated the month end and its reversal dated
      * the next business day. Both carry the same sterling
      * equivalent, so the sterling trailer totals still balance.
       JOURNAL-ACCRUAL.
           IF HV-ACR-NATURE = 'P'
             MOVE HV-ACR-CLOSING TO WS-ACCRUAL-AMOUNT
             MOVE 'INTEXPNS' TO WS-DEBIT-ACCOUNT
             MOVE HV-ACR-PRODUCT TO WS-CREDIT-ACCOUNT
           ELSE
             COMPUTE WS-ACCRUAL-AMOUNT = 0 - HV-ACR-CLOSING
             MOVE HV-ACR-PRODUCT TO WS-DEBIT-ACCOUNT
             MOVE 'INTINCOM' TO WS-CREDIT-ACCOUNT
           END-IF.

           MOVE 0 TO WS-ACCRUAL-GBP.
           IF WS-BREAK-RATE > 0
             COMPUTE WS-ACCRUAL-GBP ROUNDED =
                WS-ACCRUAL-AMOUNT / WS-BREAK-RATE
           END-IF.

           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE HV-ACR-SORTCODE TO WS-JRN-SORTCODE.
           MOVE 'ACR' TO WS-JRN-TXN-TYPE.
           MOVE WS-ACCRUAL-AMOUNT TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE HV-ACR-CURRENCY TO WS-JRN-CURRENCY.
           MOVE WS-ACCRUAL-GBP TO WS-JRN-GBP-AMOUNT.

           MOVE WS-DEBIT-ACCOUNT TO WS-JRN-GL-ACCOUNT.
           MOVE 'D' TO WS-JRN-DR-CR.
           PERFORM WRITE-JOURNAL-LINE
              THRU WRITE-JOURNAL-LINE-END.

           MOVE WS-CREDIT-ACCOUNT TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           PERFORM WRITE-JOURNAL-LINE
              THRU WRITE-JOURNAL-LINE-END.

      *
      *    THE REVERSAL - THE SAME PAIR, SIDES SWAPPED.
      *
           MOVE 'ACV' TO WS-JRN-TXN-TYPE.
           MOVE WS-REVERSAL-DATE TO WS-REVERSAL-DISPLAY.
           MOVE WS-REVERSAL-DISPLAY TO WS-JRN-DATE.

           MOVE WS-CREDIT-ACCOUNT TO WS-JRN-GL-ACCOUNT.
           MOVE 'D' TO WS-JRN-DR-CR.
           PERFORM WRITE-JOURNAL-LINE
              THRU WRITE-JOURNAL-LINE-END.

           MOVE WS-DEBIT-ACCOUNT TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           PERFORM WRITE-JOURNAL-LINE
              THRU WRITE-JOURNAL-LINE-END.
       JOURNAL-ACCRUAL-END.

      * PROCEDURE WRITE-JOURNAL-LINE
       WRITE-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE TO ACCRJNL-OUT-RECORD.
           WRITE ACCRJNL-OUT-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           IF WS-JRN-DR-CR = 'D'
             ADD WS-ACCRUAL-GBP TO WS-TOTAL-DEBITS
           ELSE
             ADD WS-ACCRUAL-GBP TO WS-TOTAL-CREDITS
           END-IF.
       WRITE-JOURNAL-LINE-END.

      * PROCEDURE STORE-ACCRUAL
      * The total as journalled, for next month's opening accrual.
       STORE-ACCRUAL.
           EXEC SQL
              INSERT INTO INTEREST_ACCRUAL
                     ( INTEREST_ACCRUAL_SORTCODE,
                       INTEREST_ACCRUAL_CURRENCY,
                       INTEREST_ACCRUAL_PRODUCT,
                       INTEREST_ACCRUAL_NATURE,
                       INTEREST_ACCRUAL_DATE,
                       INTEREST_ACCRUAL_AMOUNT,
                       INTEREST_ACCRUAL_ACCOUNTS,
                       INTEREST_ACCRUAL_REVERSAL_DATE )
              VALUES ( :HV-ACR-SORTCODE,
                       :HV-ACR-CURRENCY,
                       :HV-ACR-PRODUCT,
                       :HV-ACR-NATURE,
                       :WS-RUN-DATE,
                       :HV-ACR-CLOSING,
                       :HV-ACR-ACCOUNTS,
                       :WS-REVERSAL-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ACCRJNL: ACCRUAL STORE FAILED FOR '
                     HV-ACR-SORTCODE ' ' HV-ACR-CURRENCY ' '
                     HV-ACR-PRODUCT ' ' HV-ACR-NATURE
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.
       STORE-ACCRUAL-END.

      * PROCEDURE REPORT-ONE-TOTAL
      * Opening accrual plus the interest earned in the month, less
      * what was capitalised, is the closing accrual - so the earned
      * figure is what the movement implies. It must share the
      * nature of the total: interest payable earned as a debit, or
      * receivable as a credit, means more was capitalised than was
      * ever accrued, and the line is flagged.
       REPORT-ONE-TOTAL.
           COMPUTE WS-EARNED =
              HV-ACR-CLOSING - HV-ACR-OPENING + HV-ACR-CAPITALISED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-ACR-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-ACR-CURRENCY TO WS-RPT-CURRENCY.
           MOVE HV-ACR-PRODUCT TO WS-RPT-PRODUCT.
           IF HV-ACR-NATURE = 'P'
             MOVE 'PAYABLE' TO WS-RPT-NATURE
           ELSE
             MOVE 'RECEIVABLE' TO WS-RPT-NATURE
           END-IF.
           MOVE HV-ACR-OPENING TO WS-RPT-OPENING.
           MOVE HV-ACR-CAPITALISED TO WS-RPT-CAPITALISED.
           MOVE WS-EARNED TO WS-RPT-EARNED.
           MOVE HV-ACR-CLOSING TO WS-RPT-CLOSING.
           MOVE HV-ACR-ACCOUNTS TO WS-RPT-ACCOUNTS.

           IF (HV-ACR-NATURE = 'P' AND WS-EARNED < 0)
              OR (HV-ACR-NATURE = 'R' AND WS-EARNED > 0)
             MOVE 'CHECK - CAPITALISED' TO WS-RPT-NOTE
             ADD 1 TO WS-TOTALS-FLAGGED
           END-IF.

           MOVE SPACES TO ACCRJNL-RPT-RECORD.
           MOVE WS-REPORT-LINE TO ACCRJNL-RPT-RECORD.
           WRITE ACCRJNL-RPT-RECORD.
       REPORT-ONE-TOTAL-END.

      * PROCEDURE GET-BREAK-RATE
      * The rate the new sort code/currency revalues to sterling
      * at - the one ACCTCTL stored with today's position, else the
      * latest EXCHANGE_RATE. With no rate at all the sterling
      * equivalents are left zero and the journal is flagged.
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
             DISPLAY 'ACCRJNL: NO EXCHANGE RATE FOR '
                     WS-BREAK-CURRENCY ' AT ' WS-BREAK-SORTCODE
             MOVE SPACES TO WS-EXCEPTION-LINE
             MOVE 'X' TO WS-EXC-REC-TYPE
             MOVE WS-BREAK-SORTCODE TO WS-EXC-SORTCODE
             MOVE 'NO EXCHANGE RATE' TO WS-EXC-TEXT
             MOVE WS-BREAK-CURRENCY TO WS-EXC-CURRENCY
             MOVE WS-EXCEPTION-LINE TO ACCRJNL-OUT-RECORD
             WRITE ACCRJNL-OUT-RECORD
           END-IF.
       GET-BREAK-RATE-END.

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
             DISPLAY 'ACCRJNL: UNABLE TO REGISTER JOURNAL, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.
       REGISTER-JOURNAL-END.

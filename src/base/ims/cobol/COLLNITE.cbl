       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLNITE.

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
      * Nightly collections case management.
      *
      * ODEXCESS finds the accounts beyond their agreed limit and
      * LOANCOLL the loan instalments that could not be collected;
      * this job turns both into COLLECTIONS_CASE rows that the
      * collectors work through the COLLWORK transaction, and keeps
      * those cases moving until they are cured or written off. It
      * runs after ODEXCESS and LOANCOLL.
      *
      * A case is opened for an account that has been continuously
      * in excess (OVERDRAFT_EXCESS) for WS-EXCESS-OPEN-DAYS and is
      * still in excess tonight, and for an active loan with missed
      * instalments, unless the account already has a case open.
      * A new case starts at stage 1 with its next action due
      * today, and is assigned to the 'COLL' operator with the
      * fewest open cases - or left unassigned if there is none.
      *
      * Every open case is then reviewed:
      *   - the arrears are refreshed (the excess over the limit,
      *     or the sum of the missed instalments), and a case whose
      *     arrears have gone is closed as cured;
      *   - an open promise-to-pay whose date has come is checked
      *     against the PROCTRAN credits to the paying account
      *     since the promise was taken: enough, and it is kept;
      *     short, and it is broken and the case moves up a stage;
      *   - a case that reaches stage 4, or has been open for
      *     WS-WOFF-REVIEW-DAYS with no promise outstanding, is
      *     marked ready for write-off review.
      * A broken or kept promise brings the next action forward to
      * today so the collector sees it first.
      *
      * A customer with a pause in collections contact agreed on
      * the vulnerability register (VULNCHK) still has the case
      * opened and the arrears tracked, but the case does not move
      * up a stage or go for write-off review, and its next action
      * is held to the register's review date so the collector
      * leaves the customer be until then. A register that cannot
      * be read is treated as a pause for the night.
      *
      * Each case commits individually; a stopped run can simply be
      * rerun. Every case touched is on the report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-RPT-FILE ASSIGN TO COLLRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-RPT-FILE
           RECORDING MODE IS F.
       01  COLL-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * OVERDRAFT_EXCESS DB2 copybook
           EXEC SQL
              INCLUDE ODEXDB2
           END-EXEC.

      * PERSONAL_LOAN and LOAN_SCHEDULE DB2 copybooks
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LNSCDB2
           END-EXEC.

      * COLLECTIONS_CASE DB2 copybook
           EXEC SQL
              INCLUDE COLLDB2
           END-EXEC.

      * OPERATOR_ROLE DB2 copybook - the collectors cases are
      * assigned to
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

      * PROCTRAN DB2 copybook - the credits a promise is tested
      * against
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * COLLECTIONS_CASE host variables for DB2
       01  HOST-CASE-ROW.
           03  HV-CASE-SORTCODE          PIC X(6).
           03  HV-CASE-NUMBER            PIC X(8).
           03  HV-CASE-OPENED-DATE       PIC S9(9) COMP.
           03  HV-CASE-TYPE              PIC X.
           03  HV-CASE-CUSTOMER          PIC X(10).
           03  HV-CASE-PAY-NUMBER        PIC X(8).
           03  HV-CASE-ARREARS           PIC S9(10)V99 COMP-3.
           03  HV-CASE-STAGE             PIC S9(9) COMP.
           03  HV-CASE-COLLECTOR         PIC X(3).
           03  HV-CASE-NEXT-ACTION       PIC S9(9) COMP.
           03  HV-CASE-PTP-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-CASE-PTP-DATE          PIC S9(9) COMP.
           03  HV-CASE-PTP-TAKEN         PIC S9(9) COMP.
           03  HV-CASE-PTP-STATUS        PIC X.
           03  HV-CASE-BROKEN-COUNT      PIC S9(9) COMP.
           03  HV-CASE-STATUS            PIC X.

      * Refreshed position of the account behind a case
       77  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP    VALUE 0.
       77  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-LOAN-STATUS            PIC X             VALUE SPACE.
       77  HV-LOAN-ARREARS-COUNT     PIC S9(9) COMP    VALUE 0.
       77  HV-MISSED-AMOUNT          PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-CREDITS-AMOUNT         PIC S9(10)V99 COMP-3 VALUE 0.

      * The PROCTRAN window a promise is tested over, as the
      * CCYYMMDD text the DD.MM.YYYY PROCTRAN_DATE is rearranged to
       01  HV-PTP-FROM-N             PIC 9(8).
       01  HV-PTP-FROM-X REDEFINES HV-PTP-FROM-N
                                     PIC X(8).
       01  HV-PTP-TO-N               PIC 9(8).
       01  HV-PTP-TO-X REDEFINES HV-PTP-TO-N
                                     PIC X(8).

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
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, so the case dates agree with
      * the PROCTRAN day the overnight suite posted to.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

      * VULNCHK commarea - the support agreed on the vulnerability
      * register for the case's customer
       01  VULNCHK-PROGRAM           PIC X(8) VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).

      *
      * The case thresholds. An excess opens a case once it has run
      * WS-EXCESS-OPEN-DAYS; a case open WS-WOFF-REVIEW-DAYS with no
      * promise outstanding, or at WS-WOFF-STAGE, goes for write-off
      * review. The cut-off dates are worked out once from the run
      * date.
      *
       77  WS-EXCESS-OPEN-DAYS       PIC S9(9) COMP    VALUE 30.
       77  WS-WOFF-REVIEW-DAYS       PIC S9(9) COMP    VALUE 180.
       77  WS-WOFF-STAGE             PIC S9(9) COMP    VALUE 4.
       77  WS-EXCESS-CUTOFF          PIC S9(9) COMP    VALUE 0.
       77  WS-WOFF-CUTOFF            PIC S9(9) COMP    VALUE 0.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-CASE-CURED             PIC X             VALUE 'N'.
       77  WS-CASE-CHANGED           PIC X             VALUE 'N'.
       77  WS-COLL-PAUSED            PIC X             VALUE 'N'.
       77  WS-PAUSE-UNTIL            PIC S9(9) COMP    VALUE 0.
       77  WS-CASES-OPENED           PIC 9(8)  COMP    VALUE 0.
       77  WS-CASES-REVIEWED         PIC 9(8)  COMP    VALUE 0.
       77  WS-CASES-CURED            PIC 9(8)  COMP    VALUE 0.
       77  WS-PROMISES-KEPT          PIC 9(8)  COMP    VALUE 0.
       77  WS-PROMISES-BROKEN        PIC 9(8)  COMP    VALUE 0.
       77  WS-CASES-TO-WOFF          PIC 9(8)  COMP    VALUE 0.
       77  WS-CASES-PAUSED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.
       77  WS-ACTION-TEXT            PIC X(30)         VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TYPE           PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-STAGE          PIC 9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-COLLECTOR      PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ARREARS        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(30).

      * Accounts in excess long enough to open a case, still in
      * excess tonight and with no case already open.
           EXEC SQL
              DECLARE ODCASE-CURSOR CURSOR WITH HOLD FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        (0 - A.ACCOUNT_OVERDRAFT_LIMIT)
                           - A.ACCOUNT_AVAILABLE_BALANCE
                   FROM OVERDRAFT_EXCESS E, ACCOUNT A
                  WHERE A.ACCOUNT_SORTCODE
                           = E.OVERDRAFT_EXCESS_SORTCODE
                    AND A.ACCOUNT_NUMBER = E.OVERDRAFT_EXCESS_NUMBER
                    AND E.OVERDRAFT_EXCESS_FIRST_DATE
                           <= :WS-EXCESS-CUTOFF
                    AND A.ACCOUNT_AVAILABLE_BALANCE
                           < (0 - A.ACCOUNT_OVERDRAFT_LIMIT)
                    AND NOT EXISTS
                        (SELECT 1 FROM COLLECTIONS_CASE C
                          WHERE C.COLL_CASE_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND C.COLL_CASE_NUMBER = A.ACCOUNT_NUMBER
                            AND C.COLL_CASE_STATUS IN ('O', 'W'))
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * Active loans with missed instalments and no case open.
           EXEC SQL
              DECLARE LNCASE-CURSOR CURSOR WITH HOLD FOR
                 SELECT L.LOAN_SORTCODE, L.LOAN_NUMBER,
                        L.LOAN_CUSTOMER_NUMBER, L.LOAN_REPAY_NUMBER
                   FROM PERSONAL_LOAN L
                  WHERE L.LOAN_STATUS = 'A'
                    AND L.LOAN_ARREARS_COUNT > 0
                    AND NOT EXISTS
                        (SELECT 1 FROM COLLECTIONS_CASE C
                          WHERE C.COLL_CASE_SORTCODE = L.LOAN_SORTCODE
                            AND C.COLL_CASE_NUMBER = L.LOAN_NUMBER
                            AND C.COLL_CASE_STATUS IN ('O', 'W'))
                  ORDER BY L.LOAN_SORTCODE, L.LOAN_NUMBER
           END-EXEC.

      * Every case still being worked.
           EXEC SQL
              DECLARE CASEREV-CURSOR CURSOR WITH HOLD FOR
                 SELECT COLL_CASE_SORTCODE, COLL_CASE_NUMBER,
                        COLL_CASE_OPENED_DATE, COLL_CASE_TYPE,
                        COLL_CASE_CUSTOMER, COLL_CASE_PAY_NUMBER,
                        COLL_CASE_STAGE, COLL_CASE_COLLECTOR,
                        COLL_CASE_NEXT_ACTION,
                        COLL_CASE_PTP_AMOUNT, COLL_CASE_PTP_DATE,
                        COLL_CASE_PTP_TAKEN, COLL_CASE_PTP_STATUS,
                        COLL_CASE_BROKEN_COUNT, COLL_CASE_STATUS
                   FROM COLLECTIONS_CASE
                  WHERE COLL_CASE_STATUS IN ('O', 'W')
                  ORDER BY COLL_CASE_SORTCODE, COLL_CASE_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'COLLNITE' TO BREG-JOB.
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
           DISPLAY 'COLLNITE: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM SET-CUTOFF-DATES THRU SET-CUTOFF-DATES-END.

           OPEN OUTPUT COLL-RPT-FILE.

           PERFORM OPEN-OVERDRAFT-CASES
              THRU OPEN-OVERDRAFT-CASES-END.

           PERFORM OPEN-LOAN-CASES THRU OPEN-LOAN-CASES-END.

           PERFORM REVIEW-OPEN-CASES THRU REVIEW-OPEN-CASES-END.

           CLOSE COLL-RPT-FILE.

           MOVE WS-CASES-OPENED TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: CASES OPENED          = '
                   WS-RECS-DISPLAY.
           MOVE WS-CASES-REVIEWED TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: CASES REVIEWED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-CASES-CURED TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: CASES CURED           = '
                   WS-RECS-DISPLAY.
           MOVE WS-PROMISES-KEPT TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: PROMISES KEPT         = '
                   WS-RECS-DISPLAY.
           MOVE WS-PROMISES-BROKEN TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: PROMISES BROKEN       = '
                   WS-RECS-DISPLAY.
           MOVE WS-CASES-TO-WOFF TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: FOR WRITE-OFF REVIEW  = '
                   WS-RECS-DISPLAY.
           MOVE WS-CASES-PAUSED TO WS-RECS-DISPLAY.
           DISPLAY 'COLLNITE: PAUSED - VULNERABLE   = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS = WS-CASES-OPENED + WS-CASES-REVIEWED.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE SET-CUTOFF-DATES
      * The latest excess start date that opens a case tonight, and
      * the latest opening date that sends a case without a promise
      * to write-off review, both as CCYYMMDD.
       SET-CUTOFF-DATES.
           EXEC SQL
              SELECT YEAR(DATE(:WS-CURRENT-DATE)
                        - :WS-EXCESS-OPEN-DAYS DAYS) * 10000
                   + MONTH(DATE(:WS-CURRENT-DATE)
                        - :WS-EXCESS-OPEN-DAYS DAYS) * 100
                   + DAY(DATE(:WS-CURRENT-DATE)
                        - :WS-EXCESS-OPEN-DAYS DAYS),
                     YEAR(DATE(:WS-CURRENT-DATE)
                        - :WS-WOFF-REVIEW-DAYS DAYS) * 10000
                   + MONTH(DATE(:WS-CURRENT-DATE)
                        - :WS-WOFF-REVIEW-DAYS DAYS) * 100
                   + DAY(DATE(:WS-CURRENT-DATE)
                        - :WS-WOFF-REVIEW-DAYS DAYS)
                INTO :WS-EXCESS-CUTOFF, :WS-WOFF-CUTOFF
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: UNABLE TO SET CUT-OFF DATES, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       SET-CUTOFF-DATES-END.

      * PROCEDURE OPEN-OVERDRAFT-CASES
       OPEN-OVERDRAFT-CASES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN ODCASE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: UNABLE TO OPEN ODCASE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-CASE-ROW
             EXEC SQL
                FETCH ODCASE-CURSOR
                  INTO :HV-CASE-SORTCODE, :HV-CASE-NUMBER,
                       :HV-CASE-CUSTOMER, :HV-CASE-ARREARS
             END-EXEC
             IF SQLCODE = 0
               MOVE 'O' TO HV-CASE-TYPE
               MOVE HV-CASE-NUMBER TO HV-CASE-PAY-NUMBER
               PERFORM INSERT-NEW-CASE THRU INSERT-NEW-CASE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'COLLNITE: ODCASE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ODCASE-CURSOR
           END-EXEC.
       OPEN-OVERDRAFT-CASES-END.

      * PROCEDURE OPEN-LOAN-CASES
       OPEN-LOAN-CASES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN LNCASE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: UNABLE TO OPEN LNCASE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-CASE-ROW
             EXEC SQL
                FETCH LNCASE-CURSOR
                  INTO :HV-CASE-SORTCODE, :HV-CASE-NUMBER,
                       :HV-CASE-CUSTOMER, :HV-CASE-PAY-NUMBER
             END-EXEC
             IF SQLCODE = 0
               MOVE 'L' TO HV-CASE-TYPE
               PERFORM SUM-MISSED-INSTALMENTS
                  THRU SUM-MISSED-INSTALMENTS-END
               MOVE HV-MISSED-AMOUNT TO HV-CASE-ARREARS
               PERFORM INSERT-NEW-CASE THRU INSERT-NEW-CASE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'COLLNITE: LNCASE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE LNCASE-CURSOR
           END-EXEC.
       OPEN-LOAN-CASES-END.

      * PROCEDURE INSERT-NEW-CASE
      * Opens the case at stage 1, due for action today, with the
      * least-loaded collector.
       INSERT-NEW-CASE.
           MOVE WS-RUN-DATE TO HV-CASE-OPENED-DATE.
           MOVE 1 TO HV-CASE-STAGE.
           MOVE WS-RUN-DATE TO HV-CASE-NEXT-ACTION.
           MOVE 0 TO HV-CASE-PTP-AMOUNT.
           MOVE 0 TO HV-CASE-PTP-DATE.
           MOVE 0 TO HV-CASE-PTP-TAKEN.
           MOVE SPACE TO HV-CASE-PTP-STATUS.
           MOVE 0 TO HV-CASE-BROKEN-COUNT.
           MOVE 'O' TO HV-CASE-STATUS.

           PERFORM CHECK-COLLECTIONS-PAUSE
              THRU CHECK-COLLECTIONS-PAUSE-END.
           IF WS-COLL-PAUSED = 'Y'
             MOVE WS-PAUSE-UNTIL TO HV-CASE-NEXT-ACTION
           END-IF.

           PERFORM CHOOSE-COLLECTOR THRU CHOOSE-COLLECTOR-END.

           EXEC SQL
              INSERT INTO COLLECTIONS_CASE
                     ( COLL_CASE_SORTCODE,
                       COLL_CASE_NUMBER,
                       COLL_CASE_OPENED_DATE,
                       COLL_CASE_TYPE,
                       COLL_CASE_CUSTOMER,
                       COLL_CASE_PAY_NUMBER,
                       COLL_CASE_ARREARS,
                       COLL_CASE_STAGE,
                       COLL_CASE_COLLECTOR,
                       COLL_CASE_NEXT_ACTION,
                       COLL_CASE_PTP_AMOUNT,
                       COLL_CASE_PTP_DATE,
                       COLL_CASE_PTP_TAKEN,
                       COLL_CASE_PTP_STATUS,
                       COLL_CASE_BROKEN_COUNT,
                       COLL_CASE_STATUS,
                       COLL_CASE_CLOSED_DATE )
              VALUES ( :HV-CASE-SORTCODE,
                       :HV-CASE-NUMBER,
                       :HV-CASE-OPENED-DATE,
                       :HV-CASE-TYPE,
                       :HV-CASE-CUSTOMER,
                       :HV-CASE-PAY-NUMBER,
                       :HV-CASE-ARREARS,
                       :HV-CASE-STAGE,
                       :HV-CASE-COLLECTOR,
                       :HV-CASE-NEXT-ACTION,
                       :HV-CASE-PTP-AMOUNT,
                       :HV-CASE-PTP-DATE,
                       :HV-CASE-PTP-TAKEN,
                       :HV-CASE-PTP-STATUS,
                       :HV-CASE-BROKEN-COUNT,
                       :HV-CASE-STATUS,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: CASE INSERT FAILED FOR '
                     HV-CASE-SORTCODE '/' HV-CASE-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             GO TO INSERT-NEW-CASE-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-CASES-OPENED.
           IF HV-CASE-TYPE = 'O'
             MOVE 'OPENED - OVERDRAFT EXCESS' TO WS-ACTION-TEXT
           ELSE
             MOVE 'OPENED - LOAN ARREARS' TO WS-ACTION-TEXT
           END-IF.
           IF WS-COLL-PAUSED = 'Y'
             MOVE 'OPENED - PAUSED, VULNERABLE' TO WS-ACTION-TEXT
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       INSERT-NEW-CASE-END.

      * PROCEDURE CHECK-COLLECTIONS-PAUSE
      * Whether the case's customer has a pause in collections
      * contact agreed, and the date it is held to - the register's
      * review date, or today where that review is already due.
       CHECK-COLLECTIONS-PAUSE.
           MOVE 'N' TO WS-COLL-PAUSED.
           MOVE WS-RUN-DATE TO WS-PAUSE-UNTIL.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-CASE-SORTCODE TO VULN-SCODE.
           MOVE HV-CASE-CUSTOMER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'COLLNITE: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-CASE-SORTCODE '/' HV-CASE-NUMBER
                     ' - CASE HELD'
             MOVE 4 TO RETURN-CODE
             MOVE 'Y' TO WS-COLL-PAUSED
             GO TO CHECK-COLLECTIONS-PAUSE-END
           END-IF.

           IF NOT VULN-PAUSE-COLLECTIONS
             GO TO CHECK-COLLECTIONS-PAUSE-END
           END-IF.

           MOVE 'Y' TO WS-COLL-PAUSED.
           IF VULN-REVIEW-DATE > WS-RUN-DATE
             MOVE VULN-REVIEW-DATE TO WS-PAUSE-UNTIL
           END-IF.
       CHECK-COLLECTIONS-PAUSE-END.

      * PROCEDURE CHOOSE-COLLECTOR
      * The 'COLL' operator carrying the fewest open cases; none on
      * file leaves the case unassigned for a manager to allocate.
       CHOOSE-COLLECTOR.
           MOVE SPACES TO HV-CASE-COLLECTOR.

           EXEC SQL
              SELECT R.OPERATOR_ROLE_OPID
                INTO :HV-CASE-COLLECTOR
                FROM OPERATOR_ROLE R
                     LEFT OUTER JOIN COLLECTIONS_CASE C
                       ON C.COLL_CASE_COLLECTOR = R.OPERATOR_ROLE_OPID
                      AND C.COLL_CASE_STATUS IN ('O', 'W')
               WHERE R.OPERATOR_ROLE_CODE = 'COLL'
               GROUP BY R.OPERATOR_ROLE_OPID
               ORDER BY COUNT(C.COLL_CASE_NUMBER),
                        R.OPERATOR_ROLE_OPID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SPACES TO HV-CASE-COLLECTOR
           END-IF.
       CHOOSE-COLLECTOR-END.

      * PROCEDURE SUM-MISSED-INSTALMENTS
      * A loan's arrears are the instalments LOANCOLL has marked
      * missed and not yet collected.
       SUM-MISSED-INSTALMENTS.
           MOVE 0 TO HV-MISSED-AMOUNT.

           EXEC SQL
              SELECT COALESCE(SUM(LNSC_INSTALMENT), 0)
                INTO :HV-MISSED-AMOUNT
                FROM LOAN_SCHEDULE
               WHERE LNSC_SORTCODE = :HV-CASE-SORTCODE
                 AND LNSC_NUMBER = :HV-CASE-NUMBER
                 AND LNSC_STATUS = 'M'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-MISSED-AMOUNT
           END-IF.
       SUM-MISSED-INSTALMENTS-END.

      * PROCEDURE REVIEW-OPEN-CASES
       REVIEW-OPEN-CASES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN CASEREV-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: UNABLE TO OPEN CASEREV-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-CASE-ROW
             EXEC SQL
                FETCH CASEREV-CURSOR
                  INTO :HV-CASE-SORTCODE, :HV-CASE-NUMBER,
                       :HV-CASE-OPENED-DATE, :HV-CASE-TYPE,
                       :HV-CASE-CUSTOMER, :HV-CASE-PAY-NUMBER,
                       :HV-CASE-STAGE, :HV-CASE-COLLECTOR,
                       :HV-CASE-NEXT-ACTION,
                       :HV-CASE-PTP-AMOUNT, :HV-CASE-PTP-DATE,
                       :HV-CASE-PTP-TAKEN, :HV-CASE-PTP-STATUS,
                       :HV-CASE-BROKEN-COUNT, :HV-CASE-STATUS
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-CASES-REVIEWED
               PERFORM REVIEW-ONE-CASE THRU REVIEW-ONE-CASE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'COLLNITE: CASEREV FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE CASEREV-CURSOR
           END-EXEC.
       REVIEW-OPEN-CASES-END.

      * PROCEDURE REVIEW-ONE-CASE
      * Refreshes the arrears, closes a cured case, settles a promise
      * whose date has come and escalates, one case per unit of
      * work.
       REVIEW-ONE-CASE.
           MOVE 'N' TO WS-CASE-CURED.
           MOVE 'N' TO WS-CASE-CHANGED.
           MOVE SPACES TO WS-ACTION-TEXT.

           PERFORM REFRESH-ARREARS THRU REFRESH-ARREARS-END.

           PERFORM CHECK-COLLECTIONS-PAUSE
              THRU CHECK-COLLECTIONS-PAUSE-END.

           IF WS-CASE-CURED = 'Y'
             MOVE 'C' TO HV-CASE-STATUS
             IF HV-CASE-PTP-STATUS = 'O'
               MOVE 'K' TO HV-CASE-PTP-STATUS
             END-IF
             MOVE 'CURED - CASE CLOSED' TO WS-ACTION-TEXT
             ADD 1 TO WS-CASES-CURED
           ELSE
             IF HV-CASE-PTP-STATUS = 'O'
                AND HV-CASE-PTP-DATE <= WS-RUN-DATE
               PERFORM CHECK-PROMISE THRU CHECK-PROMISE-END
             END-IF
             IF WS-COLL-PAUSED = 'Y'
               PERFORM HOLD-PAUSED-CASE THRU HOLD-PAUSED-CASE-END
             ELSE
               PERFORM CHECK-WRITE-OFF-REVIEW
                  THRU CHECK-WRITE-OFF-REVIEW-END
             END-IF
           END-IF.

           IF HV-CASE-STATUS = 'C'
             EXEC SQL
                UPDATE COLLECTIONS_CASE
                   SET COLL_CASE_ARREARS = 0,
                       COLL_CASE_PTP_STATUS = :HV-CASE-PTP-STATUS,
                       COLL_CASE_STATUS = 'C',
                       COLL_CASE_CLOSED_DATE = :WS-RUN-DATE
                 WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                   AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                   AND COLL_CASE_OPENED_DATE = :HV-CASE-OPENED-DATE
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE COLLECTIONS_CASE
                   SET COLL_CASE_ARREARS = :HV-CASE-ARREARS,
                       COLL_CASE_STAGE = :HV-CASE-STAGE,
                       COLL_CASE_NEXT_ACTION = :HV-CASE-NEXT-ACTION,
                       COLL_CASE_PTP_STATUS = :HV-CASE-PTP-STATUS,
                       COLL_CASE_BROKEN_COUNT = :HV-CASE-BROKEN-COUNT,
                       COLL_CASE_STATUS = :HV-CASE-STATUS
                 WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                   AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                   AND COLL_CASE_OPENED_DATE = :HV-CASE-OPENED-DATE
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: CASE UPDATE FAILED FOR '
                     HV-CASE-SORTCODE '/' HV-CASE-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             GO TO REVIEW-ONE-CASE-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           IF WS-ACTION-TEXT NOT = SPACES
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           END-IF.
       REVIEW-ONE-CASE-END.

      * PROCEDURE REFRESH-ARREARS
      * The excess over the agreed limit for an overdraft case, the
      * missed instalments for a loan case. Nothing left in arrears
      * - or a loan settled - means the case is cured. An account
      * no longer on file leaves the case as it was.
       REFRESH-ARREARS.
           IF HV-CASE-TYPE = 'L'
             GO TO REFRESH-LOAN-ARREARS
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE
                INTO :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-CASE-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-CASE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO REFRESH-ARREARS-END
           END-IF.

           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.
           COMPUTE HV-CASE-ARREARS =
              WS-OVERDRAFT-FLOOR - HV-ACCOUNT-AVAIL-BAL.
           IF HV-CASE-ARREARS NOT > 0
             MOVE 'Y' TO WS-CASE-CURED
           END-IF.
           GO TO REFRESH-ARREARS-END.

       REFRESH-LOAN-ARREARS.
           EXEC SQL
              SELECT LOAN_STATUS, LOAN_ARREARS_COUNT
                INTO :HV-LOAN-STATUS, :HV-LOAN-ARREARS-COUNT
                FROM PERSONAL_LOAN
               WHERE LOAN_SORTCODE = :HV-CASE-SORTCODE
                 AND LOAN_NUMBER = :HV-CASE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO REFRESH-ARREARS-END
           END-IF.

           PERFORM SUM-MISSED-INSTALMENTS
              THRU SUM-MISSED-INSTALMENTS-END.
           MOVE HV-MISSED-AMOUNT TO HV-CASE-ARREARS.

           IF HV-LOAN-STATUS NOT = 'A'
              OR HV-LOAN-ARREARS-COUNT NOT > 0
             MOVE 'Y' TO WS-CASE-CURED
           END-IF.
       REFRESH-ARREARS-END.

      * PROCEDURE CHECK-PROMISE
      * Credits to the paying account from the day the promise was
      * taken to the day it fell due, reversals, loan advances and
      * interest left out - the customer's own money only.
       CHECK-PROMISE.
           MOVE HV-CASE-PTP-TAKEN TO HV-PTP-FROM-N.
           MOVE HV-CASE-PTP-DATE TO HV-PTP-TO-N.
           MOVE 0 TO HV-CREDITS-AMOUNT.

           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                INTO :HV-CREDITS-AMOUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-CASE-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-CASE-PAY-NUMBER
                 AND PROCTRAN_AMOUNT > 0
                 AND PROCTRAN_TYPE NOT IN ('REV', 'LND', 'INT')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                     BETWEEN :HV-PTP-FROM-X AND :HV-PTP-TO-X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'COLLNITE: PROMISE CHECK FAILED FOR '
                     HV-CASE-SORTCODE '/' HV-CASE-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 4 TO RETURN-CODE
             GO TO CHECK-PROMISE-END
           END-IF.

           MOVE WS-RUN-DATE TO HV-CASE-NEXT-ACTION.

           IF HV-CREDITS-AMOUNT >= HV-CASE-PTP-AMOUNT
             MOVE 'K' TO HV-CASE-PTP-STATUS
             MOVE 'PROMISE KEPT' TO WS-ACTION-TEXT
             ADD 1 TO WS-PROMISES-KEPT
             GO TO CHECK-PROMISE-END
           END-IF.

           MOVE 'B' TO HV-CASE-PTP-STATUS.
           ADD 1 TO HV-CASE-BROKEN-COUNT.
           ADD 1 TO WS-PROMISES-BROKEN.
           IF WS-COLL-PAUSED = 'Y'
             MOVE 'PROMISE BROKEN - PAUSED' TO WS-ACTION-TEXT
             GO TO CHECK-PROMISE-END
           END-IF.
           IF HV-CASE-STAGE < WS-WOFF-STAGE
             ADD 1 TO HV-CASE-STAGE
           END-IF.
           MOVE 'PROMISE BROKEN - STAGE UP' TO WS-ACTION-TEXT.
       CHECK-PROMISE-END.

      * PROCEDURE HOLD-PAUSED-CASE
      * A paused case stays at its stage and is not put up for
      * write-off; its next action waits for the register review.
      * A case already at write-off review is left where it is.
       HOLD-PAUSED-CASE.
           ADD 1 TO WS-CASES-PAUSED.
           IF HV-CASE-STATUS = 'W'
             GO TO HOLD-PAUSED-CASE-END
           END-IF.

           IF HV-CASE-NEXT-ACTION < WS-PAUSE-UNTIL
             MOVE WS-PAUSE-UNTIL TO HV-CASE-NEXT-ACTION
           END-IF.
           IF WS-ACTION-TEXT = SPACES
             MOVE 'PAUSED - VULNERABLE CUSTOMER' TO WS-ACTION-TEXT
           END-IF.
       HOLD-PAUSED-CASE-END.

      * PROCEDURE CHECK-WRITE-OFF-REVIEW
      * A case at the top stage, or one open too long with no
      * promise outstanding, is put up for write-off review.
       CHECK-WRITE-OFF-REVIEW.
           IF HV-CASE-STATUS = 'W'
             GO TO CHECK-WRITE-OFF-REVIEW-END
           END-IF.

           IF HV-CASE-STAGE < WS-WOFF-STAGE
             IF HV-CASE-PTP-STATUS = 'O'
                OR HV-CASE-OPENED-DATE > WS-WOFF-CUTOFF
               GO TO CHECK-WRITE-OFF-REVIEW-END
             END-IF
           END-IF.

           MOVE 'W' TO HV-CASE-STATUS.
           MOVE WS-WOFF-STAGE TO HV-CASE-STAGE.
           MOVE WS-RUN-DATE TO HV-CASE-NEXT-ACTION.
           MOVE 'READY FOR WRITE-OFF REVIEW' TO WS-ACTION-TEXT.
           ADD 1 TO WS-CASES-TO-WOFF.
       CHECK-WRITE-OFF-REVIEW-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '/' TO WS-REPORT-LINE(7:1).
           MOVE HV-CASE-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-CASE-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-CASE-TYPE TO WS-RPT-TYPE.
           MOVE HV-CASE-CUSTOMER TO WS-RPT-CUSTNO.
           MOVE HV-CASE-STAGE TO WS-RPT-STAGE.
           MOVE HV-CASE-COLLECTOR TO WS-RPT-COLLECTOR.
           MOVE HV-CASE-ARREARS TO WS-RPT-ARREARS.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.

           MOVE WS-REPORT-LINE TO COLL-RPT-RECORD.
           WRITE COLL-RPT-RECORD.
       WRITE-REPORT-LINE-END.

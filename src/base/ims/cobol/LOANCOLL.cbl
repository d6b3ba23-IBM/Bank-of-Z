       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.

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
      * Monthly personal loan instalment collection.
      *
      * Driven from DB2, this selects every LOAN_SCHEDULE instalment
      * of an active PERSONAL_LOAN that has fallen due - and every
      * earlier instalment that was missed - and collects it from
      * the loan's nominated current account through the same rules
      * DBCRFUN applies online: a frozen or post-no-debits account
      * is not debited, and the debit may take the account
      * overdrawn but never beyond its ACCOUNT_OVERDRAFT_LIMIT,
      * tested against the available balance.
      *
      * A collected instalment debits the nominated account with
      * the whole instalment and credits the loan account with its
      * principal part, both on PROCTRAN with the 'LNR' type. The
      * loan account's limit runs down with the principal so the
      * repaid money cannot be drawn again. The instalment is marked
      * paid with the PROCTRAN reference of the collection, the
      * loan's outstanding principal falls, and the loan is settled
      * when its last instalment is in.
      *
      * An instalment that cannot be collected for want of funds, a
      * control on the account or the account itself is marked
      * missed and counted in the loan's arrears; it is tried again
      * on every run until it is paid. A DB2 or balance-conflict
      * failure is rolled back and left for the next run, neither
      * paid nor missed. Every instalment tried is on the report.
      *
      * Each instalment is committed individually, in the per-item
      * commit style TDMATURE uses; an instalment leaves the cursor's
      * selection the moment it is paid, so a stopped run neither
      * loses nor repeats a collection. PROCTRAN references come from
      * the HBNKPROCREF counter through DFHNCTR as in the other batch
      * posters.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNCL-RPT-FILE ASSIGN TO LNCLRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LNCL-RPT-FILE
           RECORDING MODE IS F.
       01  LNCL-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a frozen or post-no-debits
      * nominated account is not collected from
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * PERSONAL_LOAN and LOAN_SCHEDULE DB2 copybooks
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LNSCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the type this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * The instalment being collected, with its loan
       01  HOST-INSTALMENT-ROW.
           03  HV-LNSC-SORTCODE          PIC X(6).
           03  HV-LNSC-NUMBER            PIC X(8).
           03  HV-LNSC-SEQ               PIC S9(9) COMP.
           03  HV-LNSC-DUE-DATE          PIC S9(9) COMP.
           03  HV-LNSC-INSTALMENT        PIC S9(10)V99 COMP-3.
           03  HV-LNSC-PRINCIPAL         PIC S9(10)V99 COMP-3.
           03  HV-LNSC-STATUS            PIC X.
           03  HV-LOAN-REPAY-NUMBER      PIC X(8).
           03  HV-LOAN-OUTSTANDING       PIC S9(10)V99 COMP-3.

       77  HV-LNSC-OPEN-COUNT        PIC S9(9) COMP    VALUE 0.

      * ACCOUNT host variables for DB2 - the nominated account
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * The loan account's balances
       01  HOST-LOAN-ACCOUNT-ROW.
           03  HV-LNAC-OVERDRAFT         PIC S9(9) COMP.
           03  HV-LNAC-AVAIL-BAL         PIC S9(10)V99 COMP-3.
           03  HV-LNAC-ACTUAL-BAL        PIC S9(10)V99 COMP-3.

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-EYECATCHER    PIC X(4).
           03  HV-PROCTRAN-SORT-CODE     PIC X(6).
           03  HV-PROCTRAN-ACC-NUMBER    PIC X(8).
           03  HV-PROCTRAN-DATE          PIC X(10).
           03  HV-PROCTRAN-TIME          PIC X(6).
           03  HV-PROCTRAN-REF           PIC X(12).
           03  HV-PROCTRAN-TYPE          PIC X(3).
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.

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
      * with the CURRENT DATE fallback - the collections must land
      * in the same PROCTRAN day the rest of the overnight suite
      * posts, or the ACCTCTL proof splits across midnight.
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

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * PROCTRAN NCS definitions and the counter server's batch
      * CALL interface fields.
      *
       COPY NCSPROC.

       77  WS-NCTR-FUNCTION          PIC X(6)          VALUE 'GET   '.
       77  WS-NCTR-POOL              PIC X(8)          VALUE SPACES.
       77  WS-NCTR-RESPONSE          PIC S9(8) COMP    VALUE 0.
       77  WS-REF-EIBTASKN12         PIC 9(12)         VALUE 0.
       77  WS-POSTING-OK             PIC X             VALUE 'Y'.
       77  WS-MISSED                 PIC X             VALUE 'N'.
       77  WS-COLLECTION-REF         PIC X(12)         VALUE SPACES.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-INSTALMENTS-READ       PIC 9(8)  COMP    VALUE 0.
       77  WS-INSTALMENTS-PAID       PIC 9(8)  COMP    VALUE 0.
       77  WS-INSTALMENTS-MISSED     PIC 9(8)  COMP    VALUE 0.
       77  WS-INSTALMENTS-HELD       PIC 9(8)  COMP    VALUE 0.
       77  WS-LOANS-SETTLED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-DEBIT-AMOUNT           PIC S9(10)V99     VALUE 0.
       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.
       77  WS-LNAC-NEW-AVAIL-BAL     PIC S9(10)V99     VALUE 0.
       77  WS-LNAC-NEW-ACTUAL-BAL    PIC S9(10)V99     VALUE 0.
       77  WS-LNAC-NEW-LIMIT         PIC S9(9) COMP    VALUE 0.
       77  WS-NEW-OUTSTANDING        PIC S9(10)V99     VALUE 0.
       77  WS-SEQ-DISPLAY            PIC 9(3)          VALUE 0.
       77  WS-ACTION-TEXT            PIC X(30)         VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SEQ            PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DUE            PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REPAY-ACCNO    PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(30).

      * Instalments due by the run date on active loans - including
      * earlier ones missed - oldest first within each loan. WITH
      * HOLD so the per-instalment commits do not close the cursor.
           EXEC SQL
              DECLARE LOANCOLL-CURSOR CURSOR WITH HOLD FOR
                 SELECT S.LNSC_SORTCODE, S.LNSC_NUMBER,
                        S.LNSC_SEQ, S.LNSC_DUE_DATE,
                        S.LNSC_INSTALMENT, S.LNSC_PRINCIPAL,
                        S.LNSC_STATUS, L.LOAN_REPAY_NUMBER
                   FROM LOAN_SCHEDULE S, PERSONAL_LOAN L
                  WHERE L.LOAN_SORTCODE = S.LNSC_SORTCODE
                    AND L.LOAN_NUMBER = S.LNSC_NUMBER
                    AND L.LOAN_STATUS = 'A'
                    AND S.LNSC_STATUS IN ('D', 'M')
                    AND S.LNSC_DUE_DATE <= :WS-RUN-DATE
                  ORDER BY S.LNSC_SORTCODE, S.LNSC_NUMBER,
                           S.LNSC_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'LOANCOLL' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE COLLECTIONS WORK THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW, NOT THE CLOCK - A RUN THAT
      *    STARTS AFTER MIDNIGHT STILL COLLECTS FOR THE DAY EODCUT
      *    CUT OVER TO.
      *
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
           DISPLAY 'LOANCOLL: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'LNR' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           OPEN OUTPUT LNCL-RPT-FILE.

           EXEC SQL
              OPEN LOANCOLL-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'LOANCOLL: UNABLE TO OPEN LOANCOLL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-INSTALMENT
              THRU FETCH-NEXT-INSTALMENT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM COLLECT-ONE-INSTALMENT
                THRU COLLECT-ONE-INSTALMENT-END
             PERFORM FETCH-NEXT-INSTALMENT
                THRU FETCH-NEXT-INSTALMENT-END
           END-PERFORM.

           EXEC SQL
              CLOSE LOANCOLL-CURSOR
           END-EXEC.

           CLOSE LNCL-RPT-FILE.

           MOVE WS-INSTALMENTS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'LOANCOLL: INSTALMENTS DUE       = '
                   WS-RECS-DISPLAY.
           MOVE WS-INSTALMENTS-PAID TO WS-RECS-DISPLAY.
           DISPLAY 'LOANCOLL: INSTALMENTS COLLECTED = '
                   WS-RECS-DISPLAY.
           MOVE WS-INSTALMENTS-MISSED TO WS-RECS-DISPLAY.
           DISPLAY 'LOANCOLL: INSTALMENTS MISSED    = '
                   WS-RECS-DISPLAY.
           MOVE WS-INSTALMENTS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'LOANCOLL: LEFT FOR NEXT RUN     = '
                   WS-RECS-DISPLAY.
           MOVE WS-LOANS-SETTLED TO WS-RECS-DISPLAY.
           DISPLAY 'LOANCOLL: LOANS SETTLED         = '
                   WS-RECS-DISPLAY.

           IF RETURN-CODE = 0
              AND (WS-INSTALMENTS-MISSED > 0
                   OR WS-INSTALMENTS-HELD > 0)
             MOVE 4 TO RETURN-CODE
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-INSTALMENTS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting type must be on TRANSACTION_TYPE before
      * anything moves - an unregistered code stops the run at the
      * door rather than surfacing as a mystery on statements.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'LOANCOLL: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE FETCH-NEXT-INSTALMENT
       FETCH-NEXT-INSTALMENT.
           EXEC SQL
              FETCH LOANCOLL-CURSOR
                INTO :HV-LNSC-SORTCODE, :HV-LNSC-NUMBER,
                     :HV-LNSC-SEQ, :HV-LNSC-DUE-DATE,
                     :HV-LNSC-INSTALMENT, :HV-LNSC-PRINCIPAL,
                     :HV-LNSC-STATUS, :HV-LOAN-REPAY-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'LOANCOLL: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-INSTALMENTS-READ
             END-IF
           END-IF.
       FETCH-NEXT-INSTALMENT-END.

      * PROCEDURE COLLECT-ONE-INSTALMENT
      * Collects one instalment, one instalment per unit of work.
      * One that cannot be collected is rolled back and, if the
      * reason is the customer's, marked missed in a unit of work
      * of its own.
       COLLECT-ONE-INSTALMENT.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 'N' TO WS-MISSED.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE SPACES TO WS-COLLECTION-REF.

           PERFORM READ-NOMINATED-ACCOUNT
              THRU READ-NOMINATED-ACCOUNT-END.

           IF WS-POSTING-OK = 'Y'
             PERFORM CHECK-ACCOUNT-CONTROLS
                THRU CHECK-ACCOUNT-CONTROLS-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM POST-INSTALMENT-DEBIT
                THRU POST-INSTALMENT-DEBIT-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM POST-LOAN-CREDIT THRU POST-LOAN-CREDIT-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM MARK-INSTALMENT-PAID
                THRU MARK-INSTALMENT-PAID-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-INSTALMENTS-PAID
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             IF WS-MISSED = 'Y'
               PERFORM MARK-INSTALMENT-MISSED
                  THRU MARK-INSTALMENT-MISSED-END
             ELSE
               ADD 1 TO WS-INSTALMENTS-HELD
             END-IF
           END-IF.

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       COLLECT-ONE-INSTALMENT-END.

      * PROCEDURE READ-NOMINATED-ACCOUNT
       READ-NOMINATED-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-LNSC-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-LOAN-REPAY-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'Y' TO WS-MISSED
             MOVE 'MISSED - NO NOMINATED ACCOUNT' TO WS-ACTION-TEXT
             GO TO READ-NOMINATED-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: ACCOUNT READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       READ-NOMINATED-ACCOUNT-END.

      * PROCEDURE CHECK-ACCOUNT-CONTROLS
      * A freeze or post-no-debits control means no collection.
      * A failed lookup is treated as controlled - a garnishee
      * order must fail safe, not fail open.
       CHECK-ACCOUNT-CONTROLS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_CONTROL_TYPE IN ('F', 'D')
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'Y' TO WS-MISSED
             MOVE 'MISSED - ACCOUNT CONTROLLED' TO WS-ACTION-TEXT
           END-IF.
       CHECK-ACCOUNT-CONTROLS-END.

      * PROCEDURE POST-INSTALMENT-DEBIT
      * The debit may take the nominated account overdrawn, but
      * never beyond its agreed overdraft limit - the same floor
      * DBCRFUN applies, tested against the available balance.
       POST-INSTALMENT-DEBIT.
           COMPUTE WS-DEBIT-AMOUNT = 0 - HV-LNSC-INSTALMENT.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-DEBIT-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-DEBIT-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'Y' TO WS-MISSED
             MOVE 'MISSED - INSUFFICIENT FUNDS' TO WS-ACTION-TEXT
             GO TO POST-INSTALMENT-DEBIT-END
           END-IF.

      *
      *    The WHERE clause repeats the balances just read, the same
      *    optimistic update DBCRFUN uses - if an online posting got
      *    in between, the instalment is left for the next run
      *    rather than applied to a stale balance.
      *
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: ACCOUNT UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO POST-INSTALMENT-DEBIT-END
           END-IF.

      *
      *    Record the debit against the nominated account, with the
      *    loan account packed into the description.
      *
           MOVE HV-LNSC-SEQ TO WS-SEQ-DISPLAY.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-LNSC-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-LNSC-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE 'LOAN INSTALMENT' TO HV-PROCTRAN-DESC(17:15).
           MOVE WS-SEQ-DISPLAY TO HV-PROCTRAN-DESC(33:3).
           MOVE 'LNR' TO HV-PROCTRAN-TYPE.
           MOVE WS-DEBIT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.

           MOVE HV-PROCTRAN-REF TO WS-COLLECTION-REF.
       POST-INSTALMENT-DEBIT-END.

      * PROCEDURE POST-LOAN-CREDIT
      * The principal part of the instalment comes off the loan
      * account's debit balance, and its limit runs down with it -
      * to the outstanding principal in whole pounds - so repaid
      * money cannot be drawn again. The interest part is the
      * bank's and does not touch the loan account.
       POST-LOAN-CREDIT.
           EXEC SQL
              SELECT L.LOAN_OUTSTANDING,
                     A.ACCOUNT_OVERDRAFT_LIMIT,
                     A.ACCOUNT_AVAILABLE_BALANCE,
                     A.ACCOUNT_ACTUAL_BALANCE
                INTO :HV-LOAN-OUTSTANDING,
                     :HV-LNAC-OVERDRAFT,
                     :HV-LNAC-AVAIL-BAL,
                     :HV-LNAC-ACTUAL-BAL
                FROM PERSONAL_LOAN L, ACCOUNT A
               WHERE L.LOAN_SORTCODE = :HV-LNSC-SORTCODE
                 AND L.LOAN_NUMBER = :HV-LNSC-NUMBER
                 AND A.ACCOUNT_SORTCODE = L.LOAN_SORTCODE
                 AND A.ACCOUNT_NUMBER = L.LOAN_NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: LOAN ACCOUNT READ FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'LOAN ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO POST-LOAN-CREDIT-END
           END-IF.

           COMPUTE WS-NEW-OUTSTANDING =
              HV-LOAN-OUTSTANDING - HV-LNSC-PRINCIPAL.
           IF WS-NEW-OUTSTANDING < 0
             MOVE 0 TO WS-NEW-OUTSTANDING
           END-IF.
           COMPUTE WS-LNAC-NEW-LIMIT = WS-NEW-OUTSTANDING + 0.99.
           COMPUTE WS-LNAC-NEW-AVAIL-BAL =
              HV-LNAC-AVAIL-BAL + HV-LNSC-PRINCIPAL.
           COMPUTE WS-LNAC-NEW-ACTUAL-BAL =
              HV-LNAC-ACTUAL-BAL + HV-LNSC-PRINCIPAL.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE
                        = :WS-LNAC-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-LNAC-NEW-ACTUAL-BAL,
                     ACCOUNT_OVERDRAFT_LIMIT = :WS-LNAC-NEW-LIMIT
               WHERE ACCOUNT_SORTCODE = :HV-LNSC-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-LNSC-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-LNAC-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-LNAC-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: LOAN ACCOUNT UPDATE FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO POST-LOAN-CREDIT-END
           END-IF.

      *
      *    And the credit against the loan account, with the
      *    nominated account packed into the description.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-LNSC-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-LNSC-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE 'LOAN INSTALMENT' TO HV-PROCTRAN-DESC(17:15).
           MOVE WS-SEQ-DISPLAY TO HV-PROCTRAN-DESC(33:3).
           MOVE 'LNR' TO HV-PROCTRAN-TYPE.
           MOVE HV-LNSC-PRINCIPAL TO HV-PROCTRAN-AMOUNT.
           MOVE WS-LNAC-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
       POST-LOAN-CREDIT-END.

      * PROCEDURE MARK-INSTALMENT-PAID
      * The instalment is paid with the collection's reference; the
      * loan's outstanding principal falls, a missed instalment made
      * good comes off its arrears, and a loan with nothing left to
      * collect is settled.
       MARK-INSTALMENT-PAID.
           EXEC SQL
              UPDATE LOAN_SCHEDULE
                 SET LNSC_STATUS = 'P',
                     LNSC_PAID_DATE = :WS-RUN-DATE,
                     LNSC_PAID_REF = :WS-COLLECTION-REF
               WHERE LNSC_SORTCODE = :HV-LNSC-SORTCODE
                 AND LNSC_NUMBER = :HV-LNSC-NUMBER
                 AND LNSC_SEQ = :HV-LNSC-SEQ
                 AND LNSC_STATUS = :HV-LNSC-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: SCHEDULE UPDATE FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO MARK-INSTALMENT-PAID-END
           END-IF.

           IF HV-LNSC-STATUS = 'M'
             EXEC SQL
                UPDATE PERSONAL_LOAN
                   SET LOAN_OUTSTANDING = :WS-NEW-OUTSTANDING,
                       LOAN_ARREARS_COUNT = LOAN_ARREARS_COUNT - 1
                 WHERE LOAN_SORTCODE = :HV-LNSC-SORTCODE
                   AND LOAN_NUMBER = :HV-LNSC-NUMBER
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE PERSONAL_LOAN
                   SET LOAN_OUTSTANDING = :WS-NEW-OUTSTANDING
                 WHERE LOAN_SORTCODE = :HV-LNSC-SORTCODE
                   AND LOAN_NUMBER = :HV-LNSC-NUMBER
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: LOAN UPDATE FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO MARK-INSTALMENT-PAID-END
           END-IF.

           MOVE 'COLLECTED' TO WS-ACTION-TEXT.
           MOVE 0 TO HV-LNSC-OPEN-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-LNSC-OPEN-COUNT
                FROM LOAN_SCHEDULE
               WHERE LNSC_SORTCODE = :HV-LNSC-SORTCODE
                 AND LNSC_NUMBER = :HV-LNSC-NUMBER
                 AND LNSC_STATUS IN ('D', 'M')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-LNSC-OPEN-COUNT > 0
             GO TO MARK-INSTALMENT-PAID-END
           END-IF.

           EXEC SQL
              UPDATE PERSONAL_LOAN
                 SET LOAN_STATUS = 'S',
                     LOAN_SETTLED_DATE = :WS-RUN-DATE
               WHERE LOAN_SORTCODE = :HV-LNSC-SORTCODE
                 AND LOAN_NUMBER = :HV-LNSC-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: LOAN SETTLE FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO MARK-INSTALMENT-PAID-END
           END-IF.

           MOVE 'COLLECTED - LOAN SETTLED' TO WS-ACTION-TEXT.
           ADD 1 TO WS-LOANS-SETTLED.
       MARK-INSTALMENT-PAID-END.

      * PROCEDURE MARK-INSTALMENT-MISSED
      * A first miss puts the instalment into arrears on the loan;
      * one already missed simply stays so until it is collected.
       MARK-INSTALMENT-MISSED.
           ADD 1 TO WS-INSTALMENTS-MISSED.

           IF HV-LNSC-STATUS = 'M'
             GO TO MARK-INSTALMENT-MISSED-END
           END-IF.

           EXEC SQL
              UPDATE LOAN_SCHEDULE
                 SET LNSC_STATUS = 'M'
               WHERE LNSC_SORTCODE = :HV-LNSC-SORTCODE
                 AND LNSC_NUMBER = :HV-LNSC-NUMBER
                 AND LNSC_SEQ = :HV-LNSC-SEQ
                 AND LNSC_STATUS = 'D'
           END-EXEC.

           IF SQLCODE = 0
             EXEC SQL
                UPDATE PERSONAL_LOAN
                   SET LOAN_ARREARS_COUNT = LOAN_ARREARS_COUNT + 1
                 WHERE LOAN_SORTCODE = :HV-LNSC-SORTCODE
                   AND LOAN_NUMBER = :HV-LNSC-NUMBER
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'LOANCOLL: ARREARS UPDATE FAILED FOR '
                     HV-LNSC-SORTCODE '/' HV-LNSC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO MARK-INSTALMENT-MISSED-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       MARK-INSTALMENT-MISSED-END.

      * PROCEDURE WRITE-PROCTRAN-ROW
      * Draws a cross-region reference from HBNKPROCREF and inserts
      * the PROCTRAN row already built in HOST-PROCTRAN-ROW.
       WRITE-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
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
             DISPLAY 'LOANCOLL: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR ' HV-PROCTRAN-SORT-CODE '/'
                     HV-PROCTRAN-ACC-NUMBER
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NO PROCTRAN REFERENCE' TO WS-ACTION-TEXT
             GO TO WRITE-PROCTRAN-ROW-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

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
             DISPLAY 'LOANCOLL: UNABLE TO INSERT PROCTRAN FOR '
                     HV-PROCTRAN-SORT-CODE '/' HV-PROCTRAN-ACC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PROCTRAN WRITE FAILED' TO WS-ACTION-TEXT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '/' TO WS-REPORT-LINE(7:1).
           MOVE HV-LNSC-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-LNSC-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-LNSC-SEQ TO WS-RPT-SEQ.
           MOVE HV-LNSC-DUE-DATE TO WS-RPT-DUE.
           MOVE HV-LOAN-REPAY-NUMBER TO WS-RPT-REPAY-ACCNO.
           MOVE HV-LNSC-INSTALMENT TO WS-RPT-AMOUNT.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.

           MOVE WS-REPORT-LINE TO LNCL-RPT-RECORD.
           WRITE LNCL-RPT-RECORD.
       WRITE-REPORT-LINE-END.

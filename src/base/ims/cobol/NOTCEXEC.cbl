       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCEXEC.

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
      * Nightly notice-of-withdrawal processor.
      *
      * Driven from DB2, this selects every pending notice on the
      * WITHDRAWAL_NOTICE register that has something to do today:
      *
      *   a matured notice with a nominated account is paid out -
      *       whatever is left on it moves from the notice account
      *       to the nominated account as a 'TFR' posting on both
      *       sides, and the notice is marked used;
      *   a notice past its expiry date with money still left on
      *       it is marked expired - the customer must give notice
      *       again before taking that money.
      *
      * A payout the notice account cannot fund, or that an account
      * freeze or post-no-debits/post-no-credits control forbids, is
      * written to the exceptions list for the branch and left
      * pending, to be tried again on the next run until the notice
      * expires. The balance updates repeat the balances just read,
      * the way TDMATURE's payout does, so an online posting that
      * gets in between sends the notice to the exceptions list
      * rather than overwriting a live balance.
      *
      * Each notice is committed individually, in the per-item
      * commit style ACCSTMT uses, so a stopped run neither loses
      * nor repeats a payout. PROCTRAN references come from the
      * HBNKPROCREF counter through DFHNCTR as in the other batch
      * posters. A run with exceptions ends with return code 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTC-RPT-FILE ASSIGN TO NOTCRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTC-RPT-FILE
           RECORDING MODE IS F.
       01  NOTC-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a freeze or posting control
      * stops a payout as it would stop an online posting
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE DB2 copybook
           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE host variables for DB2
       01  HOST-NOTICE-ROW.
           03  HV-WN-ID                  PIC S9(9) COMP.
           03  HV-WN-SORTCODE            PIC X(6).
           03  HV-WN-ACCOUNT             PIC X(8).
           03  HV-WN-AMOUNT              PIC S9(10)V99 COMP-3.
           03  HV-WN-USED-AMOUNT         PIC S9(10)V99 COMP-3.
           03  HV-WN-MATURES             PIC S9(9) COMP.
           03  HV-WN-EXPIRES             PIC S9(9) COMP.
           03  HV-WN-DEST-ACCNO          PIC X(8).

      * The notice account's balances and overdraft limit
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * The nominated account's balances
       01  HOST-NOM-ACCOUNT-ROW.
           03  HV-NOM-AVAIL-BAL          PIC S9(10)V99 COMP-3.
           03  HV-NOM-ACTUAL-BAL         PIC S9(10)V99 COMP-3.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

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
      * with the CURRENT DATE fallback - payouts must land in the
      * same PROCTRAN day the rest of the overnight suite posts.
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

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-NOTICES-READ           PIC 9(8)  COMP    VALUE 0.
       77  WS-NOTICES-PAID           PIC 9(8)  COMP    VALUE 0.
       77  WS-NOTICES-EXPIRED        PIC 9(8)  COMP    VALUE 0.
       77  WS-NOTICES-EXCEPTED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-PAYOUT-AMOUNT          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.
       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.
       77  WS-NOM-NEW-AVAIL-BAL      PIC S9(10)V99     VALUE 0.
       77  WS-NOM-NEW-ACTUAL-BAL     PIC S9(10)V99     VALUE 0.
       77  WS-ACTION-TEXT            PIC X(30)         VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTICE-ID      PIC 9(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DEST-ACCNO     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(30).

      * Pending notices with work to do today - matured with a
      * nominated account, or past expiry - oldest first. WITH
      * HOLD so the per-notice commits do not close the cursor.
           EXEC SQL
              DECLARE NOTCEXEC-CURSOR CURSOR WITH HOLD FOR
                 SELECT WITHDRAWAL_NOTICE_ID,
                        WITHDRAWAL_NOTICE_SORTCODE,
                        WITHDRAWAL_NOTICE_ACCOUNT,
                        WITHDRAWAL_NOTICE_AMOUNT,
                        WITHDRAWAL_NOTICE_USED_AMOUNT,
                        WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_EXPIRES,
                        WITHDRAWAL_NOTICE_DEST_ACCNO
                   FROM WITHDRAWAL_NOTICE
                  WHERE WITHDRAWAL_NOTICE_STATUS = 'P'
                    AND WITHDRAWAL_NOTICE_MATURES <= :WS-RUN-DATE
                    AND (WITHDRAWAL_NOTICE_DEST_ACCNO <> ' '
                         OR WITHDRAWAL_NOTICE_EXPIRES < :WS-RUN-DATE)
                  ORDER BY WITHDRAWAL_NOTICE_MATURES,
                           WITHDRAWAL_NOTICE_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'NOTCEXEC' TO BREG-JOB.
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
           DISPLAY 'NOTCEXEC: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           OPEN OUTPUT NOTC-RPT-FILE.

           EXEC SQL
              OPEN NOTCEXEC-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'NOTCEXEC: UNABLE TO OPEN NOTCEXEC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-NOTICE THRU FETCH-NEXT-NOTICE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM PROCESS-ONE-NOTICE
                THRU PROCESS-ONE-NOTICE-END
             PERFORM FETCH-NEXT-NOTICE THRU FETCH-NEXT-NOTICE-END
           END-PERFORM.

           EXEC SQL
              CLOSE NOTCEXEC-CURSOR
           END-EXEC.

           CLOSE NOTC-RPT-FILE.

           MOVE WS-NOTICES-READ TO WS-RECS-DISPLAY.
           DISPLAY 'NOTCEXEC: NOTICES DUE       = ' WS-RECS-DISPLAY.
           MOVE WS-NOTICES-PAID TO WS-RECS-DISPLAY.
           DISPLAY 'NOTCEXEC: NOTICES PAID OUT  = ' WS-RECS-DISPLAY.
           MOVE WS-NOTICES-EXPIRED TO WS-RECS-DISPLAY.
           DISPLAY 'NOTCEXEC: NOTICES EXPIRED   = ' WS-RECS-DISPLAY.
           MOVE WS-NOTICES-EXCEPTED TO WS-RECS-DISPLAY.
           DISPLAY 'NOTCEXEC: NOTICES EXCEPTED  = ' WS-RECS-DISPLAY.

           IF RETURN-CODE = 0
              AND WS-NOTICES-EXCEPTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-NOTICES-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-NOTICE
       FETCH-NEXT-NOTICE.
           EXEC SQL
              FETCH NOTCEXEC-CURSOR
                INTO :HV-WN-ID, :HV-WN-SORTCODE, :HV-WN-ACCOUNT,
                     :HV-WN-AMOUNT, :HV-WN-USED-AMOUNT,
                     :HV-WN-MATURES, :HV-WN-EXPIRES,
                     :HV-WN-DEST-ACCNO
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'NOTCEXEC: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-NOTICES-READ
             END-IF
           END-IF.
       FETCH-NEXT-NOTICE-END.

      * PROCEDURE PROCESS-ONE-NOTICE
      * Expires or pays out one notice, one notice per unit of
      * work. An expired notice is never paid - the customer let
      * it lapse.
       PROCESS-ONE-NOTICE.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE SPACES TO WS-ACTION-TEXT.
           COMPUTE WS-PAYOUT-AMOUNT =
              HV-WN-AMOUNT - HV-WN-USED-AMOUNT.

           IF HV-WN-EXPIRES < WS-RUN-DATE
             PERFORM EXPIRE-NOTICE THRU EXPIRE-NOTICE-END
           ELSE
             PERFORM PAY-OUT-NOTICE THRU PAY-OUT-NOTICE-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-NOTICES-EXCEPTED
           END-IF.

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       PROCESS-ONE-NOTICE-END.

      * PROCEDURE EXPIRE-NOTICE
       EXPIRE-NOTICE.
           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_STATUS = 'X'
               WHERE WITHDRAWAL_NOTICE_ID = :HV-WN-ID
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'NOTCEXEC: UNABLE TO EXPIRE NOTICE '
                     HV-WN-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO EXPIRE-NOTICE-END
           END-IF.

           MOVE 'EXPIRED UNUSED' TO WS-ACTION-TEXT.
           ADD 1 TO WS-NOTICES-EXPIRED.
       EXPIRE-NOTICE-END.

      * PROCEDURE PAY-OUT-NOTICE
      * Whatever is left on the notice moves to the nominated
      * account, through the same controls and overdraft floor an
      * online transfer honours.
       PAY-OUT-NOTICE.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-WN-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NOTICE ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           INITIALIZE HOST-NOM-ACCOUNT-ROW.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-NOM-AVAIL-BAL,
                     :HV-NOM-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-WN-DEST-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NOMINATED ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           PERFORM CHECK-PAYOUT-CONTROLS
              THRU CHECK-PAYOUT-CONTROLS-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - WS-PAYOUT-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL - WS-PAYOUT-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'INSUFFICIENT FUNDS' TO WS-ACTION-TEXT
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           PERFORM POST-PAYOUT-TRANSFER
              THRU POST-PAYOUT-TRANSFER-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_USED_AMOUNT
                        = WITHDRAWAL_NOTICE_AMOUNT,
                     WITHDRAWAL_NOTICE_STATUS = 'U'
               WHERE WITHDRAWAL_NOTICE_ID = :HV-WN-ID
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_USED_AMOUNT
                        = :HV-WN-USED-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NOTICE CHANGED - RETRY' TO WS-ACTION-TEXT
             GO TO PAY-OUT-NOTICE-END
           END-IF.

           MOVE 'PAID OUT' TO WS-ACTION-TEXT.
           ADD 1 TO WS-NOTICES-PAID.
       PAY-OUT-NOTICE-END.

      * PROCEDURE CHECK-PAYOUT-CONTROLS
      * A freeze or post-no-debits control on the notice account,
      * or a freeze or post-no-credits control on the nominated
      * account, stops the payout. A failed lookup is treated as
      * controlled, as DBCRFUN treats it.
       CHECK-PAYOUT-CONTROLS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ( ACCOUNT_CONTROL_SORTCODE = :HV-WN-SORTCODE
                   AND ACCOUNT_CONTROL_NUMBER = :HV-WN-ACCOUNT
                   AND ACCOUNT_CONTROL_TYPE IN ('F', 'D') )
                  OR ( ACCOUNT_CONTROL_SORTCODE = :HV-WN-SORTCODE
                   AND ACCOUNT_CONTROL_NUMBER = :HV-WN-DEST-ACCNO
                   AND ACCOUNT_CONTROL_TYPE IN ('F', 'C') )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT CONTROLLED' TO WS-ACTION-TEXT
           END-IF.
       CHECK-PAYOUT-CONTROLS-END.

      * PROCEDURE POST-PAYOUT-TRANSFER
       POST-PAYOUT-TRANSFER.
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-WN-ACCOUNT
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO POST-PAYOUT-TRANSFER-END
           END-IF.

           COMPUTE WS-NOM-NEW-AVAIL-BAL =
              HV-NOM-AVAIL-BAL + WS-PAYOUT-AMOUNT.
           COMPUTE WS-NOM-NEW-ACTUAL-BAL =
              HV-NOM-ACTUAL-BAL + WS-PAYOUT-AMOUNT.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE
                        = :WS-NOM-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NOM-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-WN-DEST-ACCNO
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-NOM-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-NOM-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO POST-PAYOUT-TRANSFER-END
           END-IF.

      *
      *    Record the debit side against the notice account, with
      *    the nominated account packed into the description.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-WN-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-WN-ACCOUNT TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-WN-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-WN-DEST-ACCNO TO HV-PROCTRAN-DESC(7:8).
           MOVE 'NOTICE PAYOUT' TO HV-PROCTRAN-DESC(17:13).
           MOVE 'TFR' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-PAYOUT-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO POST-PAYOUT-TRANSFER-END
           END-IF.

      *
      *    And the credit side against the nominated account, with
      *    the notice account packed into the description.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-WN-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-WN-DEST-ACCNO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-WN-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-WN-ACCOUNT TO HV-PROCTRAN-DESC(7:8).
           MOVE 'NOTICE PAYOUT' TO HV-PROCTRAN-DESC(17:13).
           MOVE 'TFR' TO HV-PROCTRAN-TYPE.
           MOVE WS-PAYOUT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NOM-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
       POST-PAYOUT-TRANSFER-END.

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
             DISPLAY 'NOTCEXEC: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR NOTICE ' HV-WN-ID
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
             DISPLAY 'NOTCEXEC: UNABLE TO INSERT PROCTRAN FOR '
                     'NOTICE ' HV-WN-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PROCTRAN WRITE FAILED' TO WS-ACTION-TEXT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-WN-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-WN-ACCOUNT TO WS-RPT-ACCNO.
           MOVE HV-WN-ID TO WS-RPT-NOTICE-ID.
           MOVE HV-WN-DEST-ACCNO TO WS-RPT-DEST-ACCNO.
           MOVE WS-PAYOUT-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.

           MOVE WS-REPORT-LINE TO NOTC-RPT-RECORD.
           WRITE NOTC-RPT-RECORD.
       WRITE-REPORT-LINE-END.

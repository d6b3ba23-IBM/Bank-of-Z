       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECHG.

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
      * Nightly scheduled product rate changes.
      *
      * CREACC copies the product rate onto an account when it is
      * opened, so a change to ACCOUNT_PRODUCT_INT_RATE on its own
      * never reaches the accounts already open. A rate change is
      * instead scheduled through REFDMNT onto PRODUCT_RATE_CHANGE
      * with a notice date and an effective date, and this job
      * carries it out in two passes.
      *
      * Notice pass - for every change whose notice date has come
      * and whose effective date has not, each account on the
      * product is sent the RATECHG letter through the
      * LETTER_TEMPLATE machinery, in the customer's preferred
      * language with the LTRGEN EN fallback. Delivery follows the
      * ACCSTMT rule: an EMAIL-channel customer is written to by
      * email unless that channel is quarantined, everyone else by
      * post; a customer whose postal channel is quarantined is
      * held and tried again each night until the effective date,
      * so a good address captured in the meantime still gets the
      * notice out. Accounts opened after the first notice night
      * are picked up the same way.
      *
      * Re-pricing pass - on the effective date the product rate
      * is moved first, so accounts opened from then on take the
      * new rate from CREACC, and then every open account on the
      * product has ACCOUNT_INTEREST_RATE set to the new rate. The
      * change is marked applied once every account has been done.
      *
      * Every account is logged on RATE_CHANGE_ACCOUNT and committed
      * individually, which is also how a rerun knows what it has
      * already sent or re-priced. The control report lists every
      * letter and re-pricing with totals at the end.
      *
      * Runs after ACCRINT, so the day's accrual is taken at the
      * rate the day was earned at.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTCH-RPT-FILE ASSIGN TO RTCHRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTCH-LTR-FILE ASSIGN TO RTCHLTR
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTCH-EML-FILE ASSIGN TO RTCHEML
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RTCH-RPT-FILE
           RECORDING MODE IS F.
       01  RTCH-RPT-RECORD               PIC X(132).

       FD  RTCH-LTR-FILE
           RECORDING MODE IS F.
       01  RTCH-LTR-RECORD               PIC X(100).

       FD  RTCH-EML-FILE
           RECORDING MODE IS F.
       01  RTCH-EML-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * PRODUCT_RATE_CHANGE DB2 copybook
           EXEC SQL
              INCLUDE RTCHDB2
           END-EXEC.

      * RATE_CHANGE_ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE RCACDB2
           END-EXEC.

      * LETTER_TEMPLATE DB2 copybook
           EXEC SQL
              INCLUDE LTRTDB2
           END-EXEC.

      * CONTACT_STATUS DB2 copybook - a quarantined channel is not
      * written to
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

       77  HV-QUAR-COUNT             PIC S9(9) COMP    VALUE 0.
       01  HV-QUAR-CHANNEL           PIC X(6).

      * PRODUCT_RATE_CHANGE host variables for DB2
       01  HOST-CHANGE-ROW.
           03  HV-RCHG-PRODUCT           PIC X(8).
           03  HV-RCHG-EFFECTIVE         PIC S9(9) COMP.
           03  HV-RCHG-NOTICE            PIC S9(9) COMP.
           03  HV-RCHG-NEW-RATE          PIC S9(4)V99 COMP-3.
           03  HV-RCHG-STATUS            PIC X.

      * ACCOUNT host variables for DB2, with the account's
      * RATE_CHANGE_ACCOUNT notice flag - blank when it has no row
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-INT-RATE       PIC S9(4)V99 COMP-3.
           03  HV-RCAC-NOTICE            PIC X.

       77  HV-RCAC-NOTICE-NEW        PIC X             VALUE SPACE.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-PREF-LANG     PIC X(2).
           03  HV-CUSTOMER-LOC-CORR      PIC X.
           03  HV-CUSTOMER-EMAIL         PIC X(60).
           03  HV-CUSTOMER-CHANNEL       PIC X(10).

      * LETTER_TEMPLATE host variables for DB2
       01  HOST-TEMPLATE-ROW.
           03  HV-TEMPLATE-TYPE          PIC X(8)  VALUE 'RATECHG'.
           03  HV-TEMPLATE-LANGUAGE      PIC X(2).
           03  HV-TEMPLATE-LINE-TEXT     PIC X(100).

       77  HV-TEMPLATE-LINE-COUNT    PIC S9(9) COMP    VALUE 0.

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

      * CORRLOG commarea - the one copy of the correspondence
      * record every producing program writes
       01  CORRLOG-PROGRAM           PIC X(8)  VALUE 'CORRLOG'.
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, so a change falls due on
      * the business day the rest of the overnight suite runs for.
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

       01  WS-RUN-DATE-TEXT.
           05  WS-RUN-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-YYYY PIC X(4).

      *
      * The change's effective date, CCYYMMDD, and as the DD.MM.YYYY
      * text the letter quotes.
      *
       01  WS-EFF-DATE-N             PIC 9(8).
       01  WS-EFF-DATE-GRP REDEFINES WS-EFF-DATE-N.
           05  WS-EFF-DATE-YYYY      PIC X(4).
           05  WS-EFF-DATE-MM        PIC XX.
           05  WS-EFF-DATE-DD        PIC XX.

       01  WS-EFF-DATE-TEXT.
           05  WS-EFF-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-EFF-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-EFF-DATE-TEXT-YYYY PIC X(4).

       77  WS-END-OF-CHANGES         PIC X             VALUE 'N'.
           88  END-OF-CHANGES        VALUE 'Y'.
       77  WS-END-OF-ACCOUNTS        PIC X             VALUE 'N'.
           88  END-OF-ACCOUNTS       VALUE 'Y'.
       77  WS-END-OF-TEMPLATE        PIC X             VALUE 'N'.
           88  END-OF-TEMPLATE       VALUE 'Y'.
       77  WS-ACCOUNT-OK             PIC X             VALUE 'Y'.
       77  WS-CHANGE-OK              PIC X             VALUE 'Y'.

      * 'P' post, 'E' email, 'H' held - the only viable channel is
      * quarantined
       77  WS-DELIVERY-MODE          PIC X             VALUE 'P'.

       77  WS-CHANGES-NOTICED        PIC 9(8)  COMP    VALUE 0.
       77  WS-CHANGES-APPLIED        PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-POSTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-EMAILED        PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-HELD           PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-REPRICED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-FAILED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * Merge working fields for the letter template. &NAME and
      * &DATE are the LTRGEN placeholders; &ACCNO, &OLDRATE,
      * &NEWRATE and &EFFDATE are this letter's own.
      *
       01  WS-MERGE-NAME             PIC X(60).
       01  WS-MERGE-ACCNO            PIC X(15).
       01  WS-MERGE-OLD-RATE         PIC X(8).
       01  WS-MERGE-NEW-RATE         PIC X(8).
       01  WS-MERGE-VALUE            PIC X(60).
       01  WS-MERGE-LINE             PIC X(100).
       01  WS-BUILT-LINE             PIC X(160).
       77  WS-SCAN-POS               PIC 9(3)          VALUE 0.
       77  WS-OUT-POS                PIC 9(3)          VALUE 0.

      * A rate edited and left-justified for the letter
       01  WS-RATE-EDIT              PIC ZZZ9.99.
       77  WS-RATE-LEAD              PIC 9(2)          VALUE 0.
       77  WS-RATE-IN                PIC S9(4)V99      VALUE 0.
       01  WS-RATE-OUT               PIC X(8).

       01  WS-LETTER-LINE            PIC X(100).

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(40)
                 VALUE 'RATECHG - SCHEDULED RATE CHANGES - RUN '.
           05  WS-HEAD-DATE          PIC X(10).

       01  WS-REPORT-LINE.
           05  WS-RPT-PRODUCT        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OLD-RATE       PIC ZZZ9.99.
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  WS-RPT-NEW-RATE       PIC ZZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-EFFECTIVE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-TEXT           PIC X(30).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.

      * Changes whose notice date has come and effective date has
      * not. WITH HOLD so the per-account commits do not close it.
           EXEC SQL
              DECLARE NOTICE-CURSOR CURSOR WITH HOLD FOR
                 SELECT RATE_CHANGE_PRODUCT,
                        RATE_CHANGE_EFFECTIVE_DATE,
                        RATE_CHANGE_NOTICE_DATE,
                        RATE_CHANGE_NEW_RATE,
                        RATE_CHANGE_STATUS
                   FROM PRODUCT_RATE_CHANGE
                  WHERE RATE_CHANGE_STATUS IN ('S', 'N')
                    AND RATE_CHANGE_NOTICE_DATE <= :WS-RUN-DATE
                    AND RATE_CHANGE_EFFECTIVE_DATE > :WS-RUN-DATE
                  ORDER BY RATE_CHANGE_PRODUCT
           END-EXEC.

      * Changes due to take effect.
           EXEC SQL
              DECLARE APPLY-CURSOR CURSOR WITH HOLD FOR
                 SELECT RATE_CHANGE_PRODUCT,
                        RATE_CHANGE_EFFECTIVE_DATE,
                        RATE_CHANGE_NOTICE_DATE,
                        RATE_CHANGE_NEW_RATE,
                        RATE_CHANGE_STATUS
                   FROM PRODUCT_RATE_CHANGE
                  WHERE RATE_CHANGE_STATUS IN ('S', 'N')
                    AND RATE_CHANGE_EFFECTIVE_DATE <= :WS-RUN-DATE
                  ORDER BY RATE_CHANGE_PRODUCT
           END-EXEC.

      * Accounts on the product still owed a notice - never written
      * to, or held last time for a quarantined address.
           EXEC SQL
              DECLARE NOTICE-ACCT-CURSOR CURSOR WITH HOLD FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        COALESCE(A.ACCOUNT_INTEREST_RATE, 0),
                        COALESCE(R.RATE_CHGACC_NOTICE, ' ')
                   FROM ACCOUNT A
                   LEFT OUTER JOIN RATE_CHANGE_ACCOUNT R
                     ON R.RATE_CHGACC_SORTCODE = A.ACCOUNT_SORTCODE
                    AND R.RATE_CHGACC_NUMBER = A.ACCOUNT_NUMBER
                    AND R.RATE_CHGACC_PRODUCT = :HV-RCHG-PRODUCT
                    AND R.RATE_CHGACC_EFFECTIVE_DATE
                           = :HV-RCHG-EFFECTIVE
                  WHERE A.ACCOUNT_TYPE = :HV-RCHG-PRODUCT
                    AND (R.RATE_CHGACC_NOTICE IS NULL
                         OR R.RATE_CHGACC_NOTICE = 'H')
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * Accounts on the product not yet re-priced.
           EXEC SQL
              DECLARE APPLY-ACCT-CURSOR CURSOR WITH HOLD FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        COALESCE(A.ACCOUNT_INTEREST_RATE, 0),
                        COALESCE(R.RATE_CHGACC_NOTICE, ' ')
                   FROM ACCOUNT A
                   LEFT OUTER JOIN RATE_CHANGE_ACCOUNT R
                     ON R.RATE_CHGACC_SORTCODE = A.ACCOUNT_SORTCODE
                    AND R.RATE_CHGACC_NUMBER = A.ACCOUNT_NUMBER
                    AND R.RATE_CHGACC_PRODUCT = :HV-RCHG-PRODUCT
                    AND R.RATE_CHGACC_EFFECTIVE_DATE
                           = :HV-RCHG-EFFECTIVE
                  WHERE A.ACCOUNT_TYPE = :HV-RCHG-PRODUCT
                    AND (R.RATE_CHGACC_APPLIED_DATE IS NULL
                         OR R.RATE_CHGACC_APPLIED_DATE = 0)
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * The template lines for the letter in one language, in line
      * order.
           EXEC SQL
              DECLARE TEMPLATE-CURSOR CURSOR FOR
                 SELECT LETTER_TEMPLATE_LINE_TEXT
                   FROM LETTER_TEMPLATE
                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'RATECHG' TO BREG-JOB.
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
           DISPLAY 'RATECHG: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-RUN-DATE-TEXT-DD.
           MOVE WS-CURR-DATE-MM TO WS-RUN-DATE-TEXT-MM.
           MOVE WS-CURR-DATE-YYYY TO WS-RUN-DATE-TEXT-YYYY.

           OPEN OUTPUT RTCH-RPT-FILE.
           OPEN OUTPUT RTCH-LTR-FILE.
           OPEN OUTPUT RTCH-EML-FILE.

           MOVE WS-RUN-DATE-TEXT TO WS-HEAD-DATE.
           MOVE WS-HEAD-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.
           MOVE SPACES TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           PERFORM SEND-NOTICES THRU SEND-NOTICES-END.

           PERFORM APPLY-CHANGES THRU APPLY-CHANGES-END.

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END.

           CLOSE RTCH-RPT-FILE.
           CLOSE RTCH-LTR-FILE.
           CLOSE RTCH-EML-FILE.

           MOVE WS-CHANGES-NOTICED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: CHANGES NOTIFIED       = '
                   WS-RECS-DISPLAY.
           MOVE WS-LETTERS-POSTED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: LETTERS POSTED         = '
                   WS-RECS-DISPLAY.
           MOVE WS-LETTERS-EMAILED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: LETTERS EMAILED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-LETTERS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: LETTERS QUARANTINE-HELD= '
                   WS-RECS-DISPLAY.
           MOVE WS-CHANGES-APPLIED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: CHANGES APPLIED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCTS-REPRICED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: ACCOUNTS RE-PRICED     = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCTS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'RATECHG: ACCOUNTS FAILED        = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS = WS-LETTERS-POSTED + WS-LETTERS-EMAILED
                             + WS-ACCTS-REPRICED.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE SEND-NOTICES
      * Every change in its notice window, in product order.
       SEND-NOTICES.
           MOVE 'N' TO WS-END-OF-CHANGES.

           EXEC SQL
              OPEN NOTICE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: UNABLE TO OPEN NOTICE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CHANGES
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CHANGES
             EXEC SQL
                FETCH NOTICE-CURSOR
                  INTO :HV-RCHG-PRODUCT, :HV-RCHG-EFFECTIVE,
                       :HV-RCHG-NOTICE, :HV-RCHG-NEW-RATE,
                       :HV-RCHG-STATUS
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-CHANGES-NOTICED
               PERFORM NOTIFY-ONE-CHANGE
                  THRU NOTIFY-ONE-CHANGE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RATECHG: NOTICE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CHANGES
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE NOTICE-CURSOR
           END-EXEC.
       SEND-NOTICES-END.

      * PROCEDURE NOTIFY-ONE-CHANGE
      * Writes to every account on the product still owed notice of
      * this change.
       NOTIFY-ONE-CHANGE.
           PERFORM SET-EFFECTIVE-TEXT THRU SET-EFFECTIVE-TEXT-END.

           MOVE HV-RCHG-NEW-RATE TO WS-RATE-IN.
           PERFORM FORMAT-RATE THRU FORMAT-RATE-END.
           MOVE WS-RATE-OUT TO WS-MERGE-NEW-RATE.

           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN NOTICE-ACCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: UNABLE TO OPEN NOTICE-ACCT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             EXEC SQL
                FETCH NOTICE-ACCT-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-INT-RATE,
                       :HV-RCAC-NOTICE
             END-EXEC
             IF SQLCODE = 0
               PERFORM NOTIFY-ONE-ACCOUNT
                  THRU NOTIFY-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RATECHG: NOTICE ACCOUNT FETCH FAILED, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE NOTICE-ACCT-CURSOR
           END-EXEC.

      *
      *    The change is marked as noticed even if every holder was
      *    held, since the notice run has been; from here REFDMNT
      *    will no longer cancel it.
      *
           IF HV-RCHG-STATUS = 'S'
             EXEC SQL
                UPDATE PRODUCT_RATE_CHANGE
                   SET RATE_CHANGE_STATUS = 'N'
                 WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                   AND RATE_CHANGE_EFFECTIVE_DATE
                          = :HV-RCHG-EFFECTIVE
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'RATECHG: CHANGE STATUS UPDATE FAILED FOR '
                       HV-RCHG-PRODUCT ' SQLCODE=' SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXEC SQL
                  ROLLBACK WORK
               END-EXEC
             ELSE
               EXEC SQL
                  COMMIT WORK
               END-EXEC
             END-IF
           END-IF.
       NOTIFY-ONE-CHANGE-END.

      * PROCEDURE NOTIFY-ONE-ACCOUNT
      * Decides the channel, writes the letter and logs it - or logs
      * the account as held - in one unit of work.
       NOTIFY-ONE-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

           PERFORM DECIDE-DELIVERY THRU DECIDE-DELIVERY-END.

           MOVE HV-ACCOUNT-INT-RATE TO WS-RATE-IN.
           PERFORM FORMAT-RATE THRU FORMAT-RATE-END.
           MOVE WS-RATE-OUT TO WS-MERGE-OLD-RATE.

      *
      *    Held again - nothing has changed since last night, and
      *    the row and report already say so.
      *
           IF WS-DELIVERY-MODE = 'H' AND HV-RCAC-NOTICE = 'H'
             GO TO NOTIFY-ONE-ACCOUNT-END
           END-IF.

           IF WS-DELIVERY-MODE NOT = 'H'
             PERFORM SETTLE-LANGUAGE THRU SETTLE-LANGUAGE-END
           ELSE
             MOVE SPACES TO HV-TEMPLATE-LANGUAGE
           END-IF.

           PERFORM LOG-NOTICE THRU LOG-NOTICE-END.

           IF WS-ACCOUNT-OK NOT = 'Y'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-ACCTS-FAILED
             MOVE 8 TO RETURN-CODE
             MOVE 'NOTICE NOT LOGGED - SEE JOB LOG' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO NOTIFY-ONE-ACCOUNT-END
           END-IF.

           EVALUATE WS-DELIVERY-MODE
             WHEN 'H'
               ADD 1 TO WS-LETTERS-HELD
               MOVE 'NOTICE HELD - POST QUARANTINED' TO WS-RPT-ACTION
             WHEN 'E'
               PERFORM PRODUCE-NOTICE-LETTER
                  THRU PRODUCE-NOTICE-LETTER-END
               ADD 1 TO WS-LETTERS-EMAILED
               MOVE 'NOTICE EMAILED' TO WS-RPT-ACTION
             WHEN OTHER
               PERFORM PRODUCE-NOTICE-LETTER
                  THRU PRODUCE-NOTICE-LETTER-END
               ADD 1 TO WS-LETTERS-POSTED
               MOVE 'NOTICE POSTED' TO WS-RPT-ACTION
           END-EVALUATE.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       NOTIFY-ONE-ACCOUNT-END.

      * PROCEDURE LOG-NOTICE
      * Inserts the account's RATE_CHANGE_ACCOUNT row, or moves a
      * held row on to sent, and counts a letter on the change.
       LOG-NOTICE.
           IF WS-DELIVERY-MODE = 'H'
             MOVE 'H' TO HV-RCAC-NOTICE-NEW
           ELSE
             MOVE 'S' TO HV-RCAC-NOTICE-NEW
           END-IF.

           IF HV-RCAC-NOTICE = SPACE
             EXEC SQL
                INSERT INTO RATE_CHANGE_ACCOUNT
                       ( RATE_CHGACC_PRODUCT,
                         RATE_CHGACC_EFFECTIVE_DATE,
                         RATE_CHGACC_SORTCODE,
                         RATE_CHGACC_NUMBER,
                         RATE_CHGACC_CUSTOMER,
                         RATE_CHGACC_NOTICE,
                         RATE_CHGACC_NOTICE_DATE,
                         RATE_CHGACC_LANGUAGE,
                         RATE_CHGACC_OLD_RATE,
                         RATE_CHGACC_NEW_RATE,
                         RATE_CHGACC_APPLIED_DATE )
                VALUES ( :HV-RCHG-PRODUCT,
                         :HV-RCHG-EFFECTIVE,
                         :HV-ACCOUNT-SORTCODE,
                         :HV-ACCOUNT-NUMBER,
                         :HV-ACCOUNT-CUST-NUMBER,
                         :HV-RCAC-NOTICE-NEW,
                         :WS-RUN-DATE,
                         :HV-TEMPLATE-LANGUAGE,
                         :HV-ACCOUNT-INT-RATE,
                         :HV-RCHG-NEW-RATE,
                         0 )
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE RATE_CHANGE_ACCOUNT
                   SET RATE_CHGACC_NOTICE = :HV-RCAC-NOTICE-NEW,
                       RATE_CHGACC_NOTICE_DATE = :WS-RUN-DATE,
                       RATE_CHGACC_LANGUAGE = :HV-TEMPLATE-LANGUAGE,
                       RATE_CHGACC_OLD_RATE = :HV-ACCOUNT-INT-RATE
                 WHERE RATE_CHGACC_PRODUCT = :HV-RCHG-PRODUCT
                   AND RATE_CHGACC_EFFECTIVE_DATE
                          = :HV-RCHG-EFFECTIVE
                   AND RATE_CHGACC_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND RATE_CHGACC_NUMBER = :HV-ACCOUNT-NUMBER
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: NOTICE LOG FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-ACCOUNT-OK
             GO TO LOG-NOTICE-END
           END-IF.

           IF WS-DELIVERY-MODE NOT = 'H'
             EXEC SQL
                UPDATE PRODUCT_RATE_CHANGE
                   SET RATE_CHANGE_LETTERS = RATE_CHANGE_LETTERS + 1
                 WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                   AND RATE_CHANGE_EFFECTIVE_DATE
                          = :HV-RCHG-EFFECTIVE
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'RATECHG: LETTER COUNT FAILED FOR '
                       HV-RCHG-PRODUCT ' SQLCODE=' SQLCODE-DISPLAY
               MOVE 'N' TO WS-ACCOUNT-OK
             END-IF
           END-IF.
       LOG-NOTICE-END.

      * PROCEDURE DECIDE-DELIVERY
      * The ACCSTMT rule: an EMAIL-channel customer is emailed
      * unless that channel is quarantined; otherwise the letter is
      * posted, or held if the postal channel is quarantined too.
       DECIDE-DELIVERY.
           MOVE 'P' TO WS-DELIVERY-MODE.

           IF HV-CUSTOMER-CHANNEL = 'EMAIL'
              AND HV-CUSTOMER-EMAIL NOT = SPACES
             MOVE 'EMAIL' TO HV-QUAR-CHANNEL
             PERFORM CHECK-CHANNEL-QUARANTINE
                THRU CHECK-CHANNEL-QUARANTINE-END
             IF HV-QUAR-COUNT = 0
               MOVE 'E' TO WS-DELIVERY-MODE
               GO TO DECIDE-DELIVERY-END
             END-IF
           END-IF.

           MOVE 'POST' TO HV-QUAR-CHANNEL.
           PERFORM CHECK-CHANNEL-QUARANTINE
              THRU CHECK-CHANNEL-QUARANTINE-END.
           IF HV-QUAR-COUNT > 0
             MOVE 'H' TO WS-DELIVERY-MODE
           END-IF.
       DECIDE-DELIVERY-END.

      * PROCEDURE CHECK-CHANNEL-QUARANTINE
      * A lookup failure counts as not quarantined - the LTRGEN
      * reading.
      * Only a confirmed FAILED row counts, as in LTRGEN.
       CHECK-CHANNEL-QUARANTINE.
           MOVE 0 TO HV-QUAR-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-QUAR-COUNT
                FROM CONTACT_STATUS
               WHERE CONTACT_STATUS_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CONTACT_STATUS_NUMBER
                        = :HV-ACCOUNT-CUST-NUMBER
                 AND CONTACT_STATUS_CHANNEL = :HV-QUAR-CHANNEL
                 AND CONTACT_STATUS_STATE = 'FAILED'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-QUAR-COUNT
           END-IF.
       CHECK-CHANNEL-QUARANTINE-END.

      * PROCEDURE READ-CUSTOMER
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME,
                     COALESCE(CUSTOMER_PREF_LANGUAGE, 'EN'),
                     COALESCE(CUSTOMER_LOCALIZED_CORR, 'N'),
                     COALESCE(CUSTOMER_EMAIL, ' '),
                     COALESCE(CUSTOMER_CONTACT_CHANNEL, ' ')
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-PREF-LANG, :HV-CUSTOMER-LOC-CORR,
                     :HV-CUSTOMER-EMAIL, :HV-CUSTOMER-CHANNEL
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: CUSTOMER LOOKUP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-CUST-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'NAME NOT ON FILE' TO HV-CUSTOMER-LAST-NAME
             MOVE SPACES TO HV-CUSTOMER-FIRST-NAME
             MOVE 'EN' TO HV-CUSTOMER-PREF-LANG
             MOVE 'N' TO HV-CUSTOMER-LOC-CORR
             MOVE SPACES TO HV-CUSTOMER-EMAIL
             MOVE SPACES TO HV-CUSTOMER-CHANNEL
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE SETTLE-LANGUAGE
      * The customer's language where they asked for localized
      * correspondence and the template exists in it, else EN.
       SETTLE-LANGUAGE.
           IF HV-CUSTOMER-LOC-CORR = 'Y'
              AND HV-CUSTOMER-PREF-LANG NOT = 'EN'
              AND HV-CUSTOMER-PREF-LANG NOT = SPACES
             MOVE HV-CUSTOMER-PREF-LANG TO HV-TEMPLATE-LANGUAGE
             PERFORM COUNT-TEMPLATE-LINES
                THRU COUNT-TEMPLATE-LINES-END
             IF HV-TEMPLATE-LINE-COUNT = 0
               MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
             END-IF
           ELSE
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
           END-IF.
       SETTLE-LANGUAGE-END.

      * PROCEDURE PRODUCE-NOTICE-LETTER
      * Merges the template lines to the letter or email file and
      * records the correspondence. An emailed letter is headed
      * with the address it goes to.
       PRODUCE-NOTICE-LETTER.
           MOVE SPACES TO WS-MERGE-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-MERGE-NAME
           END-STRING.

           MOVE SPACES TO WS-MERGE-ACCNO.
           STRING HV-ACCOUNT-SORTCODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HV-ACCOUNT-NUMBER DELIMITED BY SIZE
              INTO WS-MERGE-ACCNO
           END-STRING.

           IF WS-DELIVERY-MODE = 'E'
             MOVE SPACES TO WS-LETTER-LINE
             STRING 'TO: ' DELIMITED BY SIZE
                    HV-CUSTOMER-EMAIL DELIMITED BY '  '
                INTO WS-LETTER-LINE
             END-STRING
             PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END
           END-IF.

           PERFORM WRITE-TEMPLATE-LINES
              THRU WRITE-TEMPLATE-LINES-END.

           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END.

           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO CORR-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CORR-CUSTNO.
           MOVE 'RATENOTICE' TO CORR-DOC-TYPE.
           MOVE HV-TEMPLATE-TYPE TO CORR-TEMPLATE.
           MOVE HV-TEMPLATE-LANGUAGE TO CORR-LANGUAGE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE 'EMAIL' TO CORR-CHANNEL
             MOVE HV-CUSTOMER-EMAIL TO CORR-ADDRESS
           ELSE
             MOVE 'POST' TO CORR-CHANNEL
           END-IF.
           MOVE 'RATECHG' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.
       PRODUCE-NOTICE-LETTER-END.

      * PROCEDURE PUT-LETTER-LINE
      * One letter line to whichever file the delivery decision
      * chose.
       PUT-LETTER-LINE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE WS-LETTER-LINE TO RTCH-EML-RECORD
             WRITE RTCH-EML-RECORD
           ELSE
             MOVE WS-LETTER-LINE TO RTCH-LTR-RECORD
             WRITE RTCH-LTR-RECORD
           END-IF.
       PUT-LETTER-LINE-END.

      * PROCEDURE COUNT-TEMPLATE-LINES
       COUNT-TEMPLATE-LINES.
           MOVE 0 TO HV-TEMPLATE-LINE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TEMPLATE-LINE-COUNT
                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-TEMPLATE-LINE-COUNT
           END-IF.
       COUNT-TEMPLATE-LINES-END.

      * PROCEDURE WRITE-TEMPLATE-LINES
       WRITE-TEMPLATE-LINES.
           MOVE 'N' TO WS-END-OF-TEMPLATE.

           EXEC SQL
              OPEN TEMPLATE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: UNABLE TO OPEN TEMPLATE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-TEMPLATE
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-TEMPLATE
             EXEC SQL
                FETCH TEMPLATE-CURSOR
                  INTO :HV-TEMPLATE-LINE-TEXT
             END-EXEC
             IF SQLCODE = 0
               MOVE HV-TEMPLATE-LINE-TEXT TO WS-MERGE-LINE
               PERFORM MERGE-PLACEHOLDERS
                  THRU MERGE-PLACEHOLDERS-END
               MOVE WS-BUILT-LINE (1:100) TO WS-LETTER-LINE
               PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RATECHG: TEMPLATE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-TEMPLATE
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TEMPLATE-CURSOR
           END-EXEC.
       WRITE-TEMPLATE-LINES-END.

      * PROCEDURE MERGE-PLACEHOLDERS
      * Copies the template line character by character, expanding
      * the placeholders where they appear - the LTRGEN scan.
       MERGE-PLACEHOLDERS.
           MOVE SPACES TO WS-BUILT-LINE.
           MOVE 1 TO WS-SCAN-POS.
           MOVE 1 TO WS-OUT-POS.

           PERFORM EXPAND-NEXT-CHARACTER
              THRU EXPAND-NEXT-CHARACTER-END
              UNTIL WS-SCAN-POS > 100 OR WS-OUT-POS > 160.
       MERGE-PLACEHOLDERS-END.

      * PROCEDURE EXPAND-NEXT-CHARACTER
       EXPAND-NEXT-CHARACTER.
           IF WS-SCAN-POS <= 93
              AND WS-MERGE-LINE (WS-SCAN-POS:8) = '&OLDRATE'
             MOVE WS-MERGE-OLD-RATE TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 8 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 93
              AND WS-MERGE-LINE (WS-SCAN-POS:8) = '&NEWRATE'
             MOVE WS-MERGE-NEW-RATE TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 8 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 93
              AND WS-MERGE-LINE (WS-SCAN-POS:8) = '&EFFDATE'
             IF WS-OUT-POS <= 150
               MOVE WS-EFF-DATE-TEXT
                  TO WS-BUILT-LINE (WS-OUT-POS:10)
               ADD 10 TO WS-OUT-POS
             END-IF
             ADD 8 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 95
              AND WS-MERGE-LINE (WS-SCAN-POS:6) = '&ACCNO'
             MOVE WS-MERGE-ACCNO TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 6 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&NAME'
             MOVE WS-MERGE-NAME TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 5 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&DATE'
             IF WS-OUT-POS <= 150
               MOVE WS-RUN-DATE-TEXT
                  TO WS-BUILT-LINE (WS-OUT-POS:10)
               ADD 10 TO WS-OUT-POS
             END-IF
             ADD 5 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-OUT-POS <= 160
             MOVE WS-MERGE-LINE (WS-SCAN-POS:1)
                TO WS-BUILT-LINE (WS-OUT-POS:1)
             ADD 1 TO WS-OUT-POS
           END-IF.
           ADD 1 TO WS-SCAN-POS.
       EXPAND-NEXT-CHARACTER-END.

      * PROCEDURE INSERT-MERGE-VALUE
      * Places a merge value at the output position and moves past
      * it, as LTRGEN does for &NAME.
       INSERT-MERGE-VALUE.
           IF WS-OUT-POS <= 100
             STRING WS-MERGE-VALUE DELIMITED BY '  '
                INTO WS-BUILT-LINE (WS-OUT-POS:60)
             END-STRING
             PERFORM ADVANCE-PAST-TEXT THRU ADVANCE-PAST-TEXT-END
           END-IF.
       INSERT-MERGE-VALUE-END.

      * PROCEDURE ADVANCE-PAST-TEXT
       ADVANCE-PAST-TEXT.
           PERFORM WITH TEST BEFORE
              UNTIL WS-OUT-POS > 159
                 OR WS-BUILT-LINE (WS-OUT-POS:2) = SPACES
             ADD 1 TO WS-OUT-POS
           END-PERFORM.
       ADVANCE-PAST-TEXT-END.

      * PROCEDURE FORMAT-RATE
      * WS-RATE-IN edited and left-justified into WS-RATE-OUT.
       FORMAT-RATE.
           MOVE WS-RATE-IN TO WS-RATE-EDIT.
           MOVE 0 TO WS-RATE-LEAD.
           INSPECT WS-RATE-EDIT TALLYING WS-RATE-LEAD
              FOR LEADING SPACES.
           MOVE SPACES TO WS-RATE-OUT.
           MOVE WS-RATE-EDIT (WS-RATE-LEAD + 1:) TO WS-RATE-OUT.
       FORMAT-RATE-END.

      * PROCEDURE SET-EFFECTIVE-TEXT
       SET-EFFECTIVE-TEXT.
           MOVE HV-RCHG-EFFECTIVE TO WS-EFF-DATE-N.
           MOVE WS-EFF-DATE-DD TO WS-EFF-DATE-TEXT-DD.
           MOVE WS-EFF-DATE-MM TO WS-EFF-DATE-TEXT-MM.
           MOVE WS-EFF-DATE-YYYY TO WS-EFF-DATE-TEXT-YYYY.
       SET-EFFECTIVE-TEXT-END.

      * PROCEDURE APPLY-CHANGES
      * Every change due to take effect, in product order.
       APPLY-CHANGES.
           MOVE 'N' TO WS-END-OF-CHANGES.

           EXEC SQL
              OPEN APPLY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: UNABLE TO OPEN APPLY-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CHANGES
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CHANGES
             EXEC SQL
                FETCH APPLY-CURSOR
                  INTO :HV-RCHG-PRODUCT, :HV-RCHG-EFFECTIVE,
                       :HV-RCHG-NOTICE, :HV-RCHG-NEW-RATE,
                       :HV-RCHG-STATUS
             END-EXEC
             IF SQLCODE = 0
               PERFORM APPLY-ONE-CHANGE THRU APPLY-ONE-CHANGE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RATECHG: APPLY FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CHANGES
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE APPLY-CURSOR
           END-EXEC.
       APPLY-CHANGES-END.

      * PROCEDURE APPLY-ONE-CHANGE
      * Moves the product rate, re-prices every account on the
      * product, and marks the change applied only if every
      * account went through - otherwise it is picked up again by
      * the next run.
       APPLY-ONE-CHANGE.
           MOVE 'Y' TO WS-CHANGE-OK.

           PERFORM SET-EFFECTIVE-TEXT THRU SET-EFFECTIVE-TEXT-END.

           EXEC SQL
              UPDATE ACCOUNT_PRODUCT
                 SET ACCOUNT_PRODUCT_INT_RATE = :HV-RCHG-NEW-RATE
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-RCHG-PRODUCT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: PRODUCT RATE UPDATE FAILED FOR '
                     HV-RCHG-PRODUCT ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO APPLY-ONE-CHANGE-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN APPLY-ACCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: UNABLE TO OPEN APPLY-ACCT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'N' TO WS-CHANGE-OK
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             EXEC SQL
                FETCH APPLY-ACCT-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-INT-RATE,
                       :HV-RCAC-NOTICE
             END-EXEC
             IF SQLCODE = 0
               PERFORM REPRICE-ONE-ACCOUNT
                  THRU REPRICE-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RATECHG: APPLY ACCOUNT FETCH FAILED, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 MOVE 'N' TO WS-CHANGE-OK
               END-IF
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE APPLY-ACCT-CURSOR
           END-EXEC.

           IF WS-CHANGE-OK NOT = 'Y'
             GO TO APPLY-ONE-CHANGE-END
           END-IF.

           EXEC SQL
              UPDATE PRODUCT_RATE_CHANGE
                 SET RATE_CHANGE_STATUS = 'A'
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_EFFECTIVE_DATE = :HV-RCHG-EFFECTIVE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'RATECHG: CHANGE STATUS UPDATE FAILED FOR '
                     HV-RCHG-PRODUCT ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO APPLY-ONE-CHANGE-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-CHANGES-APPLIED.
       APPLY-ONE-CHANGE-END.

      * PROCEDURE REPRICE-ONE-ACCOUNT
      * Sets the account to the new rate and completes its log row -
      * or writes one for an account that was never sent notice -
      * and counts it on the change, in one unit of work.
       REPRICE-ONE-ACCOUNT.
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_INTEREST_RATE = :HV-RCHG-NEW-RATE
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO REPRICE-ONE-ACCOUNT-FAIL
           END-IF.

           IF HV-RCAC-NOTICE = SPACE
             MOVE SPACES TO HV-TEMPLATE-LANGUAGE
             EXEC SQL
                INSERT INTO RATE_CHANGE_ACCOUNT
                       ( RATE_CHGACC_PRODUCT,
                         RATE_CHGACC_EFFECTIVE_DATE,
                         RATE_CHGACC_SORTCODE,
                         RATE_CHGACC_NUMBER,
                         RATE_CHGACC_CUSTOMER,
                         RATE_CHGACC_NOTICE,
                         RATE_CHGACC_NOTICE_DATE,
                         RATE_CHGACC_LANGUAGE,
                         RATE_CHGACC_OLD_RATE,
                         RATE_CHGACC_NEW_RATE,
                         RATE_CHGACC_APPLIED_DATE )
                VALUES ( :HV-RCHG-PRODUCT,
                         :HV-RCHG-EFFECTIVE,
                         :HV-ACCOUNT-SORTCODE,
                         :HV-ACCOUNT-NUMBER,
                         :HV-ACCOUNT-CUST-NUMBER,
                         'O',
                         0,
                         :HV-TEMPLATE-LANGUAGE,
                         :HV-ACCOUNT-INT-RATE,
                         :HV-RCHG-NEW-RATE,
                         :WS-RUN-DATE )
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE RATE_CHANGE_ACCOUNT
                   SET RATE_CHGACC_OLD_RATE = :HV-ACCOUNT-INT-RATE,
                       RATE_CHGACC_APPLIED_DATE = :WS-RUN-DATE
                 WHERE RATE_CHGACC_PRODUCT = :HV-RCHG-PRODUCT
                   AND RATE_CHGACC_EFFECTIVE_DATE
                          = :HV-RCHG-EFFECTIVE
                   AND RATE_CHGACC_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND RATE_CHGACC_NUMBER = :HV-ACCOUNT-NUMBER
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             GO TO REPRICE-ONE-ACCOUNT-FAIL
           END-IF.

           EXEC SQL
              UPDATE PRODUCT_RATE_CHANGE
                 SET RATE_CHANGE_REPRICED = RATE_CHANGE_REPRICED + 1
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_EFFECTIVE_DATE = :HV-RCHG-EFFECTIVE
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO REPRICE-ONE-ACCOUNT-FAIL
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-ACCTS-REPRICED.

           EVALUATE HV-RCAC-NOTICE
             WHEN 'H'
               MOVE 'RE-PRICED - NOTICE WAS HELD' TO WS-RPT-ACTION
             WHEN SPACE
               MOVE 'RE-PRICED - OPENED AFTER NOTICE'
                  TO WS-RPT-ACTION
             WHEN OTHER
               MOVE 'RE-PRICED' TO WS-RPT-ACTION
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
           GO TO REPRICE-ONE-ACCOUNT-END.

       REPRICE-ONE-ACCOUNT-FAIL.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'RATECHG: RE-PRICING FAILED FOR '
                   HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                   ' SQLCODE=' SQLCODE-DISPLAY.
           EXEC SQL
              ROLLBACK WORK
           END-EXEC.
           ADD 1 TO WS-ACCTS-FAILED.
           MOVE 8 TO RETURN-CODE.
           MOVE 'N' TO WS-CHANGE-OK.
           MOVE 'RE-PRICING FAILED - SEE JOB LOG' TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       REPRICE-ONE-ACCOUNT-END.

      * PROCEDURE WRITE-REPORT-LINE
      * One account line, showing the account's rate before the
      * change and WS-RPT-ACTION for what was done.
       WRITE-REPORT-LINE.
           MOVE HV-RCHG-PRODUCT TO WS-RPT-PRODUCT.
           MOVE HV-ACCOUNT-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-ACCOUNT-CUST-NUMBER TO WS-RPT-CUSTNO.
           MOVE HV-ACCOUNT-INT-RATE TO WS-RPT-OLD-RATE.
           MOVE HV-RCHG-NEW-RATE TO WS-RPT-NEW-RATE.
           MOVE WS-EFF-DATE-TEXT TO WS-RPT-EFFECTIVE.

           MOVE WS-REPORT-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE WRITE-REPORT-TOTALS
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'CHANGES NOTIFIED' TO WS-TOT-TEXT.
           MOVE WS-CHANGES-NOTICED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'LETTERS POSTED' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-POSTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'LETTERS EMAILED' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-EMAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'NOTICES HELD - QUARANTINED' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-HELD TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'CHANGES APPLIED' TO WS-TOT-TEXT.
           MOVE WS-CHANGES-APPLIED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'ACCOUNTS RE-PRICED' TO WS-TOT-TEXT.
           MOVE WS-ACCTS-REPRICED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.

           MOVE 'ACCOUNTS FAILED' TO WS-TOT-TEXT.
           MOVE WS-ACCTS-FAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RTCH-RPT-RECORD.
           WRITE RTCH-RPT-RECORD.
       WRITE-REPORT-TOTALS-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.

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
      * Annual statement of fees.
      *
      * Every live account gets one statement covering the date
      * range on SYSIN - the FROM=CCYYMMDD / TO=CCYYMMDD card style
      * NEWCUSRP established, so "last year" is two cards - setting
      * out in one place what the monthly statements spread across
      * twelve:
      *
      *   - every fee charged, totalled by the TRANSACTION_TYPE
      *     description of the posting and the fee named in the
      *     description (FEECHARG, DDCOLL, SORDEXEC, INTPAY, XFRFUN
      *     and DBCRFUN all post 'CHG' with the fee's name after the
      *     sixteen-byte customer key), with a count and a total;
      *   - goodwill refunds, the 'RDR' redress credits COMPLNT
      *     makes through DBCRFUN;
      *   - each goodwill waiver set or lifted through FEEWAIVE, from
      *     FEE_WAIVER_AUDIT, with its date and reason;
      *   - interest paid and interest charged, from the 'INT'
      *     postings and the 'IAJ' adjustments ACCRINT makes to them.
      *
      * Delivery follows ACCSTMT exactly: an EMAIL-channel customer
      * goes to the e-statement extract unless the email is
      * quarantined on CONTACT_STATUS, paper uses the mailing
      * address when there is one, and a customer whose only viable
      * channel is quarantined is suppressed with an ops exception
      * line. A delivery-method count trailer closes the print file.
      * Each statement delivered is recorded on CORRESPONDENCE_LOG
      * through CORRLOG and committed, so a stopped run can be
      * reconciled against what has already gone.
      *
      * The sweep reads the live PROCTRAN table only, so - as in
      * INTCERT - a range reaching into days PROCARCH has archived
      * stops the run rather than print short statements.
      *
      * PROCTRAN_DATE is held as DD.MM.YYYY text, so the range test
      * is made in the SQL on the date rebuilt as CCYYMMDD, the way
      * DORMACCT tests it. Counts are displayed at the end of the
      * run for the operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-RPT-FILE ASSIGN TO FEERPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFEE-OUT-FILE ASSIGN TO EFEESTMT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-EXC-FILE ASSIGN TO FEEEXC
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-RPT-FILE
           RECORDING MODE IS F.
       01  FEE-RPT-RECORD                PIC X(132).

       FD  EFEE-OUT-FILE
           RECORDING MODE IS F.
       01  EFEE-OUT-RECORD               PIC X(132).

       FD  FEE-EXC-FILE
           RECORDING MODE IS F.
       01  FEE-EXC-RECORD                PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the fee lines are totalled
      * under the plain-English description of their type
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

      * FEE_WAIVER_AUDIT DB2 copybook - the goodwill waivers set and
      * lifted through FEEWAIVE
           EXEC SQL
              INCLUDE WAIVADB2
           END-EXEC.

      * PTRAN_ARCHIVE_CONTROL DB2 copybook - the sweep only reads
      * the live table, so a range PROCARCH has archived into must
      * stop the run rather than print short statements
           EXEC SQL
              INCLUDE PARCDB2
           END-EXEC.

       77  HV-ARCH-THRU-DATE         PIC S9(9) COMP    VALUE 0.
       77  WS-ARCH-THRU-DISPLAY      PIC 9(8).

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).

      * CONTACT_STATUS DB2 copybook - statements must stop posting
      * to channels CONTFLAG has quarantined
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

       77  HV-QUAR-COUNT             PIC S9(9) COMP    VALUE 0.
       01  HV-QUAR-CHANNEL           PIC X(6).

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE1    PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2    PIC X(50).
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-EMAIL         PIC X(60).
           03  HV-CUSTOMER-CHANNEL       PIC X(10).
           03  HV-CUSTOMER-MAIL-IND      PIC X.
           03  HV-CUSTOMER-MAIL-LINE1    PIC X(50).
           03  HV-CUSTOMER-MAIL-CITY     PIC X(50).
           03  HV-CUSTOMER-MAIL-POSTCD   PIC X(10).

      * Fee totals host variables for DB2 - one row per type
      * description and fee name
       01  HOST-FEE-ROW.
           03  HV-FEE-TYPE-DESC          PIC X(30).
           03  HV-FEE-NAME               PIC X(30).
           03  HV-FEE-COUNT              PIC S9(9) COMP.
           03  HV-FEE-AMOUNT             PIC S9(13)V99 COMP-3.

      * FEE_WAIVER_AUDIT host variables for DB2
       01  HOST-WAIVER-ROW.
           03  HV-WAIVER-DATE            PIC S9(9) COMP.
           03  HV-WAIVER-ACTION          PIC X.
           03  HV-WAIVER-REASON          PIC X(30).

      * Refund and interest totals for the account
       77  HV-REFUND-COUNT           PIC S9(9) COMP    VALUE 0.
       01  HV-REFUND-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
       01  HV-INT-PAID               PIC S9(13)V99 COMP-3 VALUE 0.
       01  HV-INT-CHARGED            PIC S9(13)V99 COMP-3 VALUE 0.

      *
      * The range as CCYYMMDD text for the test against the
      * rebuilt PROCTRAN date.
      *
       77  HV-FROM-X                 PIC X(8)          VALUE SPACES.
       77  HV-TO-X                   PIC X(8)          VALUE SPACES.

      *
      * The delivery decision for the statement in hand - 'P'
      * print, 'E' e-statement extract, 'S' suppressed with an ops
      * exception - and the counts the delivery trailer balances
      * against accounts statemented.
      *
       77  WS-DELIVERY-MODE          PIC X             VALUE 'P'.
       77  WS-PRINT-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-EMAIL-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-SUPPRESS-COUNT         PIC 9(8)  COMP    VALUE 0.
       01  WS-STMT-LINE-OUT          PIC X(132).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(18)
               VALUE 'DELIVERY  PRINT   '.
           05  WS-TRL-PRINT          PIC ZZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE '  EMAIL  '.
           05  WS-TRL-EMAIL          PIC ZZZZZZZ9.
           05  FILLER                PIC X(13)
               VALUE '  SUPPRESSED '.
           05  WS-TRL-SUPP           PIC ZZZZZZZ9.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-EXC-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EXC-TEXT           PIC X(50).

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
      * The run date, the business date from BNKDATE.
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

      *
      * The statement range - both ends default to the run date,
      * overridden by FROM= and TO= cards on SYSIN.
      *
       77  WS-FROM-DATE              PIC S9(9) COMP.
       77  WS-TO-DATE                PIC S9(9) COMP.
       77  WS-FROM-DATE-DISPLAY      PIC 9(8).
       77  WS-TO-DATE-DISPLAY        PIC 9(8).
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-END-OF-FEES            PIC X             VALUE 'N'.
           88  END-OF-FEES           VALUE 'Y'.
       77  WS-END-OF-WAIVERS         PIC X             VALUE 'N'.
           88  END-OF-WAIVERS        VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-STMTS-PRODUCED         PIC 9(8)  COMP    VALUE 0.
       77  WS-FEE-LINES              PIC 9(4)  COMP    VALUE 0.
       77  WS-WAIVER-LINES           PIC 9(4)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-TOTAL-FEES             PIC S9(13)V99     VALUE 0.

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(18)
               VALUE 'STATEMENT OF FEES '.
           05  WS-HEAD-SCODE         PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-HEAD-ACCNO         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-HEAD-TYPE          PIC X(8).
           05  FILLER                PIC X(6)  VALUE ' FROM '.
           05  WS-HEAD-FROM          PIC 9(8).
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  WS-HEAD-TO            PIC 9(8).

       01  WS-NAME-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-NAME-TEXT          PIC X(110).

       01  WS-ADDR-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ADDR-TEXT          PIC X(110).

       01  WS-FEE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-FEE-TYPE-DESC      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-FEE-NAME           PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-FEE-COUNT          PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-FEE-AMOUNT         PIC -(10)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-TOTAL-TEXT         PIC X(64).
           05  WS-TOTAL-COUNT        PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOTAL-AMOUNT       PIC -(10)9.99.

       01  WS-WAIVER-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-WAIVER-DATE        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-WAIVER-ACTION      PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-WAIVER-REASON      PIC X(30).

      * Every live account, in sort code and account number order.
      * WITH HOLD so the per-statement commits do not close the
      * cursor.
           EXEC SQL
              DECLARE FEESTMT-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_SORTCODE,
                        ACCOUNT_NUMBER, ACCOUNT_TYPE
                   FROM ACCOUNT
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      * The account's fees in the range, totalled by the type's
      * description and the fee named after the customer key in
      * the posting description. Fees post as debits, so the sum
      * is negated to print as the amount charged.
           EXEC SQL
              DECLARE FEELINE-CURSOR CURSOR FOR
                 SELECT COALESCE(T.TRANSACTION_TYPE_DESCRIPTION,
                                 P.PROCTRAN_TYPE),
                        SUBSTR(P.PROCTRAN_DESC, 17, 30),
                        COUNT(*),
                        0 - SUM(P.PROCTRAN_AMOUNT)
                   FROM PROCTRAN P
                        LEFT OUTER JOIN TRANSACTION_TYPE T
                          ON T.TRANSACTION_TYPE_CODE = P.PROCTRAN_TYPE
                  WHERE P.PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND P.PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                    AND P.PROCTRAN_TYPE = 'CHG'
                    AND SUBSTR(P.PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                           BETWEEN :HV-FROM-X AND :HV-TO-X
                  GROUP BY COALESCE(T.TRANSACTION_TYPE_DESCRIPTION,
                                    P.PROCTRAN_TYPE),
                           SUBSTR(P.PROCTRAN_DESC, 17, 30)
                  ORDER BY 1, 2
           END-EXEC.

      * The goodwill waivers set or lifted on the account in the
      * range, oldest first.
           EXEC SQL
              DECLARE WAIVER-CURSOR CURSOR FOR
                 SELECT FEE_WAIVER_DATE, FEE_WAIVER_ACTION,
                        FEE_WAIVER_REASON
                   FROM FEE_WAIVER_AUDIT
                  WHERE FEE_WAIVER_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND FEE_WAIVER_NUMBER = :HV-ACCOUNT-NUMBER
                    AND FEE_WAIVER_DATE BETWEEN :WS-FROM-DATE
                                            AND :WS-TO-DATE
                  ORDER BY FEE_WAIVER_DATE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'FEESTMT ' TO BREG-JOB.
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
           DISPLAY 'FEESTMT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           MOVE WS-FROM-DATE TO WS-FROM-DATE-DISPLAY.
           MOVE WS-TO-DATE TO WS-TO-DATE-DISPLAY.
           MOVE WS-FROM-DATE-DISPLAY TO HV-FROM-X.
           MOVE WS-TO-DATE-DISPLAY TO HV-TO-X.
           DISPLAY 'FEESTMT: STATEMENT RANGE = '
                   WS-FROM-DATE-DISPLAY ' TO ' WS-TO-DATE-DISPLAY.

      *
      *    PROCARCH unloads proven days off the live table - a
      *    range reaching into the archived history would total
      *    only the rows still live and understate the fees. The
      *    run stops instead, as INTCERT does.
      *
           MOVE 0 TO HV-ARCH-THRU-DATE.

           EXEC SQL
              SELECT COALESCE(MAX(PTRAN_ARCHIVE_THRU_DATE), 0)
                INTO :HV-ARCH-THRU-DATE
                FROM PTRAN_ARCHIVE_CONTROL
           END-EXEC.

           IF SQLCODE = 0 AND HV-ARCH-THRU-DATE >= WS-FROM-DATE
             MOVE HV-ARCH-THRU-DATE TO WS-ARCH-THRU-DISPLAY
             DISPLAY 'FEESTMT: PROCARCH HAS ARCHIVED ROWS DATED '
                     'THROUGH ' WS-ARCH-THRU-DISPLAY
                     ' - RANGE IS NOT FULLY LIVE'
             DISPLAY 'FEESTMT: RETRIEVE THE UNLOAD GENERATIONS '
                     'THROUGH PROCRETR - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN OUTPUT FEE-RPT-FILE.
           OPEN OUTPUT EFEE-OUT-FILE.
           OPEN OUTPUT FEE-EXC-FILE.

           EXEC SQL
              OPEN FEESTMT-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'FEESTMT: UNABLE TO OPEN FEESTMT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM PRODUCE-STATEMENT THRU PRODUCE-STATEMENT-END
             PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END
           END-PERFORM.

           EXEC SQL
              CLOSE FEESTMT-CURSOR
           END-EXEC.

      *
      *    The delivery-method count trailer - print plus email
      *    plus suppressed balances against accounts read.
      *
           MOVE WS-PRINT-COUNT TO WS-TRL-PRINT.
           MOVE WS-EMAIL-COUNT TO WS-TRL-EMAIL.
           MOVE WS-SUPPRESS-COUNT TO WS-TRL-SUPP.
           MOVE WS-TRAILER-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.

           CLOSE FEE-RPT-FILE.
           CLOSE EFEE-OUT-FILE.
           CLOSE FEE-EXC-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'FEESTMT: ACCOUNTS READ            = '
                   WS-RECS-DISPLAY.
           MOVE WS-STMTS-PRODUCED TO WS-RECS-DISPLAY.
           DISPLAY 'FEESTMT: STATEMENTS PRODUCED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-PRINT-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'FEESTMT: DELIVERED BY PRINT       = '
                   WS-RECS-DISPLAY.
           MOVE WS-EMAIL-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'FEESTMT: DELIVERED BY EMAIL       = '
                   WS-RECS-DISPLAY.
           MOVE WS-SUPPRESS-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'FEESTMT: SUPPRESSED FOR OPS       = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * FROM=CCYYMMDD and TO=CCYYMMDD set the ends of the range. A
      * card that does not parse is reported and ignored.
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL WS-END-OF-SYSIN = 'Y'
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-RUN-OPTION
                      THRU PARSE-RUN-OPTION-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'FROM='
               IF SYSIN-RECORD (6:8) NUMERIC
                 MOVE SYSIN-RECORD (6:8) TO WS-FROM-DATE-DISPLAY
                 MOVE WS-FROM-DATE-DISPLAY TO WS-FROM-DATE
               ELSE
                 DISPLAY 'FEESTMT: UNUSABLE FROM= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD (1:3) = 'TO='
               IF SYSIN-RECORD (4:8) NUMERIC
                 MOVE SYSIN-RECORD (4:8) TO WS-TO-DATE-DISPLAY
                 MOVE WS-TO-DATE-DISPLAY TO WS-TO-DATE
               ELSE
                 DISPLAY 'FEESTMT: UNUSABLE TO= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'FEESTMT: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE FETCH-NEXT-ACCOUNT
       FETCH-NEXT-ACCOUNT.
           EXEC SQL
              FETCH FEESTMT-CURSOR
                INTO :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-SORTCODE,
                     :HV-ACCOUNT-NUMBER, :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'FEESTMT: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-ACCOUNT-END.

      * PROCEDURE PRODUCE-STATEMENT
      * Prints one statement of fees - heading, customer name and
      * address, the fee lines and their total, refunds, waivers
      * and interest - then logs the correspondence and commits.
       PRODUCE-STATEMENT.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

           PERFORM DECIDE-DELIVERY THRU DECIDE-DELIVERY-END.

           IF WS-DELIVERY-MODE = 'S'
             ADD 1 TO WS-SUPPRESS-COUNT
             MOVE SPACES TO WS-EXCEPTION-LINE
             MOVE HV-ACCOUNT-SORTCODE TO WS-EXC-SCODE
             MOVE HV-ACCOUNT-NUMBER TO WS-EXC-ACCNO
             MOVE 'ONLY VIABLE CHANNEL QUARANTINED - NO FEE STATEMENT'
                TO WS-EXC-TEXT
             MOVE WS-EXCEPTION-LINE TO FEE-EXC-RECORD
             WRITE FEE-EXC-RECORD
             GO TO PRODUCE-STATEMENT-END
           END-IF.

           IF WS-DELIVERY-MODE = 'E'
             ADD 1 TO WS-EMAIL-COUNT
           ELSE
             ADD 1 TO WS-PRINT-COUNT
           END-IF.

           PERFORM WRITE-STATEMENT-HEAD THRU WRITE-STATEMENT-HEAD-END.

           PERFORM WRITE-FEES THRU WRITE-FEES-END.

           PERFORM WRITE-REFUNDS THRU WRITE-REFUNDS-END.

           PERFORM WRITE-WAIVERS THRU WRITE-WAIVERS-END.

           PERFORM WRITE-INTEREST THRU WRITE-INTEREST-END.

      *
      *    Record that the statement went, and how, then commit -
      *    one statement per unit of work.
      *
           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO CORR-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CORR-CUSTNO.
           MOVE 'FEESTMT' TO CORR-DOC-TYPE.
           MOVE 'FEESTMT' TO CORR-TEMPLATE.
           MOVE 'EN' TO CORR-LANGUAGE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE 'EMAIL' TO CORR-CHANNEL
           ELSE
             MOVE 'POST' TO CORR-CHANNEL
           END-IF.
           MOVE WS-ADDR-TEXT (1:60) TO CORR-ADDRESS.
           MOVE 'FEESTMT' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-STMTS-PRODUCED.
       PRODUCE-STATEMENT-END.

      * PROCEDURE DECIDE-DELIVERY
      * The ACCSTMT decision: EMAIL-channel customers get the
      * e-statement extract unless their email is quarantined, in
      * which case paper is tried; a customer whose only viable
      * channel is quarantined is suppressed for ops.
       DECIDE-DELIVERY.
           MOVE 'P' TO WS-DELIVERY-MODE.

           IF HV-CUSTOMER-CHANNEL = 'EMAIL'
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
             MOVE 'S' TO WS-DELIVERY-MODE
           END-IF.
       DECIDE-DELIVERY-END.

      * PROCEDURE CHECK-CHANNEL-QUARANTINE
      * A lookup failure counts as not quarantined, and only a
      * confirmed FAILED row counts, as in ACCSTMT.
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

      * PROCEDURE PUT-STATEMENT-LINE
      * One statement line to whichever output the delivery
      * decision chose.
       PUT-STATEMENT-LINE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE WS-STMT-LINE-OUT TO EFEE-OUT-RECORD
             WRITE EFEE-OUT-RECORD
           ELSE
             MOVE WS-STMT-LINE-OUT TO FEE-RPT-RECORD
             WRITE FEE-RPT-RECORD
           END-IF.
       PUT-STATEMENT-LINE-END.

      * PROCEDURE READ-CUSTOMER
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME,
                     CUSTOMER_ADDR_LINE1, CUSTOMER_ADDR_LINE2,
                     CUSTOMER_CITY, CUSTOMER_POSTCODE,
                     COALESCE(CUSTOMER_EMAIL, ' '),
                     COALESCE(CUSTOMER_CONTACT_CHANNEL, ' '),
                     COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE1, ' '),
                     COALESCE(CUSTOMER_MAIL_CITY, ' '),
                     COALESCE(CUSTOMER_MAIL_POSTCODE, ' ')
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-EMAIL, :HV-CUSTOMER-CHANNEL,
                     :HV-CUSTOMER-MAIL-IND, :HV-CUSTOMER-MAIL-LINE1,
                     :HV-CUSTOMER-MAIL-CITY, :HV-CUSTOMER-MAIL-POSTCD
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'FEESTMT: CUSTOMER LOOKUP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-CUST-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'NAME NOT ON FILE' TO HV-CUSTOMER-LAST-NAME
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE WRITE-STATEMENT-HEAD
       WRITE-STATEMENT-HEAD.
           MOVE SPACES TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           MOVE HV-ACCOUNT-SORTCODE TO WS-HEAD-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO WS-HEAD-ACCNO.
           MOVE HV-ACCOUNT-TYPE TO WS-HEAD-TYPE.
           MOVE WS-FROM-DATE TO WS-HEAD-FROM.
           MOVE WS-TO-DATE TO WS-HEAD-TO.
           MOVE WS-HEAD-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           MOVE SPACES TO WS-NAME-LINE.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-NAME-TEXT
           END-STRING.
           MOVE WS-NAME-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

      *
      *    Addressed as ACCSTMT addresses a statement - by email
      *    for an e-statement, else the mailing address when one
      *    exists, else the main address.
      *
           MOVE SPACES TO WS-ADDR-LINE.
           EVALUATE TRUE
             WHEN WS-DELIVERY-MODE = 'E'
               MOVE HV-CUSTOMER-EMAIL TO WS-ADDR-TEXT
             WHEN HV-CUSTOMER-MAIL-IND = 'Y'
               STRING HV-CUSTOMER-MAIL-LINE1 DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      HV-CUSTOMER-MAIL-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      HV-CUSTOMER-MAIL-POSTCD DELIMITED BY '  '
                  INTO WS-ADDR-TEXT
               END-STRING
             WHEN OTHER
               STRING HV-CUSTOMER-ADDR-LINE1 DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      HV-CUSTOMER-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      HV-CUSTOMER-POSTCODE DELIMITED BY '  '
                  INTO WS-ADDR-TEXT
               END-STRING
           END-EVALUATE.
           MOVE WS-ADDR-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
       WRITE-STATEMENT-HEAD-END.

      * PROCEDURE WRITE-FEES
      * One line per type description and fee name, then the total
      * of all fees charged in the range.
       WRITE-FEES.
           MOVE 'N' TO WS-END-OF-FEES.
           MOVE 0 TO WS-FEE-LINES.
           MOVE 0 TO WS-TOTAL-FEES.

           MOVE SPACES TO WS-STMT-LINE-OUT.
           MOVE '  FEES CHARGED' TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           EXEC SQL
              OPEN FEELINE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'FEESTMT: UNABLE TO OPEN FEELINE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-FEES
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-FEES
             EXEC SQL
                FETCH FEELINE-CURSOR
                  INTO :HV-FEE-TYPE-DESC, :HV-FEE-NAME,
                       :HV-FEE-COUNT, :HV-FEE-AMOUNT
             END-EXEC
             IF SQLCODE = 0
               MOVE HV-FEE-TYPE-DESC TO WS-FEE-TYPE-DESC
               MOVE HV-FEE-NAME TO WS-FEE-NAME
               MOVE HV-FEE-COUNT TO WS-FEE-COUNT
               MOVE HV-FEE-AMOUNT TO WS-FEE-AMOUNT
               MOVE WS-FEE-LINE TO WS-STMT-LINE-OUT
               PERFORM PUT-STATEMENT-LINE
                  THRU PUT-STATEMENT-LINE-END
               ADD HV-FEE-AMOUNT TO WS-TOTAL-FEES
               ADD 1 TO WS-FEE-LINES
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'FEESTMT: FEE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-FEES
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE FEELINE-CURSOR
           END-EXEC.

           IF WS-FEE-LINES = 0
             MOVE SPACES TO WS-STMT-LINE-OUT
             MOVE '    NO FEES CHARGED IN THE PERIOD'
               TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.

           MOVE SPACES TO WS-TOTAL-TEXT.
           MOVE 'TOTAL FEES CHARGED' TO WS-TOTAL-TEXT.
           MOVE 0 TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
       WRITE-FEES-END.

      * PROCEDURE WRITE-REFUNDS
      * The goodwill refunds credited to the account in the range.
      * A failed read prints as none rather than stop the run.
       WRITE-REFUNDS.
           MOVE 0 TO HV-REFUND-COUNT.
           MOVE 0 TO HV-REFUND-AMOUNT.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                INTO :HV-REFUND-COUNT, :HV-REFUND-AMOUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                 AND PROCTRAN_TYPE = 'RDR'
                 AND SUBSTR(PROCTRAN_DATE, 7, 4)
                     CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                     CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                        BETWEEN :HV-FROM-X AND :HV-TO-X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'FEESTMT: REFUND TOTAL FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-REFUND-COUNT
             MOVE 0 TO HV-REFUND-AMOUNT
           END-IF.

           MOVE SPACES TO WS-TOTAL-TEXT.
           MOVE 'GOODWILL REFUNDS' TO WS-TOTAL-TEXT.
           MOVE HV-REFUND-COUNT TO WS-TOTAL-COUNT.
           MOVE HV-REFUND-AMOUNT TO WS-TOTAL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
       WRITE-REFUNDS-END.

      * PROCEDURE WRITE-WAIVERS
      * Each goodwill waiver set or lifted in the range.
       WRITE-WAIVERS.
           MOVE 'N' TO WS-END-OF-WAIVERS.
           MOVE 0 TO WS-WAIVER-LINES.

           MOVE SPACES TO WS-STMT-LINE-OUT.
           MOVE '  FEE WAIVERS' TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           EXEC SQL
              OPEN WAIVER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'FEESTMT: UNABLE TO OPEN WAIVER-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-WAIVERS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-WAIVERS
             EXEC SQL
                FETCH WAIVER-CURSOR
                  INTO :HV-WAIVER-DATE, :HV-WAIVER-ACTION,
                       :HV-WAIVER-REASON
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-WAIVER-LINE THRU WRITE-WAIVER-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'FEESTMT: WAIVER FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-WAIVERS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE WAIVER-CURSOR
           END-EXEC.

           IF WS-WAIVER-LINES = 0
             MOVE SPACES TO WS-STMT-LINE-OUT
             MOVE '    NO FEE WAIVERS IN THE PERIOD'
               TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.
       WRITE-WAIVERS-END.

      * PROCEDURE WRITE-WAIVER-LINE
       WRITE-WAIVER-LINE.
           MOVE HV-WAIVER-DATE TO WS-WAIVER-DATE.
           IF HV-WAIVER-ACTION = 'S'
             MOVE 'WAIVER GRANTED' TO WS-WAIVER-ACTION
           ELSE
             MOVE 'WAIVER LIFTED' TO WS-WAIVER-ACTION
           END-IF.
           MOVE HV-WAIVER-REASON TO WS-WAIVER-REASON.
           MOVE WS-WAIVER-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
           ADD 1 TO WS-WAIVER-LINES.
       WRITE-WAIVER-LINE-END.

      * PROCEDURE WRITE-INTEREST
      * Interest paid and charged in the range - the INT postings
      * and the IAJ adjustments to them, credits as paid and debits
      * as charged.
       WRITE-INTEREST.
           MOVE 0 TO HV-INT-PAID.
           MOVE 0 TO HV-INT-CHARGED.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT > 0
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT < 0
                                       THEN 0 - PROCTRAN_AMOUNT
                                       ELSE 0 END), 0)
                INTO :HV-INT-PAID, :HV-INT-CHARGED
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                 AND PROCTRAN_TYPE IN ('INT', 'IAJ')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4)
                     CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                     CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                        BETWEEN :HV-FROM-X AND :HV-TO-X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'FEESTMT: INTEREST TOTAL FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-INT-PAID
             MOVE 0 TO HV-INT-CHARGED
           END-IF.

           MOVE SPACES TO WS-STMT-LINE-OUT.
           MOVE '  INTEREST' TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           MOVE SPACES TO WS-TOTAL-TEXT.
           MOVE 'INTEREST PAID TO YOU' TO WS-TOTAL-TEXT.
           MOVE 0 TO WS-TOTAL-COUNT.
           MOVE HV-INT-PAID TO WS-TOTAL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           MOVE SPACES TO WS-TOTAL-TEXT.
           MOVE 'INTEREST CHARGED TO YOU' TO WS-TOTAL-TEXT.
           MOVE HV-INT-CHARGED TO WS-TOTAL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
       WRITE-INTEREST-END.

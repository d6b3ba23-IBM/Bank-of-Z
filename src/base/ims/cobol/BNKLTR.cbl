       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKLTR.

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
      * Bank reference and account confirmation letters.
      *
      * Works every pending LETTER_REQUEST LTRREQ has taken and
      * produces the letter from the LETTER_TEMPLATE rows of the
      * letter type - 'ACCCONF', 'BALCONF' or 'BANKREF' - headed
      * with the third-party addressee on the request. The merge
      * fields are the LTRGEN ones (&NAME the customer, &DATE the
      * run date) plus &TONAME the addressee, &SCODE and &ACCNO the
      * account, &OPENED its opening date and &BALANCE its actual
      * balance. The balance is merged only where the customer
      * consented to its disclosure on the request; otherwise the
      * field reads NOT DISCLOSED.
      *
      * The letter goes to a third party, so it is produced in the
      * standard-print EN template and the customer's own postal
      * quarantine does not hold it. A letter type with no template
      * rows yet leaves its requests pending for the next run; a
      * request whose account or customer has left the live book is
      * failed.
      *
      * Where the product has a TARIFF row for the letter type the
      * charge is posted as a 'CHG' line, the FEECHARG way, unless
      * the account's fees are waived or the vulnerability register
      * says to waive them.
      *
      * CHQRTN queues a 'RETCHQ' letter to the customer themselves,
      * at their correspondence address, when a cheque they paid in
      * comes back unpaid. It merges &CHQNO and &CHQAMT, the serial
      * number and amount of the cheque off CHEQUE_ITEM, and is
      * never charged for - CHQRTN has already raised the returned
      * cheque charge. Each letter is logged on
      * CORRESPONDENCE_LOG through CORRLOG and the request marked
      * done in the same unit of work, one request per commit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-OUT-FILE ASSIGN TO BLTRFILE
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-OUT-FILE
           RECORDING MODE IS F.
       01  LETTER-OUT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.

      * LETTER_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE LTRQDB2
           END-EXEC.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * LETTER_TEMPLATE DB2 copybook
           EXEC SQL
              INCLUDE LTRTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TARIFF DB2 copybook - the charge for each letter type
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

      * CHEQUE_ITEM DB2 copybook - the returned cheque a 'RETCHQ'
      * letter is about
           EXEC SQL
              INCLUDE CHQIDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the 'CHG' type this job
      * posts must be on it before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

      * LETTER_REQUEST host variables for DB2
       01  HOST-REQUEST-ROW.
           03  HV-LRQ-ID                 PIC S9(9) COMP.
           03  HV-LRQ-SORTCODE           PIC X(6).
           03  HV-LRQ-CUSTNO             PIC X(10).
           03  HV-LRQ-NUMBER             PIC X(8).
           03  HV-LRQ-TYPE               PIC X(8).
           03  HV-LRQ-BAL-CONSENT        PIC X.
           03  HV-LRQ-TO-NAME            PIC X(50).
           03  HV-LRQ-TO-LINE1           PIC X(50).
           03  HV-LRQ-TO-LINE2           PIC X(50).
           03  HV-LRQ-TO-CITY            PIC X(50).
           03  HV-LRQ-TO-POSTCODE        PIC X(10).
           03  HV-LRQ-STATUS             PIC X.
           03  HV-LRQ-FEE                PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-FEE-WAIVER     PIC X.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).

      * LETTER_TEMPLATE host variables for DB2
       01  HOST-TEMPLATE-ROW.
           03  HV-TEMPLATE-TYPE          PIC X(8).
           03  HV-TEMPLATE-LANGUAGE      PIC X(2)  VALUE 'EN'.
           03  HV-TEMPLATE-FORMAT        PIC X     VALUE 'S'.
           03  HV-TEMPLATE-LINE-TEXT     PIC X(100).

       77  HV-TEMPLATE-LINE-COUNT    PIC S9(9) COMP    VALUE 0.

      * CHEQUE_ITEM host variables for DB2
       01  HOST-CHEQUE-ROW.
           03  HV-CHQ-SERIAL             PIC X(6).
           03  HV-CHQ-AMOUNT             PIC S9(10)V99 COMP-3.

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

       77  HV-TARIFF-AMOUNT          PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.
       01  HV-TXNT-CODE              PIC X(3).

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

      * VULNCHK commarea - the support agreed on the vulnerability
      * register for the account's customer
       01  VULNCHK-PROGRAM           PIC X(8) VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

      *
      * The run date, the business date from BNKDATE - the charge
      * must land in the same PROCTRAN day the rest of the
      * overnight suite posts.
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

       77  WS-FEE-AMOUNT             PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-END-OF-TEMPLATE        PIC X             VALUE 'N'.
           88  END-OF-TEMPLATE       VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-PRODUCED       PIC 9(8)  COMP    VALUE 0.
       77  WS-BALANCE-DISCLOSED      PIC 9(8)  COMP    VALUE 0.
       77  WS-FEES-CHARGED           PIC 9(8)  COMP    VALUE 0.
       77  WS-REQS-FAILED            PIC 9(8)  COMP    VALUE 0.
       77  WS-REQS-HELD              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-REQ-ID-DISPLAY         PIC 9(8).

      *
      * Merge working fields - the request, account and customer
      * values substituted into the template placeholders.
      *
       01  WS-MERGE-NAME             PIC X(60).
       01  WS-MERGE-TONAME           PIC X(50).
       01  WS-MERGE-BALANCE          PIC X(16).
       01  WS-MERGE-BAL-EDIT         PIC -(10)9.99.
       01  WS-MERGE-CHQ-AMOUNT       PIC X(16).
       01  WS-MERGE-OPENED           PIC 9(8).
       01  WS-MERGE-OPENED-GRP REDEFINES WS-MERGE-OPENED.
           05  WS-MERGE-OPENED-YYYY  PIC X(4).
           05  WS-MERGE-OPENED-MM    PIC XX.
           05  WS-MERGE-OPENED-DD    PIC XX.
       01  WS-OPENED-TEXT.
           05  WS-OPENED-TEXT-DD     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-OPENED-TEXT-MM     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-OPENED-TEXT-YYYY   PIC X(4).
       01  WS-MERGE-LINE             PIC X(100).
       01  WS-BUILT-LINE             PIC X(160).
       01  WS-MERGE-TEXT             PIC X(60).
       77  WS-SCAN-POS               PIC 9(3)          VALUE 0.
       77  WS-OUT-POS                PIC 9(3)          VALUE 0.
       77  WS-LEAD-SPACES            PIC 9(3)          VALUE 0.

      * Pending requests, oldest first. WITH HOLD so the
      * per-request commits do not close the cursor.
           EXEC SQL
              DECLARE LTRREQ-CURSOR CURSOR WITH HOLD FOR
                 SELECT LTR_REQ_ID, LTR_REQ_SORTCODE,
                        LTR_REQ_CUSTNO, LTR_REQ_NUMBER,
                        LTR_REQ_TYPE, LTR_REQ_BAL_CONSENT,
                        LTR_REQ_TO_NAME, LTR_REQ_TO_LINE1,
                        LTR_REQ_TO_LINE2, LTR_REQ_TO_CITY,
                        LTR_REQ_TO_POSTCODE
                   FROM LETTER_REQUEST
                  WHERE LTR_REQ_STATUS = 'P'
                  ORDER BY LTR_REQ_ID
           END-EXEC.

      * The template lines for one letter type in the standard EN
      * print, in line order.
           EXEC SQL
              DECLARE TEMPLATE-CURSOR CURSOR FOR
                 SELECT LETTER_TEMPLATE_LINE_TEXT
                   FROM LETTER_TEMPLATE
                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S')
                           = :HV-TEMPLATE-FORMAT
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BNKLTR' TO BREG-JOB.
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
           DISPLAY 'BNKLTR: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'CHG' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           OPEN OUTPUT LETTER-OUT-FILE.

           EXEC SQL
              OPEN LTRREQ-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'BNKLTR: UNABLE TO OPEN LTRREQ-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-REQUEST THRU FETCH-NEXT-REQUEST-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM FULFIL-REQUEST THRU FULFIL-REQUEST-END
             PERFORM FETCH-NEXT-REQUEST THRU FETCH-NEXT-REQUEST-END
           END-PERFORM.

           EXEC SQL
              CLOSE LTRREQ-CURSOR
           END-EXEC.

           CLOSE LETTER-OUT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: REQUESTS PENDING         = '
                   WS-RECS-DISPLAY.
           MOVE WS-LETTERS-PRODUCED TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: LETTERS PRODUCED         = '
                   WS-RECS-DISPLAY.
           MOVE WS-BALANCE-DISCLOSED TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: WITH BALANCE BY CONSENT  = '
                   WS-RECS-DISPLAY.
           MOVE WS-FEES-CHARGED TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: FEES CHARGED             = '
                   WS-RECS-DISPLAY.
           MOVE WS-REQS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: HELD - NO TEMPLATE       = '
                   WS-RECS-DISPLAY.
           MOVE WS-REQS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'BNKLTR: REQUESTS FAILED          = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'BNKLTR: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE FETCH-NEXT-REQUEST
       FETCH-NEXT-REQUEST.
           EXEC SQL
              FETCH LTRREQ-CURSOR
                INTO :HV-LRQ-ID, :HV-LRQ-SORTCODE,
                     :HV-LRQ-CUSTNO, :HV-LRQ-NUMBER,
                     :HV-LRQ-TYPE, :HV-LRQ-BAL-CONSENT,
                     :HV-LRQ-TO-NAME, :HV-LRQ-TO-LINE1,
                     :HV-LRQ-TO-LINE2, :HV-LRQ-TO-CITY,
                     :HV-LRQ-TO-POSTCODE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BNKLTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-REQUEST-END.

      * PROCEDURE FULFIL-REQUEST
      * Produces the letter for one request, charges for it, logs
      * it and marks the request done - one unit of work.
       FULFIL-REQUEST.
           MOVE 'P' TO HV-LRQ-STATUS.
           MOVE 0 TO HV-LRQ-FEE.
           MOVE HV-LRQ-ID TO WS-REQ-ID-DISPLAY.

           MOVE HV-LRQ-TYPE TO HV-TEMPLATE-TYPE.
           PERFORM COUNT-TEMPLATE-LINES THRU COUNT-TEMPLATE-LINES-END.
           IF HV-TEMPLATE-LINE-COUNT = 0
      *
      *      The letter has not been set up on LETTER_TEMPLATE yet -
      *      the request waits for it rather than failing.
      *
             DISPLAY 'BNKLTR: NO ' HV-LRQ-TYPE ' TEMPLATE - REQUEST '
                     WS-REQ-ID-DISPLAY ' HELD'
             ADD 1 TO WS-REQS-HELD
             MOVE 4 TO RETURN-CODE
             GO TO FULFIL-REQUEST-END
           END-IF.

           PERFORM READ-ACCOUNT THRU READ-ACCOUNT-END.
           IF HV-LRQ-STATUS = 'P'
             PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END
           END-IF.

           IF HV-LRQ-STATUS = 'F'
             DISPLAY 'BNKLTR: ' HV-LRQ-SORTCODE '/' HV-LRQ-NUMBER
                     ' NO LONGER ON FILE - REQUEST '
                     WS-REQ-ID-DISPLAY ' FAILED'
             ADD 1 TO WS-REQS-FAILED
             PERFORM MARK-REQUEST THRU MARK-REQUEST-END
             GO TO FULFIL-REQUEST-END
           END-IF.

           PERFORM SET-MERGE-FIELDS THRU SET-MERGE-FIELDS-END.

           PERFORM WRITE-ADDRESSEE THRU WRITE-ADDRESSEE-END.

           PERFORM WRITE-TEMPLATE-LINES THRU WRITE-TEMPLATE-LINES-END.

           MOVE SPACES TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.

           PERFORM CHARGE-REQUEST THRU CHARGE-REQUEST-END.

      *
      *    Record that the letter went, and to whom.
      *
           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-LRQ-SORTCODE TO CORR-SCODE.
           MOVE HV-LRQ-CUSTNO TO CORR-CUSTNO.
           MOVE 'BANKLETTER' TO CORR-DOC-TYPE.
           MOVE HV-LRQ-TYPE TO CORR-TEMPLATE.
           MOVE HV-TEMPLATE-LANGUAGE TO CORR-LANGUAGE.
           MOVE 'POST' TO CORR-CHANNEL.
           MOVE SPACES TO CORR-ADDRESS.
           STRING HV-LRQ-TO-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  HV-LRQ-TO-POSTCODE DELIMITED BY '  '
              INTO CORR-ADDRESS
           END-STRING.
           MOVE 'BNKLTR' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.

           MOVE 'D' TO HV-LRQ-STATUS.
           PERFORM MARK-REQUEST THRU MARK-REQUEST-END.

           ADD 1 TO WS-LETTERS-PRODUCED.
           IF HV-LRQ-BAL-CONSENT = 'Y'
             ADD 1 TO WS-BALANCE-DISCLOSED
           END-IF.
       FULFIL-REQUEST-END.

      * PROCEDURE READ-ACCOUNT
      * Status 'F' comes back when the account is no longer live.
       READ-ACCOUNT.
           MOVE HV-LRQ-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-LRQ-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_OPENED,
                     COALESCE(ACCOUNT_FEE_WAIVER, 'N'),
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-FEE-WAIVER,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BNKLTR: ACCOUNT LOOKUP FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
             END-IF
             MOVE 'F' TO HV-LRQ-STATUS
           END-IF.
       READ-ACCOUNT-END.

      * PROCEDURE READ-CUSTOMER
      * No letter is written in the name of a customer who has
      * left the book or died since the request was taken.
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-LRQ-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-LRQ-CUSTNO
                 AND COALESCE(CUSTOMER_STATUS, ' ') <> 'DECEASED'
           END-EXEC.

           IF SQLCODE NOT = 0
             IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BNKLTR: CUSTOMER LOOKUP FAILED FOR '
                       HV-LRQ-SORTCODE '/' HV-LRQ-CUSTNO
                       ' SQLCODE=' SQLCODE-DISPLAY
             END-IF
             MOVE 'F' TO HV-LRQ-STATUS
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE SET-MERGE-FIELDS
      * The balance is only ever merged with the customer's
      * consent recorded on the request.
       SET-MERGE-FIELDS.
           MOVE SPACES TO WS-MERGE-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-MERGE-NAME
           END-STRING.

           MOVE HV-LRQ-TO-NAME TO WS-MERGE-TONAME.

           MOVE HV-ACCOUNT-OPENED TO WS-MERGE-OPENED.
           MOVE WS-MERGE-OPENED-DD TO WS-OPENED-TEXT-DD.
           MOVE WS-MERGE-OPENED-MM TO WS-OPENED-TEXT-MM.
           MOVE WS-MERGE-OPENED-YYYY TO WS-OPENED-TEXT-YYYY.

           IF HV-LRQ-BAL-CONSENT = 'Y'
             MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-MERGE-BAL-EDIT
             MOVE WS-MERGE-BAL-EDIT TO WS-MERGE-BALANCE
           ELSE
             MOVE 'NOT DISCLOSED' TO WS-MERGE-BALANCE
           END-IF.

           MOVE SPACES TO HOST-CHEQUE-ROW.
           MOVE SPACES TO WS-MERGE-CHQ-AMOUNT.
           IF HV-LRQ-TYPE = 'RETCHQ'
             PERFORM READ-RETURNED-CHEQUE
                THRU READ-RETURNED-CHEQUE-END
           END-IF.
       SET-MERGE-FIELDS-END.

      * PROCEDURE READ-RETURNED-CHEQUE
      * The cheque the letter was queued for. Not finding it leaves
      * the fields blank rather than holding the letter back.
       READ-RETURNED-CHEQUE.
           EXEC SQL
              SELECT CHQI_SERIAL, CHQI_AMOUNT
                INTO :HV-CHQ-SERIAL, :HV-CHQ-AMOUNT
                FROM CHEQUE_ITEM
               WHERE CHQI_LETTER_ID = :HV-LRQ-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BNKLTR: NO RETURNED CHEQUE FOR REQUEST '
                     WS-REQ-ID-DISPLAY ' SQLCODE=' SQLCODE-DISPLAY
             MOVE SPACES TO HOST-CHEQUE-ROW
             GO TO READ-RETURNED-CHEQUE-END
           END-IF.

           MOVE HV-CHQ-AMOUNT TO WS-MERGE-BAL-EDIT.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-MERGE-BAL-EDIT
              TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
           MOVE WS-MERGE-BAL-EDIT (WS-LEAD-SPACES + 1:)
              TO WS-MERGE-CHQ-AMOUNT.
       READ-RETURNED-CHEQUE-END.

      * PROCEDURE WRITE-ADDRESSEE
      * The third party's name and address head the letter.
       WRITE-ADDRESSEE.
           MOVE HV-LRQ-TO-NAME TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.
           MOVE HV-LRQ-TO-LINE1 TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.
           IF HV-LRQ-TO-LINE2 NOT = SPACES
             MOVE HV-LRQ-TO-LINE2 TO LETTER-OUT-RECORD
             WRITE LETTER-OUT-RECORD
           END-IF.
           IF HV-LRQ-TO-CITY NOT = SPACES
             MOVE HV-LRQ-TO-CITY TO LETTER-OUT-RECORD
             WRITE LETTER-OUT-RECORD
           END-IF.
           MOVE HV-LRQ-TO-POSTCODE TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.
           MOVE SPACES TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.
       WRITE-ADDRESSEE-END.

      * PROCEDURE COUNT-TEMPLATE-LINES
       COUNT-TEMPLATE-LINES.
           MOVE 0 TO HV-TEMPLATE-LINE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TEMPLATE-LINE-COUNT
                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S')
                        = :HV-TEMPLATE-FORMAT
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
             DISPLAY 'BNKLTR: UNABLE TO OPEN TEMPLATE-CURSOR, '
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
               MOVE WS-BUILT-LINE (1:100) TO LETTER-OUT-RECORD
               WRITE LETTER-OUT-RECORD
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BNKLTR: TEMPLATE FETCH FAILED, SQLCODE='
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
      * the merge fields where they appear, as LTRGEN does. Output
      * beyond the print width is truncated.
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
           IF WS-SCAN-POS <= 94
              AND WS-MERGE-LINE (WS-SCAN-POS:7) = '&TONAME'
             MOVE WS-MERGE-TONAME TO WS-MERGE-TEXT
             PERFORM INSERT-MERGE-TEXT THRU INSERT-MERGE-TEXT-END
             ADD 7 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&NAME'
             MOVE WS-MERGE-NAME TO WS-MERGE-TEXT
             PERFORM INSERT-MERGE-TEXT THRU INSERT-MERGE-TEXT-END
             ADD 5 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 95
              AND WS-MERGE-LINE (WS-SCAN-POS:6) = '&SCODE'
             IF WS-OUT-POS <= 155
               MOVE HV-LRQ-SORTCODE TO WS-BUILT-LINE (WS-OUT-POS:6)
               ADD 6 TO WS-OUT-POS
             END-IF
             ADD 6 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 95
              AND WS-MERGE-LINE (WS-SCAN-POS:6) = '&ACCNO'
             IF WS-OUT-POS <= 153
               MOVE HV-LRQ-NUMBER TO WS-BUILT-LINE (WS-OUT-POS:8)
               ADD 8 TO WS-OUT-POS
             END-IF
             ADD 6 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 94
              AND WS-MERGE-LINE (WS-SCAN-POS:7) = '&OPENED'
             IF WS-OUT-POS <= 151
               MOVE WS-OPENED-TEXT TO WS-BUILT-LINE (WS-OUT-POS:10)
               ADD 10 TO WS-OUT-POS
             END-IF
             ADD 7 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 93
              AND WS-MERGE-LINE (WS-SCAN-POS:8) = '&BALANCE'
             MOVE SPACES TO WS-MERGE-TEXT
             IF HV-LRQ-BAL-CONSENT = 'Y'
               PERFORM SKIP-LEADING-SPACES
                  THRU SKIP-LEADING-SPACES-END
             ELSE
               MOVE WS-MERGE-BALANCE TO WS-MERGE-TEXT
             END-IF
             PERFORM INSERT-MERGE-TEXT THRU INSERT-MERGE-TEXT-END
             ADD 8 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 95
              AND WS-MERGE-LINE (WS-SCAN-POS:6) = '&CHQNO'
             IF WS-OUT-POS <= 155
               MOVE HV-CHQ-SERIAL TO WS-BUILT-LINE (WS-OUT-POS:6)
               ADD 6 TO WS-OUT-POS
             END-IF
             ADD 6 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 94
              AND WS-MERGE-LINE (WS-SCAN-POS:7) = '&CHQAMT'
             MOVE WS-MERGE-CHQ-AMOUNT TO WS-MERGE-TEXT
             PERFORM INSERT-MERGE-TEXT THRU INSERT-MERGE-TEXT-END
             ADD 7 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&DATE'
             IF WS-OUT-POS <= 151
               MOVE WS-PROCTRAN-DATE-X
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

      * PROCEDURE SKIP-LEADING-SPACES
      * Left-justifies the edited balance so it reads in the
      * sentence without a gap.
       SKIP-LEADING-SPACES.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-MERGE-BAL-EDIT
              TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
           MOVE SPACES TO WS-MERGE-TEXT.
           MOVE WS-MERGE-BAL-EDIT (WS-LEAD-SPACES + 1:)
              TO WS-MERGE-TEXT.
       SKIP-LEADING-SPACES-END.

      * PROCEDURE INSERT-MERGE-TEXT
      * Places a text field at the output position and moves past
      * it - the text ends at its first double space.
       INSERT-MERGE-TEXT.
           IF WS-OUT-POS <= 100
             STRING WS-MERGE-TEXT DELIMITED BY '  '
                INTO WS-BUILT-LINE (WS-OUT-POS:60)
             END-STRING
             PERFORM WITH TEST BEFORE
                UNTIL WS-OUT-POS > 159
                   OR WS-BUILT-LINE (WS-OUT-POS:2) = SPACES
               ADD 1 TO WS-OUT-POS
             END-PERFORM
           END-IF.
       INSERT-MERGE-TEXT-END.

      * PROCEDURE CHARGE-REQUEST
      * Applies the product's tariff for the letter type, the
      * FEECHARG way. A product with no row is not charged; a
      * waived account or a customer whose agreed support waives
      * fees is not charged. A charge that cannot be posted is
      * backed out and left off - the letter still goes.
       CHARGE-REQUEST.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 0 TO HV-TARIFF-AMOUNT.

           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
             GO TO CHARGE-REQUEST-END
           END-IF.

      *
      *    The returned cheque letter comes with CHQRTN's charge
      *    and is not charged for again.
      *
           IF HV-LRQ-TYPE = 'RETCHQ'
             GO TO CHARGE-REQUEST-END
           END-IF.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = :HV-LRQ-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TARIFF-AMOUNT = 0
             GO TO CHARGE-REQUEST-END
           END-IF.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-LRQ-SORTCODE TO VULN-SCODE.
           MOVE HV-LRQ-CUSTNO TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'BNKLTR: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-LRQ-SORTCODE '/'
                     HV-LRQ-CUSTNO ' - FEE NOT CHARGED'
             MOVE 4 TO RETURN-CODE
             GO TO CHARGE-REQUEST-END
           END-IF.

           IF VULN-WAIVE-FEES
             GO TO CHARGE-REQUEST-END
           END-IF.

           MOVE HV-TARIFF-AMOUNT TO WS-FEE-AMOUNT.

           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - WS-FEE-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL - WS-FEE-AMOUNT.

      *
      *    The optimistic update the posting programs use - if an
      *    online posting got in between, the charge is left off
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
             DISPLAY 'BNKLTR: FEE UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO CHARGE-REQUEST-END
           END-IF.

           PERFORM WRITE-PROCTRAN-CHARGE
              THRU WRITE-PROCTRAN-CHARGE-END.

           IF WS-POSTING-OK NOT = 'Y'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO CHARGE-REQUEST-END
           END-IF.

           MOVE WS-FEE-AMOUNT TO HV-LRQ-FEE.
           ADD 1 TO WS-FEES-CHARGED.
       CHARGE-REQUEST-END.

      * PROCEDURE WRITE-PROCTRAN-CHARGE
       WRITE-PROCTRAN-CHARGE.
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
             DISPLAY 'BNKLTR: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/'
                     HV-ACCOUNT-NUMBER
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-CHARGE-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-LRQ-CUSTNO TO HV-PROCTRAN-DESC(7:10).
           EVALUATE HV-LRQ-TYPE
             WHEN 'BANKREF'
               MOVE 'BANK REFERENCE LETTER FEE'
                  TO HV-PROCTRAN-DESC(17:25)
             WHEN 'BALCONF'
               MOVE 'BALANCE CONFIRMATION FEE'
                  TO HV-PROCTRAN-DESC(17:24)
             WHEN OTHER
               MOVE 'ACCOUNT CONFIRMATION FEE'
                  TO HV-PROCTRAN-DESC(17:24)
           END-EVALUATE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-FEE-AMOUNT.
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
             DISPLAY 'BNKLTR: UNABLE TO INSERT PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       WRITE-PROCTRAN-CHARGE-END.

      * PROCEDURE MARK-REQUEST
      * Stamps the request with its outcome and commits - the
      * charge and the correspondence log ride the same unit of
      * work.
       MARK-REQUEST.
           EXEC SQL
              UPDATE LETTER_REQUEST
                 SET LTR_REQ_STATUS = :HV-LRQ-STATUS,
                     LTR_REQ_FEE = :HV-LRQ-FEE,
                     LTR_REQ_DONE_DATE = :WS-RUN-DATE
               WHERE LTR_REQ_ID = :HV-LRQ-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BNKLTR: UNABLE TO MARK REQUEST '
                     WS-REQ-ID-DISPLAY ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 4 TO RETURN-CODE
             GO TO MARK-REQUEST-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       MARK-REQUEST-END.

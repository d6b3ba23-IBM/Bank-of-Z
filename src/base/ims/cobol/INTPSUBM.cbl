       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPSUBM.

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
      * Nightly outbound international payment messages.
      *
      * INTPAY debits the payer of an international payment, once
      * the beneficiary has cleared sanctions screening, and queues
      * it on INTL_PAYMENT. This job empties the queue: every queued
      * payment becomes one SWIFT-style single customer credit
      * transfer message on the outbound message file (INTPMSG) for
      * the correspondent bank link to send.
      *
      * Each message is a block of tagged lines in the MT103 field
      * order, between a '{1:...' header line carrying our BIC and
      * a '-}' end line:
      *
      *   :20:   sender's reference - the payer's 'IPY' PROCTRAN ref
      *   :23B:  CRED
      *   :32A:  value date YYMMDD, currency, amount (decimal comma)
      *   :50K:  /payer's IBAN (derived through IBANVAL), the
      *          ordering customer's name and address
      *   :52A:  our BIC
      *   :57A:  the beneficiary's BIC, when one was keyed
      *   :59:   /beneficiary IBAN, name and address
      *   :70:   remittance information, when any was keyed
      *   :71A:  OUR - the charges were taken from the payer
      *
      * The whole run is one unit of work: the queue rows are marked
      * sent only when the file is complete, and a failure backs
      * everything out with return code 12 - the part-written file
      * must then be discarded and the job rerun, which picks up
      * exactly the same queue.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTP-MSG-FILE ASSIGN TO INTPMSG
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTP-MSG-FILE
           RECORDING MODE IS F.
       01  INTP-MSG-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * INTL_PAYMENT DB2 copybook - the international payment queue
           EXEC SQL
              INCLUDE INTPDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the ordering customer
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * INTL_PAYMENT host variables for DB2
       01  HOST-INTL-PAYMENT-ROW.
           03  HV-INTP-ID                PIC S9(9) COMP.
           03  HV-INTP-SORTCODE          PIC X(6).
           03  HV-INTP-NUMBER            PIC X(8).
           03  HV-INTP-BENE-IBAN         PIC X(34).
           03  HV-INTP-BENE-BIC          PIC X(11).
           03  HV-INTP-BENE-NAME         PIC X(35).
           03  HV-INTP-BENE-ADDR1        PIC X(35).
           03  HV-INTP-BENE-ADDR2        PIC X(35).
           03  HV-INTP-BENE-ADDR3        PIC X(35).
           03  HV-INTP-REMIT-INFO        PIC X(35).
           03  HV-INTP-AMOUNT            PIC S9(10)V99 COMP-3.
           03  HV-INTP-CURRENCY          PIC X(3).
           03  HV-INTP-PROCTRAN-REF      PIC X(12).
           03  HV-CUST-FIRST-NAME        PIC X(50).
           03  HV-CUST-LAST-NAME         PIC X(50).
           03  HV-CUST-ADDR-LINE1        PIC X(50).
           03  HV-CUST-CITY              PIC X(50).

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

       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

      * IBANVAL commarea - the payer's IBAN and our BIC
       01  IBANVAL-PROGRAM           PIC X(8) VALUE 'IBANVAL'.
       01  IBANVAL-COMMAREA.
           COPY IBANVAL.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-SUBMIT-OK              PIC X             VALUE 'Y'.
       77  WS-ITEMS-SENT             PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-LINES-WRITTEN          PIC 9(8)  COMP    VALUE 0.
       77  WS-LINES-DISPLAY          PIC 9(8).

       77  WS-PAYER-IBAN             PIC X(34).
       77  WS-OUR-BIC                PIC X(11).
       77  WS-ORDERING-NAME          PIC X(35).

      *
      * The :32A: amount - SWIFT style, no leading zeros and a
      * decimal comma.
      *
       01  WS-SWIFT-AMOUNT           PIC 9(10)V99.
       01  WS-SWIFT-AMOUNT-GRP REDEFINES WS-SWIFT-AMOUNT.
           05  WS-SWIFT-AMT-UNITS    PIC 9(10).
           05  WS-SWIFT-AMT-PENCE    PIC 99.
       77  WS-LEADING-ZEROS          PIC 9(4)  COMP    VALUE 0.
       77  WS-AMT-START              PIC 9(4)  COMP    VALUE 0.
       77  WS-AMT-LENGTH             PIC 9(4)  COMP    VALUE 0.

       01  WS-MSG-LINE               PIC X(80).

      * Every queued payment, oldest first, with its ordering
      * customer. WITH HOLD is not needed - the run commits once,
      * at the end.
           EXEC SQL
              DECLARE INTPSUBM-CURSOR CURSOR FOR
                 SELECT P.INTL_PAYMENT_ID,
                        P.INTL_PAYMENT_SORTCODE,
                        P.INTL_PAYMENT_NUMBER,
                        P.INTL_PAYMENT_BENE_IBAN,
                        P.INTL_PAYMENT_BENE_BIC,
                        P.INTL_PAYMENT_BENE_NAME,
                        P.INTL_PAYMENT_BENE_ADDR1,
                        P.INTL_PAYMENT_BENE_ADDR2,
                        P.INTL_PAYMENT_BENE_ADDR3,
                        P.INTL_PAYMENT_REMIT_INFO,
                        P.INTL_PAYMENT_AMOUNT,
                        P.INTL_PAYMENT_CURRENCY,
                        P.INTL_PAYMENT_PROCTRAN_REF,
                        COALESCE(C.CUSTOMER_FIRST_NAME, ' '),
                        COALESCE(C.CUSTOMER_LAST_NAME, ' '),
                        COALESCE(C.CUSTOMER_ADDR_LINE1, ' '),
                        COALESCE(C.CUSTOMER_CITY, ' ')
                   FROM INTL_PAYMENT P
                   LEFT OUTER JOIN CUSTOMER C
                     ON C.CUSTOMER_SORTCODE = P.INTL_PAYMENT_SORTCODE
                    AND C.CUSTOMER_NUMBER = P.INTL_PAYMENT_CUSTOMER
                  WHERE P.INTL_PAYMENT_STATUS = 'Q'
                  ORDER BY P.INTL_PAYMENT_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'INTPSUBM' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE MESSAGES ARE VALUE-DATED WITH THE BUSINESS DATE FROM
      *    THE BANKING_DATE CONTROL ROW, NOT THE CLOCK - THE SAME DAY
      *    THE PAYERS' DEBITS POSTED INTO.
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
           DISPLAY 'INTPSUBM: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT INTP-MSG-FILE.

           EXEC SQL
              OPEN INTPSUBM-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'INTPSUBM: UNABLE TO OPEN INTPSUBM-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-PAYMENT THRU FETCH-NEXT-PAYMENT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM SEND-ONE-PAYMENT THRU SEND-ONE-PAYMENT-END
             PERFORM FETCH-NEXT-PAYMENT THRU FETCH-NEXT-PAYMENT-END
           END-PERFORM.

           EXEC SQL
              CLOSE INTPSUBM-CURSOR
           END-EXEC.

           CLOSE INTP-MSG-FILE.

           IF WS-SUBMIT-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'INTPSUBM: RUN BACKED OUT - DISCARD INTPMSG '
                     'AND RERUN'
             MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-SENT TO WS-RECS-DISPLAY.
           DISPLAY 'INTPSUBM: PAYMENTS SENT     = ' WS-RECS-DISPLAY.
           MOVE WS-LINES-WRITTEN TO WS-LINES-DISPLAY.
           DISPLAY 'INTPSUBM: MESSAGE LINES     = ' WS-LINES-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-SENT TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-PAYMENT
       FETCH-NEXT-PAYMENT.
           EXEC SQL
              FETCH INTPSUBM-CURSOR
                INTO :HV-INTP-ID, :HV-INTP-SORTCODE,
                     :HV-INTP-NUMBER, :HV-INTP-BENE-IBAN,
                     :HV-INTP-BENE-BIC, :HV-INTP-BENE-NAME,
                     :HV-INTP-BENE-ADDR1, :HV-INTP-BENE-ADDR2,
                     :HV-INTP-BENE-ADDR3, :HV-INTP-REMIT-INFO,
                     :HV-INTP-AMOUNT, :HV-INTP-CURRENCY,
                     :HV-INTP-PROCTRAN-REF, :HV-CUST-FIRST-NAME,
                     :HV-CUST-LAST-NAME, :HV-CUST-ADDR-LINE1,
                     :HV-CUST-CITY
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'INTPSUBM: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'N' TO WS-SUBMIT-OK
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-PAYMENT-END.

      * PROCEDURE SEND-ONE-PAYMENT
      * Marks one queued payment sent and writes its message.
       SEND-ONE-PAYMENT.
           EXEC SQL
              UPDATE INTL_PAYMENT
                 SET INTL_PAYMENT_STATUS = 'S',
                     INTL_PAYMENT_SENT_DATE = :WS-RUN-DATE
               WHERE INTL_PAYMENT_ID = :HV-INTP-ID
                 AND INTL_PAYMENT_STATUS = 'Q'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'INTPSUBM: UNABLE TO MARK PAYMENT ' HV-INTP-ID
                     ' SENT, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO SEND-ONE-PAYMENT-END
           END-IF.

      *
      *    The payer's IBAN and our BIC come from the one copy of
      *    the derivation rules.
      *
           INITIALIZE IBANVAL-COMMAREA.
           SET IBANVAL-DERIVE TO TRUE.
           MOVE HV-INTP-SORTCODE TO IBANVAL-SORTCODE.
           MOVE HV-INTP-NUMBER TO IBANVAL-ACCNO.
           CALL IBANVAL-PROGRAM USING IBANVAL-COMMAREA.

           IF IBANVAL-INVALID
             DISPLAY 'INTPSUBM: UNABLE TO DERIVE IBAN FOR PAYER OF '
                     'PAYMENT ' HV-INTP-ID
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO SEND-ONE-PAYMENT-END
           END-IF.

           MOVE IBANVAL-IBAN TO WS-PAYER-IBAN.
           MOVE IBANVAL-BIC TO WS-OUR-BIC.

           MOVE SPACES TO WS-MSG-LINE.
           STRING '{1:F01' DELIMITED BY SIZE,
                  WS-OUR-BIC DELIMITED BY SPACE,
                  '}{2:I103}{4:' DELIMITED BY SIZE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE SPACES TO WS-MSG-LINE.
           STRING ':20:' DELIMITED BY SIZE,
                  HV-INTP-PROCTRAN-REF DELIMITED BY SIZE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE ':23B:CRED' TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           PERFORM FORMAT-SWIFT-AMOUNT THRU FORMAT-SWIFT-AMOUNT-END.

           MOVE SPACES TO WS-MSG-LINE.
           STRING ':32A:' DELIMITED BY SIZE,
                  WS-RUN-DATE-DISPLAY (3:6) DELIMITED BY SIZE,
                  HV-INTP-CURRENCY DELIMITED BY SIZE,
                  WS-SWIFT-AMT-UNITS (WS-AMT-START:WS-AMT-LENGTH)
                     DELIMITED BY SIZE,
                  ',' DELIMITED BY SIZE,
                  WS-SWIFT-AMT-PENCE DELIMITED BY SIZE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE SPACES TO WS-MSG-LINE.
           STRING ':50K:/' DELIMITED BY SIZE,
                  WS-PAYER-IBAN DELIMITED BY SPACE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE SPACES TO WS-ORDERING-NAME.
           STRING HV-CUST-FIRST-NAME DELIMITED BY '  ',
                  ' ' DELIMITED BY SIZE,
                  HV-CUST-LAST-NAME DELIMITED BY '  '
              INTO WS-ORDERING-NAME
           END-STRING.
           MOVE WS-ORDERING-NAME TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.
           MOVE HV-CUST-ADDR-LINE1 (1:35) TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.
           MOVE HV-CUST-CITY (1:35) TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE SPACES TO WS-MSG-LINE.
           STRING ':52A:' DELIMITED BY SIZE,
                  WS-OUR-BIC DELIMITED BY SPACE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           IF HV-INTP-BENE-BIC NOT = SPACES
             MOVE SPACES TO WS-MSG-LINE
             STRING ':57A:' DELIMITED BY SIZE,
                    HV-INTP-BENE-BIC DELIMITED BY SPACE
                INTO WS-MSG-LINE
             END-STRING
             PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END
           END-IF.

           MOVE SPACES TO WS-MSG-LINE.
           STRING ':59:/' DELIMITED BY SIZE,
                  HV-INTP-BENE-IBAN DELIMITED BY SPACE
              INTO WS-MSG-LINE
           END-STRING.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE HV-INTP-BENE-NAME TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           IF HV-INTP-BENE-ADDR1 NOT = SPACES
             MOVE HV-INTP-BENE-ADDR1 TO WS-MSG-LINE
             PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END
           END-IF.
           IF HV-INTP-BENE-ADDR2 NOT = SPACES
             MOVE HV-INTP-BENE-ADDR2 TO WS-MSG-LINE
             PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END
           END-IF.
           IF HV-INTP-BENE-ADDR3 NOT = SPACES
             MOVE HV-INTP-BENE-ADDR3 TO WS-MSG-LINE
             PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END
           END-IF.

           IF HV-INTP-REMIT-INFO NOT = SPACES
             MOVE SPACES TO WS-MSG-LINE
             STRING ':70:' DELIMITED BY SIZE,
                    HV-INTP-REMIT-INFO DELIMITED BY SIZE
                INTO WS-MSG-LINE
             END-STRING
             PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END
           END-IF.

           MOVE ':71A:OUR' TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           MOVE '-}' TO WS-MSG-LINE.
           PERFORM WRITE-MSG-LINE THRU WRITE-MSG-LINE-END.

           ADD 1 TO WS-ITEMS-SENT.
       SEND-ONE-PAYMENT-END.

      * PROCEDURE FORMAT-SWIFT-AMOUNT
      * Finds the significant digits of the whole units so the
      * amount goes out without leading zeros - at least one digit
      * is always kept.
       FORMAT-SWIFT-AMOUNT.
           MOVE HV-INTP-AMOUNT TO WS-SWIFT-AMOUNT.
           MOVE 0 TO WS-LEADING-ZEROS.
           INSPECT WS-SWIFT-AMT-UNITS
              TALLYING WS-LEADING-ZEROS FOR LEADING '0'.
           IF WS-LEADING-ZEROS > 9
             MOVE 9 TO WS-LEADING-ZEROS
           END-IF.
           COMPUTE WS-AMT-START = WS-LEADING-ZEROS + 1.
           COMPUTE WS-AMT-LENGTH = 10 - WS-LEADING-ZEROS.
       FORMAT-SWIFT-AMOUNT-END.

      * PROCEDURE WRITE-MSG-LINE
       WRITE-MSG-LINE.
           MOVE WS-MSG-LINE TO INTP-MSG-RECORD.
           WRITE INTP-MSG-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
       WRITE-MSG-LINE-END.

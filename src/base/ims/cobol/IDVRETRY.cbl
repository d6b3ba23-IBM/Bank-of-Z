       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDVRETRY.

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
      * Electronic identity verification (ID&V) batch retry.
      *
      * CRECUST and CUSTLOAD carry on with onboarding when the ID&V
      * provider cannot be reached, leaving an IDENTITY_CHECK row
      * with RESULT 'U' against the new customer. This job sends
      * each of those customers to the provider again through
      * IDVCHK - the name, date of birth, current address and tax id
      * as CUSTOMER now holds them, with the previous address kept
      * on the IDENTITY_CHECK row:
      *
      *   - still no answer: the row stays 'U' with ATTEMPTS counted
      *     up, for the next run;
      *
      *   - a pass: the row is set to 'P' with the provider's
      *     reference and score, and the customer is left alone;
      *
      *   - a refer or a fail: the row is set to 'R' or 'F' and an
      *     ACTIVE or INACTIVE customer is moved to RESTRICTED, with
      *     the transition written to CUSTOMER_CHANGE_LOG under task
      *     number zero (the RISKESCL convention), until an identity
      *     document is recorded through KYCDOC. A customer who is
      *     SUSPENDED, DECEASED or already RESTRICTED is reported
      *     and left alone.
      *
      * One customer per unit of work. The report (IDVRPT) lists
      * every customer retried and the outcome; return code 4 when
      * any customer was restricted or could not be retried.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDV-RPT-FILE ASSIGN TO IDVRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IDV-RPT-FILE
           RECORDING MODE IS F.
       01  IDV-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * IDENTITY_CHECK DB2 copybook - the verification outcomes
           EXEC SQL
              INCLUDE IDCHKDB2
           END-EXEC.

      * CUSTOMER_CHANGE_LOG DB2 copybook
           EXEC SQL
              INCLUDE CHGLGDB2
           END-EXEC.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-SORTCODE      PIC X(6).
           03  HV-CUSTOMER-NUMBER        PIC X(10).
           03  HV-CUSTOMER-TITLE         PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-ADDR-LINE1    PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2    PIC X(50).
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-COUNTRY       PIC X(50).
           03  HV-CUSTOMER-TAX-ID        PIC X(13).
           03  HV-CUSTOMER-STATUS        PIC X(10).

      * IDENTITY_CHECK host variables for DB2
       01  HOST-IDCHK-ROW.
           03  HV-IDCHK-RESULT           PIC X.
           03  HV-IDCHK-PROVIDER-REF     PIC X(20).
           03  HV-IDCHK-SCORE            PIC S9(4) COMP.
           03  HV-IDCHK-PREV-LINE1       PIC X(50).
           03  HV-IDCHK-PREV-LINE2       PIC X(50).
           03  HV-IDCHK-PREV-CITY        PIC X(50).
           03  HV-IDCHK-PREV-POSTCODE    PIC X(10).
           03  HV-IDCHK-PREV-COUNTRY     PIC X(50).
           03  HV-IDCHK-ATTEMPTS         PIC S9(4) COMP.

      * CUSTOMER_CHANGE_LOG host variables for DB2
       01  HOST-CHANGE-LOG-ROW.
           03  HV-CHGLOG-SORTCODE         PIC X(6).
           03  HV-CHGLOG-NUMBER           PIC X(10).
           03  HV-CHGLOG-FIELD-NAME       PIC X(30).
           03  HV-CHGLOG-OLD-VALUE        PIC X(60).
           03  HV-CHGLOG-NEW-VALUE        PIC X(60).
           03  HV-CHGLOG-DATE             PIC X(10).
           03  HV-CHGLOG-TIME             PIC X(8).
           03  HV-CHGLOG-TASKNO           PIC S9(9) COMP.

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
      * with the CURRENT DATE fallback.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

      * IDVCHK commarea - the exchange with the ID&V provider
       01  IDVCHK-PROGRAM            PIC X(8)  VALUE 'IDVCHK'.
       01  IDVCHK-COMMAREA.
           COPY IDVCHK.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       01  WS-CHGLOG-DATE-X.
           05  WS-CHG-DATE-DD-X      PIC XX.
           05  FILLER                PIC X VALUE '/'.
           05  WS-CHG-DATE-MM-X      PIC XX.
           05  FILLER                PIC X VALUE '/'.
           05  WS-CHG-DATE-YYYY-X    PIC X(4).

      * CUSTOMER holds the date of birth as DDMMYYYY; the provider
      * is sent CCYYMMDD
       01  WS-DOB-WORK               PIC 9(8).
       01  WS-DOB-WORK-GRP REDEFINES WS-DOB-WORK.
           05  WS-DOB-WORK-DD        PIC 99.
           05  WS-DOB-WORK-MM        PIC 99.
           05  WS-DOB-WORK-YYYY      PIC 9(4).

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(42)
               VALUE 'IDENTITY VERIFICATION RETRY - RUN DATE '.
           05  WS-TTL-DATE           PIC X(10).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(48)
               VALUE 'CUSTOMER           NAME                        '.
           05  FILLER                PIC X(48)
               VALUE '    ATTEMPT  RESULT  SCORE  PROVIDER REF       '.
           05  FILLER                PIC X(36)
               VALUE '   ACTION'.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  WS-RPT-SLASH          PIC X.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2).
           05  WS-RPT-NAME           PIC X(30).
           05  FILLER                PIC X(2).
           05  WS-RPT-ATTEMPTS       PIC ZZZZZZZ9.
           05  FILLER                PIC X(4).
           05  WS-RPT-RESULT         PIC X(6).
           05  FILLER                PIC X(2).
           05  WS-RPT-SCORE          PIC ZZ9.
           05  FILLER                PIC X(4).
           05  WS-RPT-PROVIDER-REF   PIC X(20).
           05  FILLER                PIC X(2).
           05  WS-RPT-ACTION         PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL          PIC X(40).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-PASSED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-REFERRED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-FAILED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-UNAVAILABLE       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-RESTRICTED        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-LEFT              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-IN-ERROR          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Every customer still awaiting verification, oldest number
      * first. Held over the commit of each customer retried.
           EXEC SQL
              DECLARE IDVRETRY-CURSOR CURSOR WITH HOLD FOR
                 SELECT C.CUSTOMER_SORTCODE,
                        C.CUSTOMER_NUMBER,
                        COALESCE(C.CUSTOMER_TITLE, ' '),
                        COALESCE(C.CUSTOMER_FIRST_NAME, ' '),
                        COALESCE(C.CUSTOMER_LAST_NAME, ' '),
                        COALESCE(C.CUSTOMER_DATE_OF_BIRTH, 0),
                        COALESCE(C.CUSTOMER_ADDR_LINE1, ' '),
                        COALESCE(C.CUSTOMER_ADDR_LINE2, ' '),
                        COALESCE(C.CUSTOMER_CITY, ' '),
                        COALESCE(C.CUSTOMER_POSTCODE, ' '),
                        COALESCE(C.CUSTOMER_COUNTRY, ' '),
                        COALESCE(C.CUSTOMER_TAX_ID, ' '),
                        COALESCE(C.CUSTOMER_STATUS, ' '),
                        COALESCE(I.IDENTITY_CHECK_PREV_LINE1, ' '),
                        COALESCE(I.IDENTITY_CHECK_PREV_LINE2, ' '),
                        COALESCE(I.IDENTITY_CHECK_PREV_CITY, ' '),
                        COALESCE(I.IDENTITY_CHECK_PREV_POSTCODE, ' '),
                        COALESCE(I.IDENTITY_CHECK_PREV_COUNTRY, ' '),
                        I.IDENTITY_CHECK_ATTEMPTS
                   FROM IDENTITY_CHECK I,
                        CUSTOMER C
                  WHERE I.IDENTITY_CHECK_RESULT = 'U'
                    AND C.CUSTOMER_SORTCODE = I.IDENTITY_CHECK_SORTCODE
                    AND C.CUSTOMER_NUMBER = I.IDENTITY_CHECK_NUMBER
                  ORDER BY C.CUSTOMER_SORTCODE, C.CUSTOMER_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'IDVRETRY' TO BREG-JOB.
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

           MOVE WS-CURR-DATE-DD TO WS-CHG-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-CHG-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-CHG-DATE-YYYY-X.

           OPEN OUTPUT IDV-RPT-FILE.

           MOVE SPACES TO IDV-RPT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-TTL-DATE.
           MOVE WS-TITLE-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE SPACES TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.
           MOVE WS-HEADING-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           EXEC SQL
              OPEN IDVRETRY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IDVRETRY: OPEN CURSOR FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             CLOSE IDV-RPT-FILE
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.

           PERFORM FETCH-NEXT-CHECK THRU FETCH-NEXT-CHECK-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM RETRY-ONE-CUSTOMER THRU RETRY-ONE-CUSTOMER-END
             PERFORM FETCH-NEXT-CHECK THRU FETCH-NEXT-CHECK-END
           END-PERFORM.

           EXEC SQL
              CLOSE IDVRETRY-CURSOR
           END-EXEC.

           PERFORM WRITE-RETRY-TOTALS THRU WRITE-RETRY-TOTALS-END.

           CLOSE IDV-RPT-FILE.

           SET IDVCHK-DISCONNECT TO TRUE.
           CALL IDVCHK-PROGRAM USING IDVCHK-COMMAREA.

           IF WS-RECS-RESTRICTED > 0 OR WS-RECS-IN-ERROR > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: CUSTOMERS RETRIED    = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-PASSED TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: PASSED               = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-REFERRED TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: REFERRED             = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: FAILED               = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-RESTRICTED TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: CUSTOMERS RESTRICTED = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-UNAVAILABLE TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: STILL UNAVAILABLE    = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-IN-ERROR TO WS-RECS-DISPLAY.
           DISPLAY 'IDVRETRY: NOT UPDATED          = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-CHECK
       FETCH-NEXT-CHECK.
           EXEC SQL
              FETCH IDVRETRY-CURSOR
                INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                     :HV-CUSTOMER-TITLE, :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME, :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY, :HV-CUSTOMER-TAX-ID,
                     :HV-CUSTOMER-STATUS,
                     :HV-IDCHK-PREV-LINE1, :HV-IDCHK-PREV-LINE2,
                     :HV-IDCHK-PREV-CITY, :HV-IDCHK-PREV-POSTCODE,
                     :HV-IDCHK-PREV-COUNTRY, :HV-IDCHK-ATTEMPTS
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'IDVRETRY: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
               ADD 1 TO WS-RECS-IN-ERROR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-CHECK-END.

      * PROCEDURE RETRY-ONE-CUSTOMER
      * Sends the customer to the provider again and records the
      * answer, one customer per unit of work.
       RETRY-ONE-CUSTOMER.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-CUSTOMER-SORTCODE TO WS-RPT-SCODE.
           MOVE '/' TO WS-RPT-SLASH.
           MOVE HV-CUSTOMER-NUMBER TO WS-RPT-CUSTNO.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-RPT-NAME
           END-STRING.

           ADD 1 TO HV-IDCHK-ATTEMPTS.
           MOVE HV-IDCHK-ATTEMPTS TO WS-RPT-ATTEMPTS.

           PERFORM VERIFY-IDENTITY THRU VERIFY-IDENTITY-END.

           MOVE IDVCHK-RESULT TO HV-IDCHK-RESULT.
           MOVE IDVCHK-PROVIDER-REF TO HV-IDCHK-PROVIDER-REF.
           MOVE IDVCHK-SCORE TO HV-IDCHK-SCORE.

           IF IDVCHK-UNAVAILABLE
             MOVE 'NO ANSWER' TO WS-RPT-RESULT
             MOVE 'LEFT FOR NEXT RUN' TO WS-RPT-ACTION
           ELSE
             MOVE IDVCHK-SCORE TO WS-RPT-SCORE
             MOVE IDVCHK-PROVIDER-REF TO WS-RPT-PROVIDER-REF
             EVALUATE TRUE
               WHEN IDVCHK-PASS
                 MOVE 'PASS' TO WS-RPT-RESULT
                 MOVE 'VERIFIED' TO WS-RPT-ACTION
               WHEN IDVCHK-REFER
                 MOVE 'REFER' TO WS-RPT-RESULT
               WHEN OTHER
                 MOVE 'FAIL' TO WS-RPT-RESULT
             END-EVALUATE
           END-IF.

           PERFORM UPDATE-IDENTITY-CHECK THRU UPDATE-IDENTITY-CHECK-END.

           IF SQLCODE NOT = 0
             GO TO RETRY-ONE-CUSTOMER-WRITE
           END-IF.

           IF IDVCHK-REFER OR IDVCHK-FAIL
             IF HV-CUSTOMER-STATUS = 'ACTIVE'
                OR HV-CUSTOMER-STATUS = 'INACTIVE'
               PERFORM RESTRICT-CUSTOMER THRU RESTRICT-CUSTOMER-END
               IF SQLCODE NOT = 0
                 GO TO RETRY-ONE-CUSTOMER-WRITE
               END-IF
             ELSE
               ADD 1 TO WS-RECS-LEFT
               STRING HV-CUSTOMER-STATUS DELIMITED BY SPACE
                      ' - LEFT' DELIMITED BY SIZE
                  INTO WS-RPT-ACTION
               END-STRING
             END-IF
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           EVALUATE TRUE
             WHEN IDVCHK-PASS
               ADD 1 TO WS-RECS-PASSED
             WHEN IDVCHK-REFER
               ADD 1 TO WS-RECS-REFERRED
             WHEN IDVCHK-FAIL
               ADD 1 TO WS-RECS-FAILED
             WHEN OTHER
               ADD 1 TO WS-RECS-UNAVAILABLE
           END-EVALUATE.

       RETRY-ONE-CUSTOMER-WRITE.
           MOVE WS-REPORT-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.
       RETRY-ONE-CUSTOMER-END.

      * PROCEDURE VERIFY-IDENTITY
      * Builds the IDVCHK request from the customer as held now and
      * the previous address given at onboarding.
       VERIFY-IDENTITY.
           INITIALIZE IDVCHK-COMMAREA.
           SET IDVCHK-VERIFY TO TRUE.
           MOVE HV-CUSTOMER-SORTCODE TO IDVCHK-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO IDVCHK-CUSTNO.
           MOVE HV-CUSTOMER-TITLE TO IDVCHK-TITLE.
           MOVE HV-CUSTOMER-FIRST-NAME TO IDVCHK-FIRST-NAME.
           MOVE HV-CUSTOMER-LAST-NAME TO IDVCHK-LAST-NAME.
           MOVE HV-CUSTOMER-DOB TO WS-DOB-WORK.
           COMPUTE IDVCHK-DOB =
              (WS-DOB-WORK-YYYY * 10000) +
              (WS-DOB-WORK-MM * 100) +
              WS-DOB-WORK-DD.
           MOVE HV-CUSTOMER-TAX-ID TO IDVCHK-TAX-ID.
           MOVE HV-CUSTOMER-ADDR-LINE1 TO IDVCHK-ADDR-LINE1 (1).
           MOVE HV-CUSTOMER-ADDR-LINE2 TO IDVCHK-ADDR-LINE2 (1).
           MOVE HV-CUSTOMER-CITY TO IDVCHK-CITY (1).
           MOVE HV-CUSTOMER-POSTCODE TO IDVCHK-POSTCODE (1).
           MOVE HV-CUSTOMER-COUNTRY TO IDVCHK-COUNTRY (1).
           MOVE HV-IDCHK-PREV-LINE1 TO IDVCHK-ADDR-LINE1 (2).
           MOVE HV-IDCHK-PREV-LINE2 TO IDVCHK-ADDR-LINE2 (2).
           MOVE HV-IDCHK-PREV-CITY TO IDVCHK-CITY (2).
           MOVE HV-IDCHK-PREV-POSTCODE TO IDVCHK-POSTCODE (2).
           MOVE HV-IDCHK-PREV-COUNTRY TO IDVCHK-COUNTRY (2).

           CALL IDVCHK-PROGRAM USING IDVCHK-COMMAREA.
       VERIFY-IDENTITY-END.

      * PROCEDURE UPDATE-IDENTITY-CHECK
      * Records the attempt. A row still unanswered only has its
      * attempt counted; otherwise the provider's verdict replaces
      * the 'U'. Guarded on RESULT 'U' so a row cleared in the
      * meantime is left alone.
       UPDATE-IDENTITY-CHECK.
           EXEC SQL
              UPDATE IDENTITY_CHECK
                 SET IDENTITY_CHECK_RESULT = :HV-IDCHK-RESULT,
                     IDENTITY_CHECK_PROVIDER_REF =
                        CASE WHEN :HV-IDCHK-RESULT = 'U'
                             THEN NULL
                             ELSE :HV-IDCHK-PROVIDER-REF
                        END,
                     IDENTITY_CHECK_SCORE =
                        CASE WHEN :HV-IDCHK-RESULT = 'U'
                             THEN NULL
                             ELSE :HV-IDCHK-SCORE
                        END,
                     IDENTITY_CHECK_DATE = :WS-CURRENT-DATE,
                     IDENTITY_CHECK_ATTEMPTS = :HV-IDCHK-ATTEMPTS,
                     IDENTITY_CHECK_SOURCE = 'IDVRETRY'
               WHERE IDENTITY_CHECK_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND IDENTITY_CHECK_NUMBER = :HV-CUSTOMER-NUMBER
                 AND IDENTITY_CHECK_RESULT = 'U'
           END-EXEC.

           IF SQLCODE = 100
             ADD 1 TO WS-RECS-LEFT
             MOVE 'CLEARED MEANWHILE - LEFT' TO WS-RPT-ACTION
             GO TO UPDATE-IDENTITY-CHECK-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IDVRETRY: IDENTITY_CHECK UPDATE FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-RECS-IN-ERROR
             MOVE 'UPDATE FAILED' TO WS-RPT-ACTION
           END-IF.
       UPDATE-IDENTITY-CHECK-END.

      * PROCEDURE RESTRICT-CUSTOMER
      * The move to RESTRICTED, guarded on the status fetched so a
      * concurrent change leaves the customer alone - the same
      * optimistic style RISKESCL uses.
       RESTRICT-CUSTOMER.
           EXEC SQL
              UPDATE CUSTOMER
                 SET CUSTOMER_STATUS = 'RESTRICTED'
               WHERE CUSTOMER_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
                 AND CUSTOMER_STATUS = :HV-CUSTOMER-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IDVRETRY: RESTRICT FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-RECS-IN-ERROR
             MOVE 'RESTRICT FAILED' TO WS-RPT-ACTION
             GO TO RESTRICT-CUSTOMER-END
           END-IF.

           MOVE HV-CUSTOMER-SORTCODE TO HV-CHGLOG-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO HV-CHGLOG-NUMBER.
           MOVE 'CUSTOMER_STATUS' TO HV-CHGLOG-FIELD-NAME.
           MOVE HV-CUSTOMER-STATUS TO HV-CHGLOG-OLD-VALUE.
           MOVE 'RESTRICTED' TO HV-CHGLOG-NEW-VALUE.
           MOVE WS-CHGLOG-DATE-X TO HV-CHGLOG-DATE.
           MOVE '00:00:00' TO HV-CHGLOG-TIME.
           MOVE 0 TO HV-CHGLOG-TASKNO.

           EXEC SQL
              INSERT INTO CUSTOMER_CHANGE_LOG
                     ( CUSTOMER_CHANGE_LOG_SORTCODE,
                       CUSTOMER_CHANGE_LOG_NUMBER,
                       CUSTOMER_CHANGE_LOG_FIELD_NAME,
                       CUSTOMER_CHANGE_LOG_OLD_VALUE,
                       CUSTOMER_CHANGE_LOG_NEW_VALUE,
                       CUSTOMER_CHANGE_LOG_DATE,
                       CUSTOMER_CHANGE_LOG_TIME,
                       CUSTOMER_CHANGE_LOG_TASKNO )
              VALUES ( :HV-CHGLOG-SORTCODE,
                       :HV-CHGLOG-NUMBER,
                       :HV-CHGLOG-FIELD-NAME,
                       :HV-CHGLOG-OLD-VALUE,
                       :HV-CHGLOG-NEW-VALUE,
                       :HV-CHGLOG-DATE,
                       :HV-CHGLOG-TIME,
                       :HV-CHGLOG-TASKNO )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IDVRETRY: CHANGE-LOG INSERT FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-RECS-IN-ERROR
             MOVE 'RESTRICT FAILED' TO WS-RPT-ACTION
             GO TO RESTRICT-CUSTOMER-END
           END-IF.

           ADD 1 TO WS-RECS-RESTRICTED.
           MOVE 'RESTRICTED - AWAIT KYCDOC' TO WS-RPT-ACTION.
       RESTRICT-CUSTOMER-END.

      * PROCEDURE WRITE-RETRY-TOTALS
       WRITE-RETRY-TOTALS.
           MOVE SPACES TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'CUSTOMERS RETRIED' TO WS-TOT-LABEL.
           MOVE WS-RECS-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'PASSED' TO WS-TOT-LABEL.
           MOVE WS-RECS-PASSED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'REFERRED' TO WS-TOT-LABEL.
           MOVE WS-RECS-REFERRED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'FAILED' TO WS-TOT-LABEL.
           MOVE WS-RECS-FAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'CUSTOMERS RESTRICTED' TO WS-TOT-LABEL.
           MOVE WS-RECS-RESTRICTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'REFER OR FAIL - STATUS LEFT' TO WS-TOT-LABEL.
           MOVE WS-RECS-LEFT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'STILL UNAVAILABLE' TO WS-TOT-LABEL.
           MOVE WS-RECS-UNAVAILABLE TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.

           MOVE 'NOT UPDATED - SEE JOB LOG' TO WS-TOT-LABEL.
           MOVE WS-RECS-IN-ERROR TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO IDV-RPT-RECORD.
           WRITE IDV-RPT-RECORD.
       WRITE-RETRY-TOTALS-END.

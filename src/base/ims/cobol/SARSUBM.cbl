       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARSUBM.

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
      * Nightly suspicious activity report submission file.
      *
      * An analyst escalates an AML_REVIEW case through AMLWORK
      * when the pattern AMLMON caught is a true concern. This job
      * gathers every escalated case not yet filed and writes it to
      * the regulator's submission file (SARFILE):
      *
      *   H  header  - our sort code and the run date
      *   D  detail  - one per case: the account and customer, the
      *                customer's name, date of birth and address,
      *                the pattern and AMLMON's evidence summary,
      *                who escalated it and when, and the analyst's
      *                notes
      *   T  trailer - the number of detail records
      *
      * Each case written is stamped with AML_REVIEW_SAR_FILED_DATE
      * so it goes out once. Filing does not release the case - the
      * hold it puts on CLOSACC and TRANSCUS stays until the MLRO
      * releases it through AMLWORK.
      *
      * The whole run is one unit of work: the cases are stamped
      * filed only when the file is complete, and a failure backs
      * everything out with return code 12 - the part-written file
      * must then be discarded and the job rerun, which picks up
      * exactly the same cases.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-SUBM-FILE ASSIGN TO SARFILE
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAR-SUBM-FILE
           RECORDING MODE IS F.
       01  SAR-SUBM-RECORD               PIC X(640).

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * AML_REVIEW DB2 copybook - the escalated cases
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the subject of the report
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * AML_REVIEW host variables for DB2
       01  HOST-AML-REVIEW-ROW.
           03  HV-AML-SORTCODE           PIC X(6).
           03  HV-AML-NUMBER             PIC X(8).
           03  HV-AML-CUSTOMER           PIC X(10).
           03  HV-AML-PATTERN            PIC X(10).
           03  HV-AML-EVIDENCE           PIC X(100).
           03  HV-AML-RAISED-DATE        PIC X(10).
           03  HV-AML-DISPOSED-BY        PIC X(3).
           03  HV-AML-DISPOSED-DATE      PIC X(10).
           03  HV-AML-NOTES              PIC X(200).
           03  HV-CUST-FIRST-NAME        PIC X(50).
           03  HV-CUST-LAST-NAME         PIC X(50).
           03  HV-CUST-DOB               PIC S9(9) COMP.
           03  HV-CUST-ADDR-LINE1        PIC X(50).
           03  HV-CUST-ADDR-LINE2        PIC X(50).
           03  HV-CUST-CITY              PIC X(50).
           03  HV-CUST-POSTCODE          PIC X(10).
           03  HV-CUST-COUNTRY           PIC X(50).

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
      * The filed date goes on the row in the DD.MM.YYYY form the
      * other AML_REVIEW dates carry.
      *
       01  HV-FILED-DATE-X.
           05  WS-FILED-DD-X         PIC 99.
           05  FILLER                PIC X VALUE '.'.
           05  WS-FILED-MM-X         PIC 99.
           05  FILLER                PIC X VALUE '.'.
           05  WS-FILED-YYYY-X       PIC 9(4).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-SUBMIT-OK              PIC X             VALUE 'Y'.
       77  WS-CASES-FILED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * The submission file records.
      *
       01  WS-SAR-HEADER.
           05  WS-SARH-TYPE          PIC X     VALUE 'H'.
           05  WS-SARH-SCODE         PIC X(6).
           05  WS-SARH-RUN-DATE      PIC 9(8).
           05  FILLER                PIC X(625) VALUE SPACES.

       01  WS-SAR-DETAIL.
           05  WS-SARD-TYPE          PIC X     VALUE 'D'.
           05  WS-SARD-SCODE         PIC X(6).
           05  WS-SARD-ACCNO         PIC X(8).
           05  WS-SARD-CUSTNO        PIC X(10).
           05  WS-SARD-NAME          PIC X(70).
           05  WS-SARD-DOB           PIC 9(8).
           05  WS-SARD-ADDR-LINE1    PIC X(50).
           05  WS-SARD-ADDR-LINE2    PIC X(50).
           05  WS-SARD-CITY          PIC X(50).
           05  WS-SARD-POSTCODE      PIC X(10).
           05  WS-SARD-COUNTRY       PIC X(30).
           05  WS-SARD-PATTERN       PIC X(10).
           05  WS-SARD-RAISED-DATE   PIC X(10).
           05  WS-SARD-ESCALATED-BY  PIC X(3).
           05  WS-SARD-ESCALATED-DT  PIC X(10).
           05  WS-SARD-EVIDENCE      PIC X(100).
           05  WS-SARD-NOTES         PIC X(200).
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  WS-SAR-TRAILER.
           05  WS-SART-TYPE          PIC X     VALUE 'T'.
           05  WS-SART-COUNT         PIC 9(8).
           05  FILLER                PIC X(631) VALUE SPACES.

      * Every escalated case not yet filed, with its customer.
      * WITH HOLD is not needed - the run commits once, at the end.
           EXEC SQL
              DECLARE SARSUBM-CURSOR CURSOR FOR
                 SELECT A.AML_REVIEW_SORTCODE,
                        A.AML_REVIEW_NUMBER,
                        A.AML_REVIEW_CUSTOMER,
                        A.AML_REVIEW_PATTERN,
                        A.AML_REVIEW_EVIDENCE,
                        A.AML_REVIEW_RAISED_DATE,
                        COALESCE(A.AML_REVIEW_DISPOSED_BY, ' '),
                        COALESCE(A.AML_REVIEW_DISPOSED_DATE, ' '),
                        COALESCE(A.AML_REVIEW_NOTES, ' '),
                        COALESCE(C.CUSTOMER_FIRST_NAME, ' '),
                        COALESCE(C.CUSTOMER_LAST_NAME, ' '),
                        COALESCE(C.CUSTOMER_DATE_OF_BIRTH, 0),
                        COALESCE(C.CUSTOMER_ADDR_LINE1, ' '),
                        COALESCE(C.CUSTOMER_ADDR_LINE2, ' '),
                        COALESCE(C.CUSTOMER_CITY, ' '),
                        COALESCE(C.CUSTOMER_POSTCODE, ' '),
                        COALESCE(C.CUSTOMER_COUNTRY, ' ')
                   FROM AML_REVIEW A
                   LEFT OUTER JOIN CUSTOMER C
                     ON C.CUSTOMER_SORTCODE = A.AML_REVIEW_SORTCODE
                    AND C.CUSTOMER_NUMBER = A.AML_REVIEW_CUSTOMER
                  WHERE A.AML_REVIEW_STATUS = 'T'
                    AND A.AML_REVIEW_SAR_FILED_DATE IS NULL
                  ORDER BY A.AML_REVIEW_SORTCODE,
                           A.AML_REVIEW_NUMBER,
                           A.AML_REVIEW_PATTERN
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'SARSUBM' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE SUBMISSION IS DATED WITH THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW, NOT THE CLOCK.
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

           MOVE WS-CURR-DATE-DD TO WS-FILED-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-FILED-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-FILED-YYYY-X.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'SARSUBM: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT SAR-SUBM-FILE.

           MOVE SORTCODE TO WS-SARH-SCODE.
           MOVE WS-RUN-DATE-DISPLAY TO WS-SARH-RUN-DATE.
           MOVE WS-SAR-HEADER TO SAR-SUBM-RECORD.
           WRITE SAR-SUBM-RECORD.

           EXEC SQL
              OPEN SARSUBM-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'SARSUBM: UNABLE TO OPEN SARSUBM-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-CASE THRU FETCH-NEXT-CASE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM FILE-ONE-CASE THRU FILE-ONE-CASE-END
             PERFORM FETCH-NEXT-CASE THRU FETCH-NEXT-CASE-END
           END-PERFORM.

           EXEC SQL
              CLOSE SARSUBM-CURSOR
           END-EXEC.

           MOVE WS-CASES-FILED TO WS-SART-COUNT.
           MOVE WS-SAR-TRAILER TO SAR-SUBM-RECORD.
           WRITE SAR-SUBM-RECORD.

           CLOSE SAR-SUBM-FILE.

           IF WS-SUBMIT-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'SARSUBM: RUN BACKED OUT - DISCARD SARFILE '
                     'AND RERUN'
             MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-CASES-FILED TO WS-RECS-DISPLAY.
           DISPLAY 'SARSUBM: CASES FILED       = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-CASES-FILED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-CASE
       FETCH-NEXT-CASE.
           EXEC SQL
              FETCH SARSUBM-CURSOR
                INTO :HV-AML-SORTCODE, :HV-AML-NUMBER,
                     :HV-AML-CUSTOMER, :HV-AML-PATTERN,
                     :HV-AML-EVIDENCE, :HV-AML-RAISED-DATE,
                     :HV-AML-DISPOSED-BY, :HV-AML-DISPOSED-DATE,
                     :HV-AML-NOTES, :HV-CUST-FIRST-NAME,
                     :HV-CUST-LAST-NAME, :HV-CUST-DOB,
                     :HV-CUST-ADDR-LINE1, :HV-CUST-ADDR-LINE2,
                     :HV-CUST-CITY, :HV-CUST-POSTCODE,
                     :HV-CUST-COUNTRY
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'SARSUBM: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'N' TO WS-SUBMIT-OK
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CASE-END.

      * PROCEDURE FILE-ONE-CASE
      * Stamps one escalated case filed and writes its detail record.
       FILE-ONE-CASE.
           EXEC SQL
              UPDATE AML_REVIEW
                 SET AML_REVIEW_SAR_FILED_DATE = :HV-FILED-DATE-X
               WHERE AML_REVIEW_SORTCODE = :HV-AML-SORTCODE
                 AND AML_REVIEW_NUMBER = :HV-AML-NUMBER
                 AND AML_REVIEW_PATTERN = :HV-AML-PATTERN
                 AND AML_REVIEW_RAISED_DATE = :HV-AML-RAISED-DATE
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_SAR_FILED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SARSUBM: UNABLE TO MARK CASE '
                     HV-AML-SORTCODE '/' HV-AML-NUMBER ' '
                     HV-AML-PATTERN ' FILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO FILE-ONE-CASE-END
           END-IF.

           MOVE HV-AML-SORTCODE TO WS-SARD-SCODE.
           MOVE HV-AML-NUMBER TO WS-SARD-ACCNO.
           MOVE HV-AML-CUSTOMER TO WS-SARD-CUSTNO.

           MOVE SPACES TO WS-SARD-NAME.
           STRING HV-CUST-FIRST-NAME DELIMITED BY '  ',
                  ' ' DELIMITED BY SIZE,
                  HV-CUST-LAST-NAME DELIMITED BY '  '
              INTO WS-SARD-NAME
           END-STRING.

           MOVE HV-CUST-DOB TO WS-SARD-DOB.
           MOVE HV-CUST-ADDR-LINE1 TO WS-SARD-ADDR-LINE1.
           MOVE HV-CUST-ADDR-LINE2 TO WS-SARD-ADDR-LINE2.
           MOVE HV-CUST-CITY TO WS-SARD-CITY.
           MOVE HV-CUST-POSTCODE TO WS-SARD-POSTCODE.
           MOVE HV-CUST-COUNTRY TO WS-SARD-COUNTRY.
           MOVE HV-AML-PATTERN TO WS-SARD-PATTERN.
           MOVE HV-AML-RAISED-DATE TO WS-SARD-RAISED-DATE.
           MOVE HV-AML-DISPOSED-BY TO WS-SARD-ESCALATED-BY.
           MOVE HV-AML-DISPOSED-DATE TO WS-SARD-ESCALATED-DT.
           MOVE HV-AML-EVIDENCE TO WS-SARD-EVIDENCE.
           MOVE HV-AML-NOTES TO WS-SARD-NOTES.

           MOVE WS-SAR-DETAIL TO SAR-SUBM-RECORD.
           WRITE SAR-SUBM-RECORD.

           ADD 1 TO WS-CASES-FILED.
       FILE-ONE-CASE-END.

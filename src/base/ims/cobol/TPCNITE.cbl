       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPCNITE.

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
      * Third-party consent expiry and provider usage report.
      *
      * A customer's consent for an account-information provider
      * lasts ninety days from when it was last given; unless the
      * customer re-authenticates through the branch (TPCONS) it
      * lapses. Every night this run marks each live
      * THIRD_PARTY_CONSENT whose expiry date has arrived as
      * expired, so the branch sees the consent for what it is.
      * MQENQSRV checks the expiry date itself - the run keeps the
      * register honest, it is not what stops the reads.
      *
      * On the first business day of each month the run also
      * reports the previous calendar month's THIRD_PARTY_USAGE per
      * provider: for each enquiry function the requests served,
      * refused for want of consent and failed, with a provider
      * total line carrying the distinct customers read and the
      * live consents the provider holds now. A provider with no
      * requests in the month does not appear.
      *
      * The run date is the BANKING_DATE business date from BNKDATE
      * and the first business day is rolled on the same calendar.
      * The counts are displayed for the operator/job log and the
      * run is recorded on the batch run register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPCN-RPT-FILE ASSIGN TO TPCNRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TPCN-RPT-FILE
           RECORDING MODE IS F.
       01  TPCN-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * THIRD_PARTY_CONSENT DB2 copybook
           EXEC SQL
              INCLUDE TPCNDB2
           END-EXEC.

      * THIRD_PARTY_USAGE DB2 copybook
           EXEC SQL
              INCLUDE TPUSDB2
           END-EXEC.

      * THIRD_PARTY_PROVIDER DB2 copybook
           EXEC SQL
              INCLUDE TPPVDB2
           END-EXEC.

       01  HOST-USAGE-SUMMARY.
           03  HV-USE-PROVIDER           PIC X(8).
           03  HV-USE-NAME               PIC X(30).
           03  HV-USE-FUNCTION           PIC X(8).
           03  HV-USE-SERVED             PIC S9(9) COMP.
           03  HV-USE-REFUSED            PIC S9(9) COMP.
           03  HV-USE-FAILED             PIC S9(9) COMP.

       01  HV-PERIOD-FROM                PIC S9(9) COMP.
       01  HV-PERIOD-TO                  PIC S9(9) COMP.
       01  HV-TOTAL-PROVIDER             PIC X(8).
       01  HV-TOTAL-CUSTOMERS            PIC S9(9) COMP.
       01  HV-TOTAL-LIVE                 PIC S9(9) COMP.

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
      * The run date - the BANKING_DATE business date with the
      * CURRENT DATE fallback - as a CCYYMMDD integer to compare
      * with the consent expiry dates.
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

      * The first of the run month, and the first and last of the
      * month before it, ISO, for the first-business-day test and
      * the report period
       01  WS-MONTH-START            PIC X(10).
       01  WS-PREV-MONTH-START       PIC X(10).
       01  WS-PREV-MONTH-END         PIC X(10).
       01  WS-ISO-WORK               PIC X(10).
       01  WS-ISO-WORK-GRP REDEFINES WS-ISO-WORK.
           05  WS-ISO-WORK-YYYY      PIC 9(4).
           05  FILLER                PIC X.
           05  WS-ISO-WORK-MM        PIC 99.
           05  FILLER                PIC X.
           05  WS-ISO-WORK-DD        PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-PERIOD-LAST            PIC S9(9) COMP.
       77  WS-DATE-DISPLAY           PIC 9(8).

       77  WS-MONTH-RUN-SW           PIC X             VALUE 'N'.
           88  MONTH-REPORT-DUE      VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-CURR-PROVIDER          PIC X(8)          VALUE SPACES.
       77  WS-CURR-NAME              PIC X(30)         VALUE SPACES.
       77  WS-RECS-EXPIRED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-PROVIDERS              PIC 9(8)  COMP    VALUE 0.
       77  WS-PROV-SERVED            PIC 9(9)  COMP    VALUE 0.
       77  WS-PROV-REFUSED           PIC 9(9)  COMP    VALUE 0.
       77  WS-PROV-FAILED            PIC 9(9)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(40)
                 VALUE 'THIRD-PARTY CONSENTS - NIGHTLY EXPIRY - '.
           05  FILLER                PIC X(9)
                 VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DATE       PIC 9(8).
           05  FILLER                PIC X(21)
                 VALUE '  CONSENTS EXPIRED   '.
           05  WS-HDG-EXPIRED        PIC Z(7)9.

       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(40)
                 VALUE 'THIRD-PARTY PROVIDER USAGE - MONTH FROM '.
           05  WS-HDG-FROM           PIC 9(8).
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO             PIC 9(8).

       01  WS-HEADING-LINE-3.
           05  FILLER                PIC X(28)
                 VALUE 'PROVIDER  NAME'.
           05  FILLER                PIC X(28)
                 VALUE '               FUNCTION'.
           05  FILLER                PIC X(28)
                 VALUE 'SERVED    REFUSED     FAILED'.
           05  FILLER                PIC X(28)
                 VALUE '  CUSTOMERS       LIVE'.

       01  WS-REPORT-LINE.
           05  WS-RPT-PROVIDER       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NAME           PIC X(30).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-RPT-FUNCTION       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SERVED         PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REFUSED        PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-FAILED         PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTOMERS      PIC Z(8)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-LIVE           PIC Z(8)9.

      * The month's requests per provider and function, each with
      * its outcome counts and the provider's name from the register
           EXEC SQL
              DECLARE TPCNITE-CURSOR CURSOR FOR
                 SELECT TPU_PROVIDER,
                        COALESCE(TPP_NAME, ' '),
                        TPU_FUNCTION,
                        SUM(CASE TPU_OUTCOME WHEN 'S' THEN 1
                                             ELSE 0 END),
                        SUM(CASE TPU_OUTCOME WHEN 'R' THEN 1
                                             ELSE 0 END),
                        SUM(CASE TPU_OUTCOME WHEN 'F' THEN 1
                                             ELSE 0 END)
                   FROM THIRD_PARTY_USAGE
                   LEFT OUTER JOIN THIRD_PARTY_PROVIDER
                     ON TPP_ID = TPU_PROVIDER
                  WHERE TPU_DATE >= :HV-PERIOD-FROM
                    AND TPU_DATE < :HV-PERIOD-TO
                  GROUP BY TPU_PROVIDER, TPP_NAME, TPU_FUNCTION
                  ORDER BY TPU_PROVIDER, TPU_FUNCTION
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'TPCNITE ' TO BREG-JOB.
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

           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY.
           DISPLAY 'TPCNITE: RUN DATE          = ' WS-DATE-DISPLAY.

           PERFORM EXPIRE-LAPSED-CONSENTS
              THRU EXPIRE-LAPSED-CONSENTS-END.

           OPEN OUTPUT TPCN-RPT-FILE.

           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-RECS-EXPIRED TO WS-HDG-EXPIRED.
           MOVE WS-HEADING-LINE-1 TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.

           PERFORM CHECK-FIRST-BUSINESS-DAY
              THRU CHECK-FIRST-BUSINESS-DAY-END.

           IF MONTH-REPORT-DUE
             PERFORM REPORT-MONTHLY-USAGE
                THRU REPORT-MONTHLY-USAGE-END
           END-IF.

           CLOSE TPCN-RPT-FILE.

           MOVE WS-RECS-EXPIRED TO WS-RECS-DISPLAY.
           DISPLAY 'TPCNITE: CONSENTS EXPIRED  = '
                   WS-RECS-DISPLAY.
           IF MONTH-REPORT-DUE
             MOVE WS-PROVIDERS TO WS-RECS-DISPLAY
             DISPLAY 'TPCNITE: PROVIDERS REPORTED= '
                     WS-RECS-DISPLAY
             MOVE WS-RECS-READ TO WS-RECS-DISPLAY
             DISPLAY 'TPCNITE: USAGE LINES       = '
                     WS-RECS-DISPLAY
           ELSE
             DISPLAY 'TPCNITE: NOT THE FIRST BUSINESS DAY - NO '
                     'USAGE REPORT'
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-EXPIRED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE EXPIRE-LAPSED-CONSENTS
      * A live consent stops covering reads on its expiry date, so
      * one whose expiry date is on or before the run date has
      * lapsed. Revoked consents keep their status.
       EXPIRE-LAPSED-CONSENTS.
           EXEC SQL
              UPDATE THIRD_PARTY_CONSENT
                 SET TPC_STATUS = 'X'
               WHERE TPC_STATUS = 'L'
                 AND TPC_EXPIRY_DATE <= :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE = 100
             GO TO EXPIRE-LAPSED-CONSENTS-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'TPCNITE: CONSENT EXPIRY UPDATE FAILED, SQLCODE='
                SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 12 TO RETURN-CODE
             GO TO EXPIRE-LAPSED-CONSENTS-END
           END-IF.

           MOVE SQLERRD(3) TO WS-RECS-EXPIRED.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       EXPIRE-LAPSED-CONSENTS-END.

      * PROCEDURE CHECK-FIRST-BUSINESS-DAY
      * The usage report is due when the first of the month, rolled
      * past weekends and bank holidays by BNKDATE, is the run date.
      * The report period is then the whole previous month.
       CHECK-FIRST-BUSINESS-DAY.
           MOVE WS-CURRENT-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START (9:2).

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-ROLL-FORWARD TO TRUE.
           MOVE WS-MONTH-START TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF NOT BNKD-OK
             DISPLAY 'TPCNITE: ROLL TO FIRST BUSINESS DAY FAILED FOR '
                WS-MONTH-START
             MOVE 4 TO RETURN-CODE
             GO TO CHECK-FIRST-BUSINESS-DAY-END
           END-IF.

           IF BNKD-DATE-OUT NOT = WS-CURRENT-DATE
             GO TO CHECK-FIRST-BUSINESS-DAY-END
           END-IF.

           EXEC SQL
              SELECT CHAR(DATE(:WS-MONTH-START) - 1 MONTH, ISO),
                     CHAR(DATE(:WS-MONTH-START) - 1 DAY, ISO)
                INTO :WS-PREV-MONTH-START, :WS-PREV-MONTH-END
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'TPCNITE: DATE ARITHMETIC FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO CHECK-FIRST-BUSINESS-DAY-END
           END-IF.

           MOVE WS-PREV-MONTH-START TO WS-ISO-WORK.
           COMPUTE HV-PERIOD-FROM =
              (WS-ISO-WORK-YYYY * 10000) +
              (WS-ISO-WORK-MM * 100) +
              WS-ISO-WORK-DD.
           MOVE WS-PREV-MONTH-END TO WS-ISO-WORK.
           COMPUTE WS-PERIOD-LAST =
              (WS-ISO-WORK-YYYY * 10000) +
              (WS-ISO-WORK-MM * 100) +
              WS-ISO-WORK-DD.
           MOVE WS-MONTH-START TO WS-ISO-WORK.
           COMPUTE HV-PERIOD-TO =
              (WS-ISO-WORK-YYYY * 10000) +
              (WS-ISO-WORK-MM * 100) +
              WS-ISO-WORK-DD.

           MOVE 'Y' TO WS-MONTH-RUN-SW.
       CHECK-FIRST-BUSINESS-DAY-END.

      * PROCEDURE REPORT-MONTHLY-USAGE
       REPORT-MONTHLY-USAGE.
           MOVE SPACES TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
           MOVE HV-PERIOD-FROM TO WS-HDG-FROM.
           MOVE WS-PERIOD-LAST TO WS-HDG-TO.
           MOVE WS-HEADING-LINE-2 TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
           MOVE SPACES TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
           MOVE WS-HEADING-LINE-3 TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.

           EXEC SQL
              OPEN TPCNITE-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'TPCNITE: UNABLE TO OPEN TPCNITE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             GO TO REPORT-MONTHLY-USAGE-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE SPACES TO WS-CURR-PROVIDER.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH TPCNITE-CURSOR
                  INTO :HV-USE-PROVIDER, :HV-USE-NAME,
                       :HV-USE-FUNCTION, :HV-USE-SERVED,
                       :HV-USE-REFUSED, :HV-USE-FAILED
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RECS-READ
               IF HV-USE-PROVIDER NOT = WS-CURR-PROVIDER
                 IF WS-CURR-PROVIDER NOT = SPACES
                   PERFORM WRITE-PROVIDER-TOTAL
                      THRU WRITE-PROVIDER-TOTAL-END
                 END-IF
                 MOVE HV-USE-PROVIDER TO WS-CURR-PROVIDER
                 MOVE HV-USE-NAME TO WS-CURR-NAME
                 MOVE 0 TO WS-PROV-SERVED
                 MOVE 0 TO WS-PROV-REFUSED
                 MOVE 0 TO WS-PROV-FAILED
                 ADD 1 TO WS-PROVIDERS
               END-IF
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TPCNITE: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           IF WS-CURR-PROVIDER NOT = SPACES
             PERFORM WRITE-PROVIDER-TOTAL
                THRU WRITE-PROVIDER-TOTAL-END
           END-IF.

           EXEC SQL
              CLOSE TPCNITE-CURSOR
           END-EXEC.
       REPORT-MONTHLY-USAGE-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

           MOVE HV-USE-PROVIDER TO WS-RPT-PROVIDER.
           MOVE HV-USE-NAME TO WS-RPT-NAME.
           MOVE HV-USE-FUNCTION TO WS-RPT-FUNCTION.
           MOVE HV-USE-SERVED TO WS-RPT-SERVED.
           MOVE HV-USE-REFUSED TO WS-RPT-REFUSED.
           MOVE HV-USE-FAILED TO WS-RPT-FAILED.

           ADD HV-USE-SERVED TO WS-PROV-SERVED.
           ADD HV-USE-REFUSED TO WS-PROV-REFUSED.
           ADD HV-USE-FAILED TO WS-PROV-FAILED.

           MOVE WS-REPORT-LINE TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE WRITE-PROVIDER-TOTAL
      * The distinct customers cannot be added up across functions,
      * so they are counted for the provider afresh, with the live
      * consents it holds at the run date.
       WRITE-PROVIDER-TOTAL.
           MOVE WS-CURR-PROVIDER TO HV-TOTAL-PROVIDER.
           MOVE 0 TO HV-TOTAL-CUSTOMERS.
           MOVE 0 TO HV-TOTAL-LIVE.

           EXEC SQL
              SELECT COUNT(DISTINCT TPU_SORTCODE CONCAT TPU_CUSTNO)
                INTO :HV-TOTAL-CUSTOMERS
                FROM THIRD_PARTY_USAGE
               WHERE TPU_PROVIDER = :HV-TOTAL-PROVIDER
                 AND TPU_DATE >= :HV-PERIOD-FROM
                 AND TPU_DATE < :HV-PERIOD-TO
                 AND TPU_OUTCOME = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'TPCNITE: CUSTOMER COUNT FAILED FOR '
                HV-TOTAL-PROVIDER ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TOTAL-LIVE
                FROM THIRD_PARTY_CONSENT
               WHERE TPC_PROVIDER = :HV-TOTAL-PROVIDER
                 AND TPC_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'TPCNITE: CONSENT COUNT FAILED FOR '
                HV-TOTAL-PROVIDER ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CURR-PROVIDER TO WS-RPT-PROVIDER.
           MOVE WS-CURR-NAME TO WS-RPT-NAME.
           MOVE 'TOTAL' TO WS-RPT-FUNCTION.
           MOVE WS-PROV-SERVED TO WS-RPT-SERVED.
           MOVE WS-PROV-REFUSED TO WS-RPT-REFUSED.
           MOVE WS-PROV-FAILED TO WS-RPT-FAILED.
           MOVE HV-TOTAL-CUSTOMERS TO WS-RPT-CUSTOMERS.
           MOVE HV-TOTAL-LIVE TO WS-RPT-LIVE.

           MOVE WS-REPORT-LINE TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
           MOVE SPACES TO TPCN-RPT-RECORD.
           WRITE TPCN-RPT-RECORD.
       WRITE-PROVIDER-TOTAL-END.

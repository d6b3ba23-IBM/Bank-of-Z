       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBEXTR.

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
      * Monthly credit bureau account-performance contribution.
      *
      * CSIMPORT brings the bureau's scores in; this job sends back
      * how our customers run their credit. Every account carrying
      * credit - an agreed overdraft, a debit balance, a personal
      * loan or a written-off debt - is written as a 'D' detail on
      * the bureau's fixed-format contribution file (CRBOUT),
      * between an 'H' header carrying the month reported and a
      * 'T' trailer carrying the detail count (the CRSEXTR
      * submission-file convention). An overdraft or loan account
      * closed during the month (ACCOUNT_ARCHIVE) is reported one
      * last time as closed, and a loan settled during the month as
      * settled; neither appears again.
      *
      * Each detail carries the matching data the bureau asks for -
      * CUSTOMER_TAX_ID, date of birth and the customer's home
      * address - with the balance, the limit (the agreed overdraft,
      * or the amount advanced on a loan) and a status:
      *
      *   '0'-'6' - months in arrears: for an overdraft, the days
      *             continuously beyond the agreed limit on
      *             OVERDRAFT_EXCESS over thirty; for a loan, the
      *             instalments on LOAN_SCHEDULE that fell due and
      *             were missed. Six means six or more.
      *   'D'     - defaulted: written off (WRITE_OFF), with the
      *             default date and the debt still outstanding
      *             after recoveries as the balance.
      *   'S'     - loan settled.
      *   'C'     - account closed.
      *
      * The arrears count behind the status travels with it.
      *
      * The bureau's response file comes back through CRBRESP.
      * Nothing is updated here, so a rerun simply writes the file
      * again.
      *
      * Runs at month-end after ODEXCESS and LOANCOLL, so the
      * arrears picture is the same day's.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRB-OUT-FILE ASSIGN TO CRBOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRB-OUT-FILE
           RECORDING MODE IS F.
       01  CRB-OUT-RECORD.
           05  CRB-OUT-TYPE              PIC X.
           05  CRB-OUT-SORTCODE          PIC X(6).
           05  CRB-OUT-ACCNO             PIC X(8).
           05  CRB-OUT-ACCT-TYPE         PIC X.
           05  CRB-OUT-CUSTNO            PIC X(10).
           05  CRB-OUT-TAX-ID            PIC X(13).
           05  CRB-OUT-LAST-NAME         PIC X(50).
           05  CRB-OUT-FIRST-NAME        PIC X(50).
           05  CRB-OUT-DOB               PIC 9(8).
           05  CRB-OUT-CITY              PIC X(50).
           05  CRB-OUT-POSTCODE          PIC X(10).
           05  CRB-OUT-COUNTRY           PIC X(50).
           05  CRB-OUT-OPENED            PIC 9(8).
           05  CRB-OUT-BALANCE           PIC 9(10)V99.
           05  CRB-OUT-BALANCE-SIGN      PIC X.
           05  CRB-OUT-LIMIT             PIC 9(10)V99.
           05  CRB-OUT-STATUS            PIC X.
           05  CRB-OUT-ARREARS           PIC 9(3).
           05  CRB-OUT-DEFAULT-DATE      PIC 9(8).
           05  CRB-OUT-DEFAULT-AMOUNT    PIC 9(10)V99.
           05  CRB-OUT-CLOSED-DATE       PIC 9(8).
           05  FILLER                    PIC X(18).

       01  CRB-HDR-RECORD.
           05  CRB-HDR-TYPE              PIC X.
           05  CRB-HDR-LITERAL           PIC X(20).
           05  CRB-HDR-MONTH             PIC 9(6).
           05  CRB-HDR-CREATED           PIC 9(8).
           05  FILLER                    PIC X(305).

       01  CRB-TRL-RECORD.
           05  CRB-TRL-TYPE              PIC X.
           05  CRB-TRL-LITERAL           PIC X(20).
           05  CRB-TRL-COUNT             PIC 9(8).
           05  FILLER                    PIC X(311).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE DB2 copybook - the accounts closed in the
      * month get their closing record
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * PERSONAL_LOAN and LOAN_SCHEDULE DB2 copybooks - the loan,
      * its limit and the instalments missed
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

           EXEC SQL
              INCLUDE LNSCDB2
           END-EXEC.

      * OVERDRAFT_EXCESS DB2 copybook - days beyond the limit
           EXEC SQL
              INCLUDE ODEXDB2
           END-EXEC.

      * WRITE_OFF DB2 copybook - the defaults
           EXEC SQL
              INCLUDE WOFDB2
           END-EXEC.

      * ACCOUNT host variables for DB2 - a live account, or an
      * archived one closed in the month
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-CLOSED-DATE    PIC X(10).

      * CUSTOMER host variables for DB2 - the matching data
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-TAX-ID        PIC X(13).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-COUNTRY       PIC X(50).

      * PERSONAL_LOAN host variables for DB2
       01  HOST-LOAN-ROW.
           03  HV-LOAN-PRINCIPAL         PIC S9(10)V99 COMP-3.
           03  HV-LOAN-STATUS            PIC X.
           03  HV-LOAN-SETTLED-DATE      PIC S9(9) COMP.
       77  HV-MISSED-COUNT           PIC S9(9) COMP    VALUE 0.

      * OVERDRAFT_EXCESS host variables for DB2
       77  HV-EXCESS-FIRST-DATE      PIC S9(9) COMP    VALUE 0.
       77  HV-DAYS-EXCESS            PIC S9(9) COMP    VALUE 0.
       01  HV-FIRST-DATE-ISO         PIC X(10).
       01  HV-FIRST-DATE-ISO-GRP REDEFINES HV-FIRST-DATE-ISO.
           05  WS-FDT-ISO-YYYY       PIC 9(4).
           05  FILLER                PIC X.
           05  WS-FDT-ISO-MM         PIC 99.
           05  FILLER                PIC X.
           05  WS-FDT-ISO-DD         PIC 99.

      * WRITE_OFF host variables for DB2
       01  HOST-WRITE-OFF-ROW.
           03  HV-WOF-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-WOF-RECOVERED          PIC S9(10)V99 COMP-3.
           03  HV-WOF-DATE               PIC S9(9) COMP.

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
      * with the CURRENT DATE fallback, so the month reported is
      * the business month the rest of the suite is running.
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
       77  WS-RUN-MONTH              PIC S9(9) COMP.
       77  WS-MONTH-START            PIC S9(9) COMP.

      *
      * The month as ACCOUNT_ARCHIVE_CLOSED_DATE holds it, in the
      * DD.MM.YYYY layout - its last seven characters.
      *
       01  WS-MONTH-TEXT.
           05  WS-MONTH-TEXT-MM      PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-MONTH-TEXT-YYYY    PIC X(4).

       01  WS-CLOSED-DATE-X          PIC X(10).
       01  WS-CLOSED-DATE-GRP REDEFINES WS-CLOSED-DATE-X.
           05  WS-CLSD-DD            PIC 99.
           05  FILLER                PIC X.
           05  WS-CLSD-MM            PIC 99.
           05  FILLER                PIC X.
           05  WS-CLSD-YYYY          PIC 9(4).

      *
      * Thirty days beyond the limit count as one month in
      * arrears; the status stops at six.
      *
       77  WS-DAYS-PER-MONTH         PIC S9(4) COMP    VALUE 30.
       77  WS-MAX-ARREARS-STATUS     PIC S9(4) COMP    VALUE 6.
       77  WS-ARREARS-MONTHS         PIC S9(9) COMP    VALUE 0.
       77  WS-ARREARS-STATUS-N       PIC 9             VALUE 0.

       77  WS-IS-LOAN                PIC X             VALUE 'N'.
           88  ACCOUNT-IS-LOAN       VALUE 'Y'.
       77  WS-REPORTABLE             PIC X             VALUE 'Y'.
       77  WS-DEFAULT-OWED           PIC S9(10)V99     VALUE 0.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-REPORTED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-IN-ARREARS        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DEFAULTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-CLOSED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-NO-CUSTOMER       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Every live account carrying credit.
           EXEC SQL
              DECLARE CRBLIVE-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER, A.ACCOUNT_OPENED,
                        A.ACCOUNT_OVERDRAFT_LIMIT,
                        A.ACCOUNT_ACTUAL_BALANCE
                   FROM ACCOUNT A
                  WHERE A.ACCOUNT_OVERDRAFT_LIMIT > 0
                     OR A.ACCOUNT_ACTUAL_BALANCE < 0
                     OR EXISTS
                        (SELECT 1
                           FROM PERSONAL_LOAN L
                          WHERE L.LOAN_SORTCODE = A.ACCOUNT_SORTCODE
                            AND L.LOAN_NUMBER = A.ACCOUNT_NUMBER)
                     OR EXISTS
                        (SELECT 1
                           FROM WRITE_OFF W
                          WHERE W.WRITE_OFF_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND W.WRITE_OFF_NUMBER = A.ACCOUNT_NUMBER)
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * Every credit account closed during the month.
           EXEC SQL
              DECLARE CRBCLSD-CURSOR CURSOR FOR
                 SELECT R.ACCOUNT_SORTCODE, R.ACCOUNT_NUMBER,
                        R.ACCOUNT_CUSTOMER_NUMBER, R.ACCOUNT_OPENED,
                        R.ACCOUNT_OVERDRAFT_LIMIT,
                        R.ACCOUNT_ACTUAL_BALANCE,
                        R.ACCOUNT_ARCHIVE_CLOSED_DATE
                   FROM ACCOUNT_ARCHIVE R
                  WHERE SUBSTR(R.ACCOUNT_ARCHIVE_CLOSED_DATE, 4, 7)
                           = :WS-MONTH-TEXT
                    AND (R.ACCOUNT_OVERDRAFT_LIMIT > 0
                     OR EXISTS
                        (SELECT 1
                           FROM PERSONAL_LOAN L
                          WHERE L.LOAN_SORTCODE = R.ACCOUNT_SORTCODE
                            AND L.LOAN_NUMBER = R.ACCOUNT_NUMBER)
                     OR EXISTS
                        (SELECT 1
                           FROM WRITE_OFF W
                          WHERE W.WRITE_OFF_SORTCODE
                                   = R.ACCOUNT_SORTCODE
                            AND W.WRITE_OFF_NUMBER = R.ACCOUNT_NUMBER))
                  ORDER BY R.ACCOUNT_SORTCODE, R.ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'CRBEXTR ' TO BREG-JOB.
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

           COMPUTE WS-RUN-MONTH =
              (WS-CURR-DATE-YYYY * 100) + WS-CURR-DATE-MM.

           COMPUTE WS-MONTH-START = (WS-RUN-MONTH * 100) + 1.

           MOVE WS-CURR-DATE-MM TO WS-MONTH-TEXT-MM.
           MOVE WS-CURR-DATE-YYYY TO WS-MONTH-TEXT-YYYY.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'CRBEXTR: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT CRB-OUT-FILE.

           MOVE SPACES TO CRB-HDR-RECORD.
           MOVE 'H' TO CRB-HDR-TYPE.
           MOVE 'HBNK CONTRIBUTION   ' TO CRB-HDR-LITERAL.
           MOVE WS-RUN-MONTH TO CRB-HDR-MONTH.
           MOVE WS-RUN-DATE TO CRB-HDR-CREATED.
           WRITE CRB-HDR-RECORD.

      *
      *    The live book first.
      *
           EXEC SQL
              OPEN CRBLIVE-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'CRBEXTR: UNABLE TO OPEN CRBLIVE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-LIVE THRU FETCH-NEXT-LIVE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM REPORT-LIVE-ACCOUNT
                THRU REPORT-LIVE-ACCOUNT-END
             PERFORM FETCH-NEXT-LIVE THRU FETCH-NEXT-LIVE-END
           END-PERFORM.

           EXEC SQL
              CLOSE CRBLIVE-CURSOR
           END-EXEC.

      *
      *    Then the month's closures.
      *
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN CRBCLSD-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'CRBEXTR: UNABLE TO OPEN CRBCLSD-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-CLOSED THRU FETCH-NEXT-CLOSED-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM REPORT-CLOSED-ACCOUNT
                THRU REPORT-CLOSED-ACCOUNT-END
             PERFORM FETCH-NEXT-CLOSED THRU FETCH-NEXT-CLOSED-END
           END-PERFORM.

           EXEC SQL
              CLOSE CRBCLSD-CURSOR
           END-EXEC.

           MOVE SPACES TO CRB-TRL-RECORD.
           MOVE 'T' TO CRB-TRL-TYPE.
           MOVE 'RECORDS REPORTED    ' TO CRB-TRL-LITERAL.
           MOVE WS-RECS-REPORTED TO CRB-TRL-COUNT.
           WRITE CRB-TRL-RECORD.

           CLOSE CRB-OUT-FILE.

           IF WS-RECS-NO-CUSTOMER > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: ACCOUNTS SCANNED     = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-REPORTED TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: ACCOUNTS REPORTED    = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-IN-ARREARS TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: IN ARREARS           = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-DEFAULTED TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: DEFAULTED            = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-CLOSED TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: CLOSED OR SETTLED    = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-NO-CUSTOMER TO WS-RECS-DISPLAY.
           DISPLAY 'CRBEXTR: NO CUSTOMER TO MATCH = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-REPORTED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-LIVE
       FETCH-NEXT-LIVE.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH CRBLIVE-CURSOR
                INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT, :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CRBEXTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-LIVE-END.

      * PROCEDURE FETCH-NEXT-CLOSED
       FETCH-NEXT-CLOSED.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH CRBCLSD-CURSOR
                INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT, :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-CLOSED-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CRBEXTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-CLOSED-END.

      * PROCEDURE REPORT-LIVE-ACCOUNT
      * A loan carries its own status; an overdraft is measured by
      * its excess. A write-off overrides either as a default. A
      * loan settled before this month has had its last report.
       REPORT-LIVE-ACCOUNT.
           MOVE 'Y' TO WS-REPORTABLE.

           PERFORM BUILD-IDENTITY THRU BUILD-IDENTITY-END.
           IF WS-REPORTABLE NOT = 'Y'
             GO TO REPORT-LIVE-ACCOUNT-END
           END-IF.

           PERFORM READ-LOAN THRU READ-LOAN-END.

           IF ACCOUNT-IS-LOAN
             IF HV-LOAN-STATUS = 'S'
               IF HV-LOAN-SETTLED-DATE < WS-MONTH-START
                 GO TO REPORT-LIVE-ACCOUNT-END
               END-IF
               MOVE 'S' TO CRB-OUT-STATUS
               MOVE HV-LOAN-SETTLED-DATE TO CRB-OUT-CLOSED-DATE
               ADD 1 TO WS-RECS-CLOSED
             ELSE
               PERFORM COUNT-MISSED-INSTALMENTS
                  THRU COUNT-MISSED-INSTALMENTS-END
             END-IF
           ELSE
             PERFORM COUNT-DAYS-IN-EXCESS
                THRU COUNT-DAYS-IN-EXCESS-END
           END-IF.

           PERFORM READ-WRITE-OFF THRU READ-WRITE-OFF-END.

           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-END.
       REPORT-LIVE-ACCOUNT-END.

      * PROCEDURE REPORT-CLOSED-ACCOUNT
      * The closing record - settled for a loan, closed otherwise,
      * unless the debt was written off first, when it stays a
      * default.
       REPORT-CLOSED-ACCOUNT.
           MOVE 'Y' TO WS-REPORTABLE.

           PERFORM BUILD-IDENTITY THRU BUILD-IDENTITY-END.
           IF WS-REPORTABLE NOT = 'Y'
             GO TO REPORT-CLOSED-ACCOUNT-END
           END-IF.

           PERFORM READ-LOAN THRU READ-LOAN-END.

           IF ACCOUNT-IS-LOAN
             MOVE 'S' TO CRB-OUT-STATUS
           ELSE
             MOVE 'C' TO CRB-OUT-STATUS
           END-IF.

           MOVE HV-ACCOUNT-CLOSED-DATE TO WS-CLOSED-DATE-X.
           IF WS-CLSD-DD NUMERIC AND WS-CLSD-MM NUMERIC
              AND WS-CLSD-YYYY NUMERIC
             COMPUTE CRB-OUT-CLOSED-DATE =
                (WS-CLSD-YYYY * 10000) + (WS-CLSD-MM * 100) +
                WS-CLSD-DD
           END-IF.
           ADD 1 TO WS-RECS-CLOSED.

           PERFORM READ-WRITE-OFF THRU READ-WRITE-OFF-END.

           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-END.
       REPORT-CLOSED-ACCOUNT-END.

      * PROCEDURE BUILD-IDENTITY
      * Starts the detail with the account and the customer's
      * matching data. An account whose customer cannot be read
      * has nothing for the bureau to match on and is counted
      * instead.
       BUILD-IDENTITY.
           MOVE SPACES TO CRB-OUT-RECORD.
           MOVE 'D' TO CRB-OUT-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO CRB-OUT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO CRB-OUT-ACCNO.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CRB-OUT-CUSTNO.
           MOVE HV-ACCOUNT-OPENED TO CRB-OUT-OPENED.
           MOVE HV-ACCOUNT-OVERDRAFT TO CRB-OUT-LIMIT.
           MOVE '0' TO CRB-OUT-STATUS.
           MOVE 0 TO CRB-OUT-ARREARS.
           MOVE 0 TO CRB-OUT-DEFAULT-DATE.
           MOVE 0 TO CRB-OUT-DEFAULT-AMOUNT.
           MOVE 0 TO CRB-OUT-CLOSED-DATE.

           IF HV-ACCOUNT-ACTUAL-BAL < 0
             COMPUTE CRB-OUT-BALANCE = 0 - HV-ACCOUNT-ACTUAL-BAL
             MOVE 'D' TO CRB-OUT-BALANCE-SIGN
           ELSE
             MOVE HV-ACCOUNT-ACTUAL-BAL TO CRB-OUT-BALANCE
             MOVE 'C' TO CRB-OUT-BALANCE-SIGN
           END-IF.

           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_TAX_ID,
                     CUSTOMER_FIRST_NAME,
                     CUSTOMER_LAST_NAME,
                     CUSTOMER_DATE_OF_BIRTH,
                     CUSTOMER_CITY,
                     CUSTOMER_POSTCODE,
                     CUSTOMER_COUNTRY
                INTO :HV-CUSTOMER-TAX-ID,
                     :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-CITY,
                     :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             DISPLAY 'CRBEXTR: NO CUSTOMER FOR ACCOUNT '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
             ADD 1 TO WS-RECS-NO-CUSTOMER
             MOVE 'N' TO WS-REPORTABLE
             GO TO BUILD-IDENTITY-END
           END-IF.

           MOVE HV-CUSTOMER-TAX-ID TO CRB-OUT-TAX-ID.
           MOVE HV-CUSTOMER-LAST-NAME TO CRB-OUT-LAST-NAME.
           MOVE HV-CUSTOMER-FIRST-NAME TO CRB-OUT-FIRST-NAME.
           MOVE HV-CUSTOMER-DOB TO CRB-OUT-DOB.
           MOVE HV-CUSTOMER-CITY TO CRB-OUT-CITY.
           MOVE HV-CUSTOMER-POSTCODE TO CRB-OUT-POSTCODE.
           MOVE HV-CUSTOMER-COUNTRY TO CRB-OUT-COUNTRY.
       BUILD-IDENTITY-END.

      * PROCEDURE READ-LOAN
      * A loan account reports as a loan with the amount advanced
      * as its limit.
       READ-LOAN.
           MOVE 'N' TO WS-IS-LOAN.
           INITIALIZE HOST-LOAN-ROW.

           EXEC SQL
              SELECT LOAN_PRINCIPAL,
                     LOAN_STATUS,
                     LOAN_SETTLED_DATE
                INTO :HV-LOAN-PRINCIPAL,
                     :HV-LOAN-STATUS,
                     :HV-LOAN-SETTLED-DATE
                FROM PERSONAL_LOAN
               WHERE LOAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND LOAN_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-IS-LOAN
             MOVE 'L' TO CRB-OUT-ACCT-TYPE
             MOVE HV-LOAN-PRINCIPAL TO CRB-OUT-LIMIT
           ELSE
             MOVE 'O' TO CRB-OUT-ACCT-TYPE
           END-IF.
       READ-LOAN-END.

      * PROCEDURE COUNT-MISSED-INSTALMENTS
      * Instalments that fell due on or before the run date and
      * were missed, from the loan's schedule.
       COUNT-MISSED-INSTALMENTS.
           MOVE 0 TO HV-MISSED-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-MISSED-COUNT
                FROM LOAN_SCHEDULE
               WHERE LNSC_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND LNSC_NUMBER = :HV-ACCOUNT-NUMBER
                 AND LNSC_STATUS = 'M'
                 AND LNSC_DUE_DATE <= :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-MISSED-COUNT
           END-IF.

           MOVE HV-MISSED-COUNT TO WS-ARREARS-MONTHS.
           IF HV-MISSED-COUNT > 999
             MOVE 999 TO CRB-OUT-ARREARS
           ELSE
             MOVE HV-MISSED-COUNT TO CRB-OUT-ARREARS
           END-IF.

           PERFORM SET-ARREARS-STATUS THRU SET-ARREARS-STATUS-END.
       COUNT-MISSED-INSTALMENTS-END.

      * PROCEDURE COUNT-DAYS-IN-EXCESS
      * Days continuously beyond the agreed limit to the run date,
      * counted the way ODEXCESS counts them; nought when the
      * account is within its limit.
       COUNT-DAYS-IN-EXCESS.
           MOVE 0 TO HV-DAYS-EXCESS.
           MOVE 0 TO WS-ARREARS-MONTHS.

           EXEC SQL
              SELECT OVERDRAFT_EXCESS_FIRST_DATE
                INTO :HV-EXCESS-FIRST-DATE
                FROM OVERDRAFT_EXCESS
               WHERE OVERDRAFT_EXCESS_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND OVERDRAFT_EXCESS_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO COUNT-DAYS-IN-EXCESS-END
           END-IF.

           MOVE 1 TO HV-DAYS-EXCESS.

           IF HV-EXCESS-FIRST-DATE NOT = 0
              AND HV-EXCESS-FIRST-DATE < WS-RUN-DATE
             MOVE SPACES TO HV-FIRST-DATE-ISO
             COMPUTE WS-FDT-ISO-YYYY = HV-EXCESS-FIRST-DATE / 10000
             COMPUTE WS-FDT-ISO-MM =
                (HV-EXCESS-FIRST-DATE / 100) -
                ((HV-EXCESS-FIRST-DATE / 10000) * 100)
             COMPUTE WS-FDT-ISO-DD = HV-EXCESS-FIRST-DATE -
                ((HV-EXCESS-FIRST-DATE / 100) * 100)
             MOVE '-' TO HV-FIRST-DATE-ISO(5:1)
             MOVE '-' TO HV-FIRST-DATE-ISO(8:1)
             EXEC SQL
                SELECT DAYS(DATE(:WS-CURRENT-DATE))
                          - DAYS(DATE(:HV-FIRST-DATE-ISO)) + 1
                  INTO :HV-DAYS-EXCESS
                  FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT = 0 OR HV-DAYS-EXCESS < 1
               MOVE 1 TO HV-DAYS-EXCESS
             END-IF
           END-IF.

           IF HV-DAYS-EXCESS > 999
             MOVE 999 TO CRB-OUT-ARREARS
           ELSE
             MOVE HV-DAYS-EXCESS TO CRB-OUT-ARREARS
           END-IF.

           COMPUTE WS-ARREARS-MONTHS =
              HV-DAYS-EXCESS / WS-DAYS-PER-MONTH.

           PERFORM SET-ARREARS-STATUS THRU SET-ARREARS-STATUS-END.
       COUNT-DAYS-IN-EXCESS-END.

      * PROCEDURE SET-ARREARS-STATUS
       SET-ARREARS-STATUS.
           IF WS-ARREARS-MONTHS > WS-MAX-ARREARS-STATUS
             MOVE WS-MAX-ARREARS-STATUS TO WS-ARREARS-MONTHS
           END-IF.

           MOVE WS-ARREARS-MONTHS TO WS-ARREARS-STATUS-N.
           MOVE WS-ARREARS-STATUS-N TO CRB-OUT-STATUS.

           IF WS-ARREARS-MONTHS > 0
             ADD 1 TO WS-RECS-IN-ARREARS
           END-IF.
       SET-ARREARS-STATUS-END.

      * PROCEDURE READ-WRITE-OFF
      * A written-off debt is a default: the date it was written
      * off, the amount, and what is still owed after recoveries
      * as the balance.
       READ-WRITE-OFF.
           INITIALIZE HOST-WRITE-OFF-ROW.

           EXEC SQL
              SELECT WRITE_OFF_AMOUNT,
                     WRITE_OFF_RECOVERED,
                     WRITE_OFF_DATE
                INTO :HV-WOF-AMOUNT,
                     :HV-WOF-RECOVERED,
                     :HV-WOF-DATE
                FROM WRITE_OFF
               WHERE WRITE_OFF_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND WRITE_OFF_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO READ-WRITE-OFF-END
           END-IF.

           COMPUTE WS-DEFAULT-OWED = HV-WOF-AMOUNT - HV-WOF-RECOVERED.
           IF WS-DEFAULT-OWED < 0
             MOVE 0 TO WS-DEFAULT-OWED
           END-IF.

           MOVE 'D' TO CRB-OUT-STATUS.
           MOVE HV-WOF-DATE TO CRB-OUT-DEFAULT-DATE.
           MOVE HV-WOF-AMOUNT TO CRB-OUT-DEFAULT-AMOUNT.
           MOVE WS-DEFAULT-OWED TO CRB-OUT-BALANCE.
           MOVE 'D' TO CRB-OUT-BALANCE-SIGN.
           ADD 1 TO WS-RECS-DEFAULTED.
       READ-WRITE-OFF-END.

      * PROCEDURE WRITE-DETAIL
       WRITE-DETAIL.
           WRITE CRB-OUT-RECORD.
           ADD 1 TO WS-RECS-REPORTED.
       WRITE-DETAIL-END.

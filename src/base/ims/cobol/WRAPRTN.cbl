       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRAPRTN.

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
      * Annual tax-free savings wrapper subscription return.
      *
      * Writes the return file (WRAPOUT) the revenue asks of every
      * wrapper provider once the tax year is over: one 'D' record
      * per customer who subscribed to, or moved savings into or out
      * of, one of our wrappers in the year, with the identifying
      * details the revenue matches on - tax reference, name, date
      * of birth and postcode - and the year's figures from
      * WRAP_SUBSCRIPTION, which WRAPCHK keeps as the credits post.
      * An 'H' header names the tax year and a 'T' trailer carries
      * the record count and control totals.
      *
      * The tax year is given by a YEAR=CCYY card on SYSIN - the
      * calendar year it starts in, on 6 April. Without one the job
      * reports the last complete tax year before the business date
      * (BNKDATE, with the CURRENT DATE fallback), which is what the
      * annual schedule wants.
      *
      * A subscriber with no tax reference on CUSTOMER, or whose
      * customer row cannot be found, is still written - the revenue
      * needs the subscription - but is listed on the job log and
      * ends the run with return code 4 for operations to chase
      * before the file is sent.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRAP-OUT-FILE ASSIGN TO WRAPOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WRAP-OUT-FILE
           RECORDING MODE IS F.
       01  WRAP-OUT-RECORD               PIC X(150).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * WRAP_SUBSCRIPTION DB2 copybook
           EXEC SQL
              INCLUDE WSUBDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the identifying details on the return
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * WRAP_SUBSCRIPTION and CUSTOMER host variables for DB2
       01  HOST-RETURN-ROW.
           03  HV-SUB-SORTCODE           PIC X(6).
           03  HV-SUB-CUSTNO             PIC X(10).
           03  HV-SUB-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-SUB-TRANSFER-IN        PIC S9(10)V99 COMP-3.
           03  HV-SUB-TRANSFER-OUT       PIC S9(10)V99 COMP-3.
           03  HV-SUB-FIRST-DATE         PIC S9(9) COMP.
           03  HV-SUB-LAST-DATE          PIC S9(9) COMP.
           03  HV-CUST-FOUND             PIC X.
           03  HV-CUST-TAX-ID            PIC X(13).
           03  HV-CUST-LAST-NAME         PIC X(50).
           03  HV-CUST-FIRST-NAME        PIC X(50).
           03  HV-CUST-DOB               PIC S9(9) COMP.
           03  HV-CUST-POSTCODE          PIC X(10).

       77  HV-TAX-YEAR               PIC S9(9) COMP    VALUE 0.

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
      * The business date, from the BANKING_DATE control row with
      * the CURRENT DATE fallback.
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
       77  WS-RUN-MMDD               PIC 9(4).

      *
      * The tax year starts on 6 April, and is known by the calendar
      * year it starts in.
      *
       77  WS-TAX-YEAR-START-MMDD    PIC 9(4)          VALUE 0406.
       77  WS-TAX-YEAR-DISPLAY       PIC 9(4).
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECORDS-WRITTEN        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECORDS-INCOMPLETE     PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-TOTAL-SUBSCRIBED       PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-TRANSFER-IN      PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-TRANSFER-OUT     PIC S9(12)V99     VALUE 0.

      *
      * The return file layouts - an 'H' header, one 'D' record per
      * customer, and a 'T' control trailer.
      *
       01  WS-RETURN-HEADER.
           05  WS-RTH-REC-TYPE       PIC X     VALUE 'H'.
           05  WS-RTH-TAX-YEAR       PIC 9(4).
           05  WS-RTH-RUN-DATE       PIC 9(8).
           05  FILLER                PIC X(137) VALUE SPACES.

       01  WS-RETURN-DETAIL.
           05  WS-RTD-REC-TYPE       PIC X     VALUE 'D'.
           05  WS-RTD-SORTCODE       PIC X(6).
           05  WS-RTD-CUSTNO         PIC X(10).
           05  WS-RTD-TAX-ID         PIC X(13).
           05  WS-RTD-LAST-NAME      PIC X(35).
           05  WS-RTD-FIRST-NAME     PIC X(20).
           05  WS-RTD-DOB            PIC 9(8).
           05  WS-RTD-POSTCODE       PIC X(10).
           05  WS-RTD-SUBSCRIBED     PIC 9(10)V99.
           05  WS-RTD-TRANSFER-IN    PIC 9(10)V99.
           05  WS-RTD-TRANSFER-OUT   PIC 9(10)V99.
           05  WS-RTD-FIRST-DATE     PIC 9(8).
           05  FILLER                PIC X(3)  VALUE SPACES.

       01  WS-RETURN-TRAILER.
           05  WS-RTT-REC-TYPE       PIC X     VALUE 'T'.
           05  WS-RTT-COUNT          PIC 9(8).
           05  WS-RTT-SUBSCRIBED     PIC 9(12)V99.
           05  WS-RTT-TRANSFER-IN    PIC 9(12)V99.
           05  WS-RTT-TRANSFER-OUT   PIC 9(12)V99.
           05  FILLER                PIC X(99) VALUE SPACES.

      * The year's subscription rows with the customer's identifying
      * details, in customer order. A customer row that has gone
      * still leaves its subscription on the return.
           EXEC SQL
              DECLARE WRAPRTN-CURSOR CURSOR FOR
                 SELECT S.WRAP_SUBSCRIPTION_SORTCODE,
                        S.WRAP_SUBSCRIPTION_CUSTNO,
                        S.WRAP_SUBSCRIPTION_AMOUNT,
                        S.WRAP_SUBSCRIPTION_TRANSFER_IN,
                        S.WRAP_SUBSCRIPTION_TRANSFER_OUT,
                        S.WRAP_SUBSCRIPTION_FIRST_DATE,
                        S.WRAP_SUBSCRIPTION_LAST_DATE,
                        CASE WHEN C.CUSTOMER_NUMBER IS NULL
                             THEN 'N' ELSE 'Y' END,
                        COALESCE(C.CUSTOMER_TAX_ID, ' '),
                        COALESCE(C.CUSTOMER_LAST_NAME, ' '),
                        COALESCE(C.CUSTOMER_FIRST_NAME, ' '),
                        COALESCE(C.CUSTOMER_DATE_OF_BIRTH, 0),
                        COALESCE(C.CUSTOMER_POSTCODE, ' ')
                   FROM WRAP_SUBSCRIPTION S
                   LEFT OUTER JOIN CUSTOMER C
                     ON C.CUSTOMER_SORTCODE
                           = S.WRAP_SUBSCRIPTION_SORTCODE
                    AND C.CUSTOMER_NUMBER
                           = S.WRAP_SUBSCRIPTION_CUSTNO
                  WHERE S.WRAP_SUBSCRIPTION_TAX_YEAR = :HV-TAX-YEAR
                  ORDER BY S.WRAP_SUBSCRIPTION_SORTCODE,
                           S.WRAP_SUBSCRIPTION_CUSTNO
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'WRAPRTN' TO BREG-JOB.
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

      *
      *    By default, the last tax year to have ended - the one
      *    before the tax year the business date falls in.
      *
           COMPUTE WS-RUN-MMDD =
              (WS-CURR-DATE-MM * 100) + WS-CURR-DATE-DD.
           COMPUTE HV-TAX-YEAR = WS-CURR-DATE-YYYY - 1.
           IF WS-RUN-MMDD < WS-TAX-YEAR-START-MMDD
             SUBTRACT 1 FROM HV-TAX-YEAR
           END-IF.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           MOVE HV-TAX-YEAR TO WS-TAX-YEAR-DISPLAY.
           DISPLAY 'WRAPRTN: RUN DATE = ' WS-RUN-DATE-DISPLAY
                   ' TAX YEAR = ' WS-TAX-YEAR-DISPLAY.

           OPEN OUTPUT WRAP-OUT-FILE.

           MOVE WS-TAX-YEAR-DISPLAY TO WS-RTH-TAX-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RTH-RUN-DATE.
           MOVE WS-RETURN-HEADER TO WRAP-OUT-RECORD.
           WRITE WRAP-OUT-RECORD.

           EXEC SQL
              OPEN WRAPRTN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'WRAPRTN: UNABLE TO OPEN WRAPRTN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             CLOSE WRAP-OUT-FILE
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH WRAPRTN-CURSOR
                  INTO :HV-SUB-SORTCODE, :HV-SUB-CUSTNO,
                       :HV-SUB-AMOUNT, :HV-SUB-TRANSFER-IN,
                       :HV-SUB-TRANSFER-OUT, :HV-SUB-FIRST-DATE,
                       :HV-SUB-LAST-DATE, :HV-CUST-FOUND,
                       :HV-CUST-TAX-ID, :HV-CUST-LAST-NAME,
                       :HV-CUST-FIRST-NAME, :HV-CUST-DOB,
                       :HV-CUST-POSTCODE
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-RETURN-DETAIL
                  THRU WRITE-RETURN-DETAIL-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'WRAPRTN: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE WRAPRTN-CURSOR
           END-EXEC.

           MOVE WS-RECORDS-WRITTEN TO WS-RTT-COUNT.
           MOVE WS-TOTAL-SUBSCRIBED TO WS-RTT-SUBSCRIBED.
           MOVE WS-TOTAL-TRANSFER-IN TO WS-RTT-TRANSFER-IN.
           MOVE WS-TOTAL-TRANSFER-OUT TO WS-RTT-TRANSFER-OUT.
           MOVE WS-RETURN-TRAILER TO WRAP-OUT-RECORD.
           WRITE WRAP-OUT-RECORD.

           CLOSE WRAP-OUT-FILE.

           MOVE WS-RECORDS-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'WRAPRTN: SUBSCRIBERS RETURNED = ' WS-RECS-DISPLAY.
           MOVE WS-RECORDS-INCOMPLETE TO WS-RECS-DISPLAY.
           DISPLAY 'WRAPRTN: INCOMPLETE DETAILS   = ' WS-RECS-DISPLAY.

           IF RETURN-CODE = 0 AND WS-RECORDS-INCOMPLETE > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECORDS-WRITTEN TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * YEAR=CCYY names the tax year to report - the calendar year
      * it starts in. A card that does not parse is reported and
      * ignored, leaving the default year.
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
             WHEN SYSIN-RECORD (1:5) = 'YEAR='
               IF SYSIN-RECORD (6:4) NUMERIC
                 MOVE SYSIN-RECORD (6:4) TO WS-TAX-YEAR-DISPLAY
                 MOVE WS-TAX-YEAR-DISPLAY TO HV-TAX-YEAR
               ELSE
                 DISPLAY 'WRAPRTN: UNUSABLE YEAR= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'WRAPRTN: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE WRITE-RETURN-DETAIL
      * One 'D' record per subscriber. Details the revenue cannot
      * match on are flagged on the job log for operations.
       WRITE-RETURN-DETAIL.
           MOVE SPACES TO WS-RETURN-DETAIL.
           MOVE 'D' TO WS-RTD-REC-TYPE.
           MOVE HV-SUB-SORTCODE TO WS-RTD-SORTCODE.
           MOVE HV-SUB-CUSTNO TO WS-RTD-CUSTNO.
           MOVE HV-CUST-TAX-ID TO WS-RTD-TAX-ID.
           MOVE HV-CUST-LAST-NAME TO WS-RTD-LAST-NAME.
           MOVE HV-CUST-FIRST-NAME TO WS-RTD-FIRST-NAME.
           MOVE HV-CUST-DOB TO WS-RTD-DOB.
           MOVE HV-CUST-POSTCODE TO WS-RTD-POSTCODE.
           MOVE HV-SUB-AMOUNT TO WS-RTD-SUBSCRIBED.
           MOVE HV-SUB-TRANSFER-IN TO WS-RTD-TRANSFER-IN.
           MOVE HV-SUB-TRANSFER-OUT TO WS-RTD-TRANSFER-OUT.
           MOVE HV-SUB-FIRST-DATE TO WS-RTD-FIRST-DATE.

           MOVE WS-RETURN-DETAIL TO WRAP-OUT-RECORD.
           WRITE WRAP-OUT-RECORD.

           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD HV-SUB-AMOUNT TO WS-TOTAL-SUBSCRIBED.
           ADD HV-SUB-TRANSFER-IN TO WS-TOTAL-TRANSFER-IN.
           ADD HV-SUB-TRANSFER-OUT TO WS-TOTAL-TRANSFER-OUT.

           IF HV-CUST-FOUND NOT = 'Y'
             DISPLAY 'WRAPRTN: NO CUSTOMER ROW FOR SUBSCRIBER '
                     HV-SUB-SORTCODE '/' HV-SUB-CUSTNO
             ADD 1 TO WS-RECORDS-INCOMPLETE
             GO TO WRITE-RETURN-DETAIL-END
           END-IF.

           IF HV-CUST-TAX-ID = SPACES
             DISPLAY 'WRAPRTN: NO TAX REFERENCE FOR SUBSCRIBER '
                     HV-SUB-SORTCODE '/' HV-SUB-CUSTNO
             ADD 1 TO WS-RECORDS-INCOMPLETE
           END-IF.
       WRITE-RETURN-DETAIL-END.

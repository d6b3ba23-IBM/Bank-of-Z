       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPDUE.

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
      * Unauthorised-transaction refund deadline report.
      *
      * An unauthorised-transaction claim must be refunded by the
      * end of the next business day after it was raised. TXNDISP
      * refunds at once unless there are grounds to suspect fraud by
      * the customer, when the refund is held - and a held refund is
      * only defensible while the grounds stand. So every claim
      * still without its refund is listed here against its
      * TRANSACTION_DISPUTE deadline, the most overdue first: one
      * past the deadline is flagged OVERDUE, one due on the run
      * date DUE TODAY and one due on the next business day DUE
      * NEXT DAY. Claims due later than that are not yet listed.
      *
      * The run date is the BANKING_DATE business date from BNKDATE
      * and the next business day is rolled on the same calendar,
      * so a Friday run warns of Monday's deadlines. The counts are
      * displayed for the operator/job log and the run is recorded
      * on the batch run register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPDUE-RPT-FILE ASSIGN TO DSPDRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPDUE-RPT-FILE
           RECORDING MODE IS F.
       01  DISPDUE-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

      * TRANSACTION_DISPUTE DB2 copybook
           EXEC SQL
              INCLUDE TDSPDB2
           END-EXEC.

       01  HOST-DISPUTE-ROW.
           03  HV-TDS-SORTCODE            PIC X(6).
           03  HV-TDS-NUMBER              PIC X(8).
           03  HV-TDS-PROCTRAN-REF        PIC X(12).
           03  HV-TDS-TXN-DATE            PIC X(10).
           03  HV-TDS-AMOUNT              PIC S9(10)V99 COMP-3.
           03  HV-TDS-RAISED-DATE         PIC S9(9) COMP.
           03  HV-TDS-RAISED-BY           PIC X(3).
           03  HV-TDS-DEADLINE            PIC S9(9) COMP.
           03  HV-TDS-NOTES               PIC X(100).

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
      * CURRENT DATE fallback - and the next business day after it,
      * each as a CCYYMMDD integer to compare with the deadline.
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

       01  WS-NEXT-DAY               PIC X(10).

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-NEXT-BUS-DATE          PIC S9(9) COMP.
       77  WS-DATE-DISPLAY           PIC 9(8).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-OVERDUE           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DUE-TODAY         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DUE-NEXT          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(40)
                 VALUE 'UNAUTHORISED TRANSACTION CLAIMS - REFUND'.
           05  FILLER                PIC X(24)
                 VALUE ' DEADLINES - RUN DATE '.
           05  WS-HDG-RUN-DATE       PIC 9(8).
           05  FILLER                PIC X(20)
                 VALUE '  NEXT BUSINESS DAY '.
           05  WS-HDG-NEXT-DATE      PIC 9(8).

       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(28)
                 VALUE 'FLAG          DEADLINE  SCOD'.
           05  FILLER                PIC X(28)
                 VALUE 'E  ACCOUNT   DEBIT REF     T'.
           05  FILLER                PIC X(28)
                 VALUE 'XN DATE           AMOUNT  RA'.
           05  FILLER                PIC X(28)
                 VALUE 'ISED    BY   GROUNDS'.

       01  WS-REPORT-LINE.
           05  WS-RPT-FLAG           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DEADLINE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REF            PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TXN-DATE       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC Z(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-RAISED         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-RAISED-BY      PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTES          PIC X(35).

      * Claims still without their refund, due by the next business
      * day or already past due, the most overdue first.
           EXEC SQL
              DECLARE DISPDUE-CURSOR CURSOR FOR
                 SELECT TDISP_SORTCODE, TDISP_NUMBER,
                        TDISP_PROCTRAN_REF, TDISP_TXN_DATE,
                        TDISP_AMOUNT, TDISP_RAISED_DATE,
                        TDISP_RAISED_BY, TDISP_DEADLINE,
                        TDISP_NOTES
                   FROM TRANSACTION_DISPUTE
                  WHERE TDISP_STATUS = 'H'
                    AND TDISP_DEADLINE <= :WS-NEXT-BUS-DATE
                  ORDER BY TDISP_DEADLINE, TDISP_SORTCODE,
                           TDISP_NUMBER, TDISP_PROCTRAN_REF
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DISPDUE ' TO BREG-JOB.
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

           PERFORM FIND-NEXT-BUSINESS-DAY
              THRU FIND-NEXT-BUSINESS-DAY-END.

           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY.
           DISPLAY 'DISPDUE: RUN DATE          = ' WS-DATE-DISPLAY.
           MOVE WS-NEXT-BUS-DATE TO WS-DATE-DISPLAY.
           DISPLAY 'DISPDUE: NEXT BUSINESS DAY = ' WS-DATE-DISPLAY.

           OPEN OUTPUT DISPDUE-RPT-FILE.

           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-NEXT-BUS-DATE TO WS-HDG-NEXT-DATE.
           MOVE WS-HEADING-LINE-1 TO DISPDUE-RPT-RECORD.
           WRITE DISPDUE-RPT-RECORD.
           MOVE SPACES TO DISPDUE-RPT-RECORD.
           WRITE DISPDUE-RPT-RECORD.
           MOVE WS-HEADING-LINE-2 TO DISPDUE-RPT-RECORD.
           WRITE DISPDUE-RPT-RECORD.

           EXEC SQL
              OPEN DISPDUE-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'DISPDUE: UNABLE TO OPEN DISPDUE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH DISPDUE-CURSOR
                  INTO :HV-TDS-SORTCODE, :HV-TDS-NUMBER,
                       :HV-TDS-PROCTRAN-REF, :HV-TDS-TXN-DATE,
                       :HV-TDS-AMOUNT, :HV-TDS-RAISED-DATE,
                       :HV-TDS-RAISED-BY, :HV-TDS-DEADLINE,
                       :HV-TDS-NOTES
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RECS-READ
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'DISPDUE: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE DISPDUE-CURSOR
           END-EXEC.

           CLOSE DISPDUE-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'DISPDUE: CLAIMS LISTED     = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-OVERDUE TO WS-RECS-DISPLAY.
           DISPLAY 'DISPDUE: OVERDUE           = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-DUE-TODAY TO WS-RECS-DISPLAY.
           DISPLAY 'DISPDUE: DUE TODAY         = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-DUE-NEXT TO WS-RECS-DISPLAY.
           DISPLAY 'DISPDUE: DUE NEXT DAY      = '
                   WS-RECS-DISPLAY.

           IF WS-RECS-OVERDUE > 0 AND RETURN-CODE = 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FIND-NEXT-BUSINESS-DAY
      * The day after the run date, rolled past weekends and bank
      * holidays by BNKDATE. Should the calendar fail, the next
      * calendar day is used - the report then warns a little early
      * rather than not at all.
       FIND-NEXT-BUSINESS-DAY.
           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE) + 1 DAY, ISO)
                INTO :WS-NEXT-DAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DISPDUE: DATE ARITHMETIC FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE WS-RUN-DATE TO WS-NEXT-BUS-DATE
             MOVE 8 TO RETURN-CODE
             GO TO FIND-NEXT-BUSINESS-DAY-END
           END-IF.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-ROLL-FORWARD TO TRUE.
           MOVE WS-NEXT-DAY TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF BNKD-OK
             MOVE BNKD-DATE-OUT TO WS-CURRENT-DATE
           ELSE
             DISPLAY 'DISPDUE: ROLL TO NEXT BUSINESS DAY FAILED FOR '
                WS-NEXT-DAY
             MOVE WS-NEXT-DAY TO WS-CURRENT-DATE
           END-IF.

           COMPUTE WS-NEXT-BUS-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.
       FIND-NEXT-BUSINESS-DAY-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

           EVALUATE TRUE
             WHEN HV-TDS-DEADLINE < WS-RUN-DATE
               MOVE 'OVERDUE' TO WS-RPT-FLAG
               ADD 1 TO WS-RECS-OVERDUE
             WHEN HV-TDS-DEADLINE = WS-RUN-DATE
               MOVE 'DUE TODAY' TO WS-RPT-FLAG
               ADD 1 TO WS-RECS-DUE-TODAY
             WHEN OTHER
               MOVE 'DUE NEXT DAY' TO WS-RPT-FLAG
               ADD 1 TO WS-RECS-DUE-NEXT
           END-EVALUATE.

           MOVE HV-TDS-DEADLINE TO WS-RPT-DEADLINE.
           MOVE HV-TDS-SORTCODE TO WS-RPT-SCODE.
           MOVE '/' TO WS-REPORT-LINE(31:1).
           MOVE HV-TDS-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-TDS-PROCTRAN-REF TO WS-RPT-REF.
           MOVE HV-TDS-TXN-DATE TO WS-RPT-TXN-DATE.
           MOVE HV-TDS-AMOUNT TO WS-RPT-AMOUNT.
           MOVE HV-TDS-RAISED-DATE TO WS-RPT-RAISED.
           MOVE HV-TDS-RAISED-BY TO WS-RPT-RAISED-BY.
           MOVE HV-TDS-NOTES (1:35) TO WS-RPT-NOTES.

           MOVE WS-REPORT-LINE TO DISPDUE-RPT-RECORD.
           WRITE DISPDUE-RPT-RECORD.
       WRITE-REPORT-LINE-END.

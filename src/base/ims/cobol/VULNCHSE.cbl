       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNCHSE.

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
      * Vulnerability register review chase.
      *
      * Lists every CUSTOMER_VULNERABILITY entry whose review date
      * falls within WS-WINDOW-DAYS of the run date (or has passed
      * already), the most overdue first, so the branch can contact
      * the customer and review the support agreed before it goes
      * stale. The support stays in force past its review date -
      * FEECHARG, ODEXCESS, COLLNITE and LTRGEN keep honouring it -
      * so an overdue entry is marked on the report rather than
      * dropped. A review is recorded through VULNMNT as an update
      * with the next review date, which takes the entry off the
      * list.
      *
      * Shaped like KYCCHASE: the window is a program constant, the
      * counts are displayed for the operator/job log, and each
      * chase is logged through CORRLOG.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VULCHS-RPT-FILE ASSIGN TO VULCRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VULCHS-RPT-FILE
           RECORDING MODE IS F.
       01  VULCHS-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_VULNERABILITY DB2 copybook
           EXEC SQL
              INCLUDE CVULDB2
           END-EXEC.

       01  HOST-CHASE-ROW.
           03  HV-CUSTOMER-SORTCODE       PIC X(6).
           03  HV-CUSTOMER-NUMBER         PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME     PIC X(50).
           03  HV-CUSTOMER-LAST-NAME      PIC X(50).
           03  HV-VULN-CATEGORY           PIC X(10).
           03  HV-VULN-FEE-WAIVE          PIC X.
           03  HV-VULN-COLL-PAUSE         PIC X.
           03  HV-VULN-LETTER-FORMAT      PIC X.
           03  HV-VULN-RECORDED-BY        PIC X(3).
           03  HV-VULN-REVIEW-DATE        PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * CORRLOG commarea - the one copy of the correspondence
      * record every producing program writes
       01  CORRLOG-PROGRAM           PIC X(8)  VALUE 'CORRLOG'.
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      *
      * How far ahead of the review date the chase starts.
      *
       77  WS-WINDOW-DAYS            PIC 9(4)          VALUE 30.

       01  WS-DATE-WORK              PIC X(10).
       01  WS-DATE-WORK-GRP REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-DATE-WORK-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-DATE-WORK-DD       PIC 99.

       77  WS-WINDOW-END             PIC S9(9) COMP.
       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-WINDOW-DISPLAY         PIC 9(8).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-OVERDUE           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-REPORT-LINE.
           05  WS-RPT-REVIEW         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NAME           PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CATEGORY       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-FEE-WAIVE      PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-COLL-PAUSE     PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-FORMAT         PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-RECORDED-BY    PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE           PIC X(14).

      * Entries due for review inside the window, the longest
      * overdue first.
           EXEC SQL
              DECLARE VULCHS-CURSOR CURSOR FOR
                 SELECT CUSTOMER_SORTCODE, CUSTOMER_NUMBER,
                        CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME,
                        CUST_VULN_CATEGORY, CUST_VULN_FEE_WAIVE,
                        CUST_VULN_COLL_PAUSE,
                        CUST_VULN_LETTER_FORMAT,
                        CUST_VULN_RECORDED_BY,
                        CUST_VULN_REVIEW_DATE
                   FROM CUSTOMER, CUSTOMER_VULNERABILITY
                  WHERE CUST_VULN_SORTCODE = CUSTOMER_SORTCODE
                    AND CUST_VULN_NUMBER = CUSTOMER_NUMBER
                    AND CUST_VULN_REVIEW_DATE <= :WS-WINDOW-END
                  ORDER BY CUST_VULN_REVIEW_DATE,
                           CUSTOMER_SORTCODE, CUSTOMER_NUMBER,
                           CUST_VULN_CATEGORY
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-DATE-WORK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           COMPUTE WS-RUN-DATE =
              (WS-DATE-WORK-YYYY * 10000) +
              (WS-DATE-WORK-MM * 100) +
              WS-DATE-WORK-DD.

           EXEC SQL
              SELECT CURRENT DATE + :WS-WINDOW-DAYS DAYS
                INTO :WS-DATE-WORK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           COMPUTE WS-WINDOW-END =
              (WS-DATE-WORK-YYYY * 10000) +
              (WS-DATE-WORK-MM * 100) +
              WS-DATE-WORK-DD.

           MOVE WS-WINDOW-END TO WS-WINDOW-DISPLAY.
           DISPLAY 'VULNCHSE: CHASING REVIEWS DUE BY '
                   WS-WINDOW-DISPLAY.

           OPEN OUTPUT VULCHS-RPT-FILE.

           EXEC SQL
              OPEN VULCHS-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'VULNCHSE: UNABLE TO OPEN VULCHS-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH VULCHS-CURSOR
                  INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                       :HV-CUSTOMER-FIRST-NAME,
                       :HV-CUSTOMER-LAST-NAME,
                       :HV-VULN-CATEGORY, :HV-VULN-FEE-WAIVE,
                       :HV-VULN-COLL-PAUSE, :HV-VULN-LETTER-FORMAT,
                       :HV-VULN-RECORDED-BY, :HV-VULN-REVIEW-DATE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RECS-READ
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'VULNCHSE: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE VULCHS-CURSOR
           END-EXEC.

           CLOSE VULCHS-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'VULNCHSE: REVIEWS IN THE WINDOW = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-OVERDUE TO WS-RECS-DISPLAY.
           DISPLAY 'VULNCHSE: ALREADY OVERDUE       = '
                   WS-RECS-DISPLAY.

           STOP RUN.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-VULN-REVIEW-DATE TO WS-RPT-REVIEW.
           MOVE HV-CUSTOMER-SORTCODE TO WS-RPT-SCODE.
           MOVE '/' TO WS-REPORT-LINE(17:1).
           MOVE HV-CUSTOMER-NUMBER TO WS-RPT-CUSTNO.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-RPT-NAME
           END-STRING.
           MOVE HV-VULN-CATEGORY TO WS-RPT-CATEGORY.
           MOVE HV-VULN-FEE-WAIVE TO WS-RPT-FEE-WAIVE.
           MOVE HV-VULN-COLL-PAUSE TO WS-RPT-COLL-PAUSE.
           MOVE HV-VULN-LETTER-FORMAT TO WS-RPT-FORMAT.
           MOVE HV-VULN-RECORDED-BY TO WS-RPT-RECORDED-BY.

           IF HV-VULN-REVIEW-DATE < WS-RUN-DATE
             MOVE 'OVERDUE' TO WS-RPT-NOTE
             ADD 1 TO WS-RECS-OVERDUE
           END-IF.

           MOVE WS-REPORT-LINE TO VULCHS-RPT-RECORD.
           WRITE VULCHS-RPT-RECORD.

           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-CUSTOMER-SORTCODE TO CORR-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO CORR-CUSTNO.
           MOVE 'VULNCHSE' TO CORR-DOC-TYPE.
           MOVE 'VULCHS' TO CORR-TEMPLATE.
           MOVE 'EN' TO CORR-LANGUAGE.
           MOVE 'POST' TO CORR-CHANNEL.
           MOVE 'VULNCHSE' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.
       WRITE-REPORT-LINE-END.

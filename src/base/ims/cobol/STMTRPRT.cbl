       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPRT.

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
      * On-demand statement fulfilment.
      *
      * Works every pending STATEMENT_REQUEST STMTREQ has taken and
      * produces, for each, a statement in the ACCSTMT layout for
      * exactly the date range asked for - heading, name and
      * address, one line per transaction with its type description,
      * and the closing balance for the range.
      *
      * Where PROCARCH has already archived part of the range (the
      * sort code's PTRAN_ARCHIVE_CONTROL date is on or after the
      * range start) the archived days are read back from the unload
      * generations concatenated on PARCIN, selected the way PROCRETR
      * selects them; the rest of the range comes from the live
      * PROCTRAN table.
      *
      * A range that has already been statemented - any part of it
      * before the account's last cycle statement, or the same range
      * fulfilled before - is headed COPY STATEMENT. Where the
      * product has a 'STMTREQ' TARIFF row the charge is posted as a
      * 'CHG' line, the FEECHARG way, unless the account's fees are
      * waived or the vulnerability register says to waive them.
      *
      * Delivery follows ACCSTMT: the channel on the request is
      * used, email falling back to paper when quarantined, and a
      * request whose only viable channel is quarantined is
      * suppressed with an ops exception line. A delivery trailer
      * closes the print file. Each statement is logged on
      * CORRESPONDENCE_LOG through CORRLOG and the request marked
      * done in the same unit of work, one request per commit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARC-IN-FILE ASSIGN TO PARCIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPRT-RPT-FILE ASSIGN TO RPRTRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERPRT-OUT-FILE ASSIGN TO ERPRTSTM
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPRT-EXC-FILE ASSIGN TO RPRTEXC
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARC-IN-FILE
           RECORDING MODE IS F.
       01  PARC-IN-RECORD                PIC X(180).

       FD  RPRT-RPT-FILE
           RECORDING MODE IS F.
       01  RPRT-RPT-RECORD               PIC X(132).

       FD  ERPRT-OUT-FILE
           RECORDING MODE IS F.
       01  ERPRT-OUT-RECORD              PIC X(132).

       FD  RPRT-EXC-FILE
           RECORDING MODE IS F.
       01  RPRT-EXC-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * STATEMENT_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE STRQDB2
           END-EXEC.

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

      * PTRAN_ARCHIVE_CONTROL DB2 copybook - how far PROCARCH has
      * taken the sort code off the live table
           EXEC SQL
              INCLUDE PARCDB2
           END-EXEC.

      * TARIFF DB2 copybook - the 'STMTREQ' charge
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - line descriptions, and the
      * 'CHG' type this job posts must be on it before anything
      * moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

      * CONTACT_STATUS DB2 copybook - statements must stop posting
      * to channels CONTFLAG has quarantined
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

      * STATEMENT_REQUEST host variables for DB2
       01  HOST-REQUEST-ROW.
           03  HV-SRQ-ID                 PIC S9(9) COMP.
           03  HV-SRQ-SORTCODE           PIC X(6).
           03  HV-SRQ-NUMBER             PIC X(8).
           03  HV-SRQ-FROM-DATE          PIC S9(9) COMP.
           03  HV-SRQ-TO-DATE            PIC S9(9) COMP.
           03  HV-SRQ-CHANNEL            PIC X(6).
           03  HV-SRQ-STATUS             PIC X.
           03  HV-SRQ-COPY               PIC X.
           03  HV-SRQ-FEE                PIC S9(10)V99 COMP-3.

       77  HV-PRIOR-COUNT            PIC S9(9) COMP    VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-FEE-WAIVER     PIC X.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

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
           03  HV-CUSTOMER-MAIL-IND      PIC X.
           03  HV-CUSTOMER-MAIL-LINE1    PIC X(50).
           03  HV-CUSTOMER-MAIL-CITY     PIC X(50).
           03  HV-CUSTOMER-MAIL-POSTCD   PIC X(10).

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
           03  HV-PROCTRAN-VALUE-DATE    PIC X(10).

       77  HV-ARCH-THRU-DATE         PIC S9(9) COMP    VALUE 0.
       77  HV-TARIFF-AMOUNT          PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.
       01  HV-TXNT-CODE              PIC X(3).
       01  HV-TXNT-DESCRIPTION       PIC X(30).
       01  WS-LAST-TYPE-CODE         PIC X(3)          VALUE SPACES.
       01  WS-LAST-TYPE-DESC         PIC X(30)         VALUE SPACES.

      *
      * The range as CCYYMMDD text for the test against the
      * rebuilt PROCTRAN date - the live part covers the whole
      * range, archived days or not.
      *
       77  HV-FROM-X                 PIC X(8)          VALUE SPACES.
       77  HV-TO-X                   PIC X(8)          VALUE SPACES.
       77  WS-LIVE-FROM-DATE         PIC S9(9) COMP    VALUE 0.
       77  WS-DATE-DISPLAY           PIC 9(8).

      *
      * The unload record as PROCARCH writes it - every PROCTRAN
      * column in fixed text, amounts sign-leading-separate.
      *
       01  WS-UNLOAD-RECORD.
           05  WS-UNL-EYECATCHER     PIC X(4).
           05  WS-UNL-SORTCODE       PIC X(6).
           05  WS-UNL-NUMBER         PIC X(8).
           05  WS-UNL-DATE           PIC X(10).
           05  WS-UNL-DATE-GRP REDEFINES WS-UNL-DATE.
               07  WS-UNL-DATE-DD    PIC 99.
               07  FILLER            PIC X.
               07  WS-UNL-DATE-MM    PIC 99.
               07  FILLER            PIC X.
               07  WS-UNL-DATE-YYYY  PIC 9999.
           05  WS-UNL-TIME           PIC X(6).
           05  WS-UNL-REF            PIC X(12).
           05  WS-UNL-TYPE           PIC X(3).
           05  WS-UNL-DESC           PIC X(90).
           05  WS-UNL-AMOUNT         PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-BALANCE        PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-VALUE-DATE     PIC X(10).

       77  WS-UNL-DATE-INT           PIC S9(9) COMP    VALUE 0.
       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.

      *
      * The delivery decision for the statement in hand - 'P'
      * print, 'E' e-statement extract, 'S' suppressed with an ops
      * exception - and the counts the delivery trailer balances
      * against requests worked.
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
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'REQUEST '.
           05  WS-EXC-REQ-ID         PIC 9(8).

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
       77  WS-END-OF-PTRN            PIC X             VALUE 'N'.
           88  END-OF-PTRN           VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-STMTS-PRODUCED         PIC 9(8)  COMP    VALUE 0.
       77  WS-COPIES-PRODUCED        PIC 9(8)  COMP    VALUE 0.
       77  WS-FEES-CHARGED           PIC 9(8)  COMP    VALUE 0.
       77  WS-REQS-FAILED            PIC 9(8)  COMP    VALUE 0.
       77  WS-ARCHIVE-LINES          PIC 9(8)  COMP    VALUE 0.
       77  WS-ACTIVITY-LINES         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-CLOSING-BAL            PIC S9(10)V99     VALUE 0.

       01  WS-COPY-LINE.
           05  FILLER                PIC X(34)
               VALUE '*** COPY STATEMENT ***'.

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(10) VALUE 'STATEMENT '.
           05  WS-HEAD-SCODE         PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-HEAD-ACCNO         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-HEAD-TYPE          PIC X(8).
           05  FILLER                PIC X(6)  VALUE ' FROM '.
           05  WS-HEAD-FROM          PIC 9(8).
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  WS-HEAD-TO            PIC 9(8).
           05  FILLER                PIC X(10) VALUE '  REQUEST '.
           05  WS-HEAD-REQ-ID        PIC 9(8).

       01  WS-NAME-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-NAME-TEXT          PIC X(110).

       01  WS-ADDR-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ADDR-TEXT          PIC X(110).

       01  WS-ACTIVITY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-DATE           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-TIME           PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-REF            PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-TYPE           PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-BALANCE        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-TYPE-DESC      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ACT-VALUE-TEXT     PIC X(6).
           05  WS-ACT-VALUE-DATE     PIC X(10).

       01  WS-FOOT-LINE.
           05  FILLER                PIC X(18)
                                     VALUE '  CLOSING BALANCE '.
           05  WS-FOOT-CLOSING       PIC -(10)9.99.

      * Pending requests, oldest first. WITH HOLD so the
      * per-request commits do not close the cursor.
           EXEC SQL
              DECLARE REQUEST-CURSOR CURSOR WITH HOLD FOR
                 SELECT STMT_REQ_ID, STMT_REQ_SORTCODE,
                        STMT_REQ_NUMBER, STMT_REQ_FROM_DATE,
                        STMT_REQ_TO_DATE, STMT_REQ_CHANNEL
                   FROM STATEMENT_REQUEST
                  WHERE STMT_REQ_STATUS = 'P'
                  ORDER BY STMT_REQ_ID
           END-EXEC.

      * The account's live PROCTRAN rows in the range, in posting
      * order as ACCSTMT prints them.
           EXEC SQL
              DECLARE RPRTACT-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT, PROCTRAN_BALANCE,
                        COALESCE(PROCTRAN_VALUE_DATE, PROCTRAN_DATE)
                   FROM PROCTRAN
                  WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                    AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                           BETWEEN :HV-FROM-X AND :HV-TO-X
                  ORDER BY PROCTRAN_REF
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'STMTRPRT' TO BREG-JOB.
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
           DISPLAY 'STMTRPRT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'CHG' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           OPEN OUTPUT RPRT-RPT-FILE.
           OPEN OUTPUT ERPRT-OUT-FILE.
           OPEN OUTPUT RPRT-EXC-FILE.

           EXEC SQL
              OPEN REQUEST-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'STMTRPRT: UNABLE TO OPEN REQUEST-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-REQUEST THRU FETCH-NEXT-REQUEST-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM FULFIL-REQUEST THRU FULFIL-REQUEST-END
             PERFORM FETCH-NEXT-REQUEST THRU FETCH-NEXT-REQUEST-END
           END-PERFORM.

           EXEC SQL
              CLOSE REQUEST-CURSOR
           END-EXEC.

      *
      *    The delivery-method count trailer - print plus email
      *    plus suppressed balances against requests worked.
      *
           MOVE WS-PRINT-COUNT TO WS-TRL-PRINT.
           MOVE WS-EMAIL-COUNT TO WS-TRL-EMAIL.
           MOVE WS-SUPPRESS-COUNT TO WS-TRL-SUPP.
           MOVE WS-TRAILER-LINE TO RPRT-RPT-RECORD.
           WRITE RPRT-RPT-RECORD.

           CLOSE RPRT-RPT-FILE.
           CLOSE ERPRT-OUT-FILE.
           CLOSE RPRT-EXC-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: REQUESTS PENDING       = '
                   WS-RECS-DISPLAY.
           MOVE WS-STMTS-PRODUCED TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: STATEMENTS PRODUCED    = '
                   WS-RECS-DISPLAY.
           MOVE WS-COPIES-PRODUCED TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: OF WHICH COPIES        = '
                   WS-RECS-DISPLAY.
           MOVE WS-FEES-CHARGED TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: FEES CHARGED           = '
                   WS-RECS-DISPLAY.
           MOVE WS-ARCHIVE-LINES TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: ARCHIVED LINES READ    = '
                   WS-RECS-DISPLAY.
           MOVE WS-PRINT-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: DELIVERED BY PRINT     = '
                   WS-RECS-DISPLAY.
           MOVE WS-EMAIL-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: DELIVERED BY EMAIL     = '
                   WS-RECS-DISPLAY.
           MOVE WS-SUPPRESS-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: SUPPRESSED FOR OPS     = '
                   WS-RECS-DISPLAY.
           MOVE WS-REQS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'STMTRPRT: REQUESTS FAILED        = '
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
             DISPLAY 'STMTRPRT: TYPE ' HV-TXNT-CODE ' NOT ON '
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
              FETCH REQUEST-CURSOR
                INTO :HV-SRQ-ID, :HV-SRQ-SORTCODE,
                     :HV-SRQ-NUMBER, :HV-SRQ-FROM-DATE,
                     :HV-SRQ-TO-DATE, :HV-SRQ-CHANNEL
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'STMTRPRT: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-RECS-READ
             END-IF
           END-IF.
       FETCH-NEXT-REQUEST-END.

      * PROCEDURE FULFIL-REQUEST
      * Produces the statement for one request, charges for it,
      * logs it and marks the request done - one unit of work.
       FULFIL-REQUEST.
           MOVE 'N' TO HV-SRQ-COPY.
           MOVE 0 TO HV-SRQ-FEE.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE HV-SRQ-SORTCODE TO WS-EXC-SCODE.
           MOVE HV-SRQ-NUMBER TO WS-EXC-ACCNO.
           MOVE HV-SRQ-ID TO WS-EXC-REQ-ID.

           PERFORM READ-ACCOUNT THRU READ-ACCOUNT-END.

           IF HV-SRQ-STATUS = 'F'
      *
      *      The account has left the live book since the request
      *      was taken - nothing to statement against.
      *
             ADD 1 TO WS-REQS-FAILED
             MOVE 'ACCOUNT NO LONGER ON FILE - NO STATEMENT'
                TO WS-EXC-TEXT
             MOVE WS-EXCEPTION-LINE TO RPRT-EXC-RECORD
             WRITE RPRT-EXC-RECORD
             PERFORM MARK-REQUEST THRU MARK-REQUEST-END
             GO TO FULFIL-REQUEST-END
           END-IF.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

           PERFORM DECIDE-DELIVERY THRU DECIDE-DELIVERY-END.

           IF WS-DELIVERY-MODE = 'S'
             ADD 1 TO WS-SUPPRESS-COUNT
             MOVE 'ONLY VIABLE CHANNEL QUARANTINED - NO STATEMENT'
                TO WS-EXC-TEXT
             MOVE WS-EXCEPTION-LINE TO RPRT-EXC-RECORD
             WRITE RPRT-EXC-RECORD
             MOVE 'S' TO HV-SRQ-STATUS
             PERFORM MARK-REQUEST THRU MARK-REQUEST-END
             GO TO FULFIL-REQUEST-END
           END-IF.

           IF WS-DELIVERY-MODE = 'E'
             ADD 1 TO WS-EMAIL-COUNT
           ELSE
             ADD 1 TO WS-PRINT-COUNT
           END-IF.

           PERFORM CHECK-COPY THRU CHECK-COPY-END.

           PERFORM WRITE-STATEMENT-HEAD THRU WRITE-STATEMENT-HEAD-END.

           MOVE 0 TO WS-ACTIVITY-LINES.
           MOVE 0 TO WS-CLOSING-BAL.
           PERFORM WRITE-ARCHIVED-ACTIVITY
              THRU WRITE-ARCHIVED-ACTIVITY-END.
           PERFORM WRITE-LIVE-ACTIVITY THRU WRITE-LIVE-ACTIVITY-END.

           IF WS-ACTIVITY-LINES = 0
             MOVE SPACES TO WS-STMT-LINE-OUT
             MOVE '  NO ACTIVITY IN THIS PERIOD' TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           ELSE
             MOVE WS-CLOSING-BAL TO WS-FOOT-CLOSING
             MOVE WS-FOOT-LINE TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.

           PERFORM CHARGE-REQUEST THRU CHARGE-REQUEST-END.

      *
      *    Record that the statement went, and how.
      *
           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO CORR-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CORR-CUSTNO.
           MOVE 'STMTREQ' TO CORR-DOC-TYPE.
           IF HV-SRQ-COPY = 'Y'
             MOVE 'STMTCOPY' TO CORR-TEMPLATE
           ELSE
             MOVE 'STMT' TO CORR-TEMPLATE
           END-IF.
           MOVE 'EN' TO CORR-LANGUAGE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE 'EMAIL' TO CORR-CHANNEL
           ELSE
             MOVE 'POST' TO CORR-CHANNEL
           END-IF.
           MOVE WS-ADDR-TEXT (1:60) TO CORR-ADDRESS.
           MOVE 'STMTRPRT' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.

           MOVE 'D' TO HV-SRQ-STATUS.
           PERFORM MARK-REQUEST THRU MARK-REQUEST-END.

           ADD 1 TO WS-STMTS-PRODUCED.
           IF HV-SRQ-COPY = 'Y'
             ADD 1 TO WS-COPIES-PRODUCED
           END-IF.
       FULFIL-REQUEST-END.

      * PROCEDURE READ-ACCOUNT
      * Status 'F' comes back when the account is no longer live.
       READ-ACCOUNT.
           MOVE 'P' TO HV-SRQ-STATUS.
           MOVE HV-SRQ-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-SRQ-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                     ACCOUNT_LAST_STMT_DATE,
                     COALESCE(ACCOUNT_FEE_WAIVER, 'N'),
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-LAST-STMT-DT,
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
               DISPLAY 'STMTRPRT: ACCOUNT LOOKUP FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
             END-IF
             MOVE 'F' TO HV-SRQ-STATUS
           END-IF.
       READ-ACCOUNT-END.

      * PROCEDURE CHECK-COPY
      * The range has been statemented already if any of it falls
      * before the last cycle statement, or the same range has been
      * fulfilled for the account before.
       CHECK-COPY.
           IF HV-SRQ-FROM-DATE < HV-ACCOUNT-LAST-STMT-DT
             MOVE 'Y' TO HV-SRQ-COPY
             GO TO CHECK-COPY-END
           END-IF.

           MOVE 0 TO HV-PRIOR-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-PRIOR-COUNT
                FROM STATEMENT_REQUEST
               WHERE STMT_REQ_SORTCODE = :HV-SRQ-SORTCODE
                 AND STMT_REQ_NUMBER = :HV-SRQ-NUMBER
                 AND STMT_REQ_FROM_DATE = :HV-SRQ-FROM-DATE
                 AND STMT_REQ_TO_DATE = :HV-SRQ-TO-DATE
                 AND STMT_REQ_STATUS = 'D'
                 AND STMT_REQ_ID <> :HV-SRQ-ID
           END-EXEC.

           IF SQLCODE = 0 AND HV-PRIOR-COUNT > 0
             MOVE 'Y' TO HV-SRQ-COPY
           END-IF.
       CHECK-COPY-END.

      * PROCEDURE DECIDE-DELIVERY
      * The channel asked for, with the ACCSTMT fallbacks: email
      * that is quarantined falls back to paper, and paper that is
      * quarantined leaves nothing - suppressed for ops.
       DECIDE-DELIVERY.
           MOVE 'P' TO WS-DELIVERY-MODE.

           IF HV-SRQ-CHANNEL = 'EMAIL'
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
             MOVE WS-STMT-LINE-OUT TO ERPRT-OUT-RECORD
             WRITE ERPRT-OUT-RECORD
           ELSE
             MOVE WS-STMT-LINE-OUT TO RPRT-RPT-RECORD
             WRITE RPRT-RPT-RECORD
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
                     COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE1, ' '),
                     COALESCE(CUSTOMER_MAIL_CITY, ' '),
                     COALESCE(CUSTOMER_MAIL_POSTCODE, ' ')
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-EMAIL,
                     :HV-CUSTOMER-MAIL-IND, :HV-CUSTOMER-MAIL-LINE1,
                     :HV-CUSTOMER-MAIL-CITY, :HV-CUSTOMER-MAIL-POSTCD
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'STMTRPRT: CUSTOMER LOOKUP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-CUST-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'NAME NOT ON FILE' TO HV-CUSTOMER-LAST-NAME
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE WRITE-STATEMENT-HEAD
       WRITE-STATEMENT-HEAD.
           MOVE SPACES TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.

           IF HV-SRQ-COPY = 'Y'
             MOVE WS-COPY-LINE TO WS-STMT-LINE-OUT
             PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END
           END-IF.

           MOVE HV-ACCOUNT-SORTCODE TO WS-HEAD-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO WS-HEAD-ACCNO.
           MOVE HV-ACCOUNT-TYPE TO WS-HEAD-TYPE.
           MOVE HV-SRQ-FROM-DATE TO WS-HEAD-FROM.
           MOVE HV-SRQ-TO-DATE TO WS-HEAD-TO.
           MOVE HV-SRQ-ID TO WS-HEAD-REQ-ID.
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

      * PROCEDURE WRITE-ARCHIVED-ACTIVITY
      * When PROCARCH has archived the start of the range, the
      * archived days are read back off PARCIN - the generations
      * PROCRETR reads. The live read still covers the whole range:
      * a customer under legal hold keeps rows live behind the
      * archive date, and an archived row is no longer live, so
      * nothing is printed twice.
       WRITE-ARCHIVED-ACTIVITY.
           MOVE HV-SRQ-FROM-DATE TO WS-LIVE-FROM-DATE.
           MOVE 0 TO HV-ARCH-THRU-DATE.

           EXEC SQL
              SELECT PTRAN_ARCHIVE_THRU_DATE
                INTO :HV-ARCH-THRU-DATE
                FROM PTRAN_ARCHIVE_CONTROL
               WHERE PTRAN_ARCHIVE_SORTCODE = :HV-ACCOUNT-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-ARCH-THRU-DATE < HV-SRQ-FROM-DATE
             GO TO WRITE-ARCHIVED-ACTIVITY-END
           END-IF.

           MOVE 'N' TO WS-END-OF-INPUT.
           OPEN INPUT PARC-IN-FILE.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ PARC-IN-FILE INTO WS-UNLOAD-RECORD
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   PERFORM MATCH-ARCHIVED-ROW
                      THRU MATCH-ARCHIVED-ROW-END
             END-READ
           END-PERFORM.

           CLOSE PARC-IN-FILE.
       WRITE-ARCHIVED-ACTIVITY-END.

      * PROCEDURE MATCH-ARCHIVED-ROW
      * Applies the request's account and range to one unload
      * record, the PROCRETR selection, and prints it if they hold.
       MATCH-ARCHIVED-ROW.
           IF WS-UNL-SORTCODE NOT = HV-ACCOUNT-SORTCODE
              OR WS-UNL-NUMBER NOT = HV-ACCOUNT-NUMBER
             GO TO MATCH-ARCHIVED-ROW-END
           END-IF.

           COMPUTE WS-UNL-DATE-INT =
              (WS-UNL-DATE-YYYY * 10000) +
              (WS-UNL-DATE-MM * 100) +
              WS-UNL-DATE-DD.

           IF WS-UNL-DATE-INT < HV-SRQ-FROM-DATE
              OR WS-UNL-DATE-INT > HV-SRQ-TO-DATE
             GO TO MATCH-ARCHIVED-ROW-END
           END-IF.

           MOVE WS-UNL-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-UNL-TIME TO HV-PROCTRAN-TIME.
           MOVE WS-UNL-REF TO HV-PROCTRAN-REF.
           MOVE WS-UNL-TYPE TO HV-PROCTRAN-TYPE.
           MOVE WS-UNL-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-UNL-BALANCE TO HV-PROCTRAN-BALANCE.
           IF WS-UNL-VALUE-DATE = SPACES
             MOVE WS-UNL-DATE TO HV-PROCTRAN-VALUE-DATE
           ELSE
             MOVE WS-UNL-VALUE-DATE TO HV-PROCTRAN-VALUE-DATE
           END-IF.
           PERFORM WRITE-ACTIVITY-LINE THRU WRITE-ACTIVITY-LINE-END.
           ADD 1 TO WS-ARCHIVE-LINES.
       MATCH-ARCHIVED-ROW-END.

      * PROCEDURE WRITE-LIVE-ACTIVITY
      * The range from the live PROCTRAN table.
       WRITE-LIVE-ACTIVITY.
           IF WS-LIVE-FROM-DATE > HV-SRQ-TO-DATE
             GO TO WRITE-LIVE-ACTIVITY-END
           END-IF.

           MOVE WS-LIVE-FROM-DATE TO WS-DATE-DISPLAY.
           MOVE WS-DATE-DISPLAY TO HV-FROM-X.
           MOVE HV-SRQ-TO-DATE TO WS-DATE-DISPLAY.
           MOVE WS-DATE-DISPLAY TO HV-TO-X.
           MOVE 'N' TO WS-END-OF-PTRN.

           EXEC SQL
              OPEN RPRTACT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'STMTRPRT: UNABLE TO OPEN RPRTACT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-PTRN
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-PTRN
             EXEC SQL
                FETCH RPRTACT-CURSOR
                  INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE, :HV-PROCTRAN-VALUE-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-ACTIVITY-LINE
                  THRU WRITE-ACTIVITY-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'STMTRPRT: ACTIVITY FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-PTRN
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE RPRTACT-CURSOR
           END-EXEC.
       WRITE-LIVE-ACTIVITY-END.

      * PROCEDURE WRITE-ACTIVITY-LINE
      * One transaction in the ACCSTMT activity layout; the balance
      * after the last line printed is the range's closing balance.
       WRITE-ACTIVITY-LINE.
           MOVE SPACES TO WS-ACTIVITY-LINE.
           MOVE HV-PROCTRAN-DATE TO WS-ACT-DATE.
           MOVE HV-PROCTRAN-TIME TO WS-ACT-TIME.
           MOVE HV-PROCTRAN-REF TO WS-ACT-REF.
           MOVE HV-PROCTRAN-TYPE TO WS-ACT-TYPE.
           MOVE HV-PROCTRAN-AMOUNT TO WS-ACT-AMOUNT.
           MOVE HV-PROCTRAN-BALANCE TO WS-ACT-BALANCE.
           PERFORM GET-TYPE-DESCRIPTION
              THRU GET-TYPE-DESCRIPTION-END.
           MOVE WS-LAST-TYPE-DESC TO WS-ACT-TYPE-DESC.
           IF HV-PROCTRAN-VALUE-DATE NOT = HV-PROCTRAN-DATE
             MOVE 'VALUE ' TO WS-ACT-VALUE-TEXT
             MOVE HV-PROCTRAN-VALUE-DATE TO WS-ACT-VALUE-DATE
           END-IF.
           MOVE WS-ACTIVITY-LINE TO WS-STMT-LINE-OUT.
           PERFORM PUT-STATEMENT-LINE THRU PUT-STATEMENT-LINE-END.
           ADD 1 TO WS-ACTIVITY-LINES.
           MOVE HV-PROCTRAN-BALANCE TO WS-CLOSING-BAL.
       WRITE-ACTIVITY-LINE-END.

      * PROCEDURE GET-TYPE-DESCRIPTION
      * Looks the type's description up on TRANSACTION_TYPE,
      * remembering the last one fetched. A code with no reference
      * row prints as the bare code, as on ACCSTMT.
       GET-TYPE-DESCRIPTION.
           IF HV-PROCTRAN-TYPE = WS-LAST-TYPE-CODE
             GO TO GET-TYPE-DESCRIPTION-END
           END-IF.

           MOVE HV-PROCTRAN-TYPE TO WS-LAST-TYPE-CODE.
           MOVE SPACES TO WS-LAST-TYPE-DESC.
           MOVE HV-PROCTRAN-TYPE TO WS-LAST-TYPE-DESC.
           MOVE HV-PROCTRAN-TYPE TO HV-TXNT-CODE.

           EXEC SQL
              SELECT TRANSACTION_TYPE_DESCRIPTION
                INTO :HV-TXNT-DESCRIPTION
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE = 0
             MOVE HV-TXNT-DESCRIPTION TO WS-LAST-TYPE-DESC
           END-IF.
       GET-TYPE-DESCRIPTION-END.

      * PROCEDURE CHARGE-REQUEST
      * Applies the product's STMTREQ tariff, the FEECHARG way. A
      * product with no row is not charged; a waived account or a
      * customer whose agreed support waives fees is not charged.
      * A charge that cannot be posted is backed out and left off -
      * the statement still goes.
       CHARGE-REQUEST.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 0 TO HV-TARIFF-AMOUNT.

           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
             GO TO CHARGE-REQUEST-END
           END-IF.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = 'STMTREQ'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TARIFF-AMOUNT = 0
             GO TO CHARGE-REQUEST-END
           END-IF.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO VULN-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'STMTRPRT: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/'
                     HV-ACCOUNT-NUMBER ' - FEE NOT CHARGED'
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
             DISPLAY 'STMTRPRT: FEE UPDATE FAILED FOR '
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

           MOVE WS-FEE-AMOUNT TO HV-SRQ-FEE.
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
             DISPLAY 'STMTRPRT: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/'
                     HV-ACCOUNT-NUMBER
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-CHARGE-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'STATEMENT REQUEST FEE'
              TO HV-PROCTRAN-DESC(17:21).
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
             DISPLAY 'STMTRPRT: UNABLE TO INSERT PROCTRAN FOR '
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
              UPDATE STATEMENT_REQUEST
                 SET STMT_REQ_STATUS = :HV-SRQ-STATUS,
                     STMT_REQ_COPY = :HV-SRQ-COPY,
                     STMT_REQ_FEE = :HV-SRQ-FEE,
                     STMT_REQ_DONE_DATE = :WS-RUN-DATE
               WHERE STMT_REQ_ID = :HV-SRQ-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'STMTRPRT: UNABLE TO MARK REQUEST '
                     WS-EXC-REQ-ID ' SQLCODE=' SQLCODE-DISPLAY
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

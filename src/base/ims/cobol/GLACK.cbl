       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK.

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
      * General-ledger acknowledgement processing and GL control
      * reconciliation.
      *
      * GLEXTR and ACCRJNL register each journal file they send on
      * GL_JOURNAL as sent. The finance system returns an
      * acknowledgement file, on GLACKIN, which this job reads back
      * so a rejected batch or line is known the next morning rather
      * than at the month-end close. The file holds three kinds of
      * record:
      *
      *   'H' - one per journal the ledger processed, keyed on the
      *         sending program and the journal date: accepted 'A'
      *         or rejected 'R' outright, the lines it received and
      *         how many of them it rejected, and its reason.
      *   'L' - one per rejected line: its record number in the
      *         journal file, the journal line itself as it was
      *         sent, and the ledger's reason code and text. The
      *         lines of a journal follow its 'H' record.
      *   'B' - the ledger's customer-ledger (CUSTLEDG) control
      *         balance for a sort code and currency at a balance
      *         date, normally each month end, signed as the
      *         accounts are. Balances for other GL accounts are
      *         ignored. The records are in balance-date order.
      *
      * Each 'H' sets the journal's status on GL_JOURNAL - accepted,
      * part accepted when lines were rejected, or rejected - and
      * each 'L' is recorded on GL_JOURNAL_REJECT; reprocessing an
      * acknowledgement replaces the lines recorded before. Rejected
      * journals and lines, journals the ledger acknowledged that
      * were never registered, a line count differing from the one
      * sent, and journals still unacknowledged a number of days
      * after they were sent (SYSIN card ACKDAYS=nn, default 3) are
      * printed on the exceptions report, GLACKRPT.
      *
      * Each 'B' balance is reconciled against the subledger - the
      * ACCOUNT_BALANCE_CONTROL position ACCTCTL stored for the sort
      * code and currency on or before the balance date - and the
      * result kept on GL_RECONCILIATION. A sort code and currency
      * with a subledger position but no balance from the ledger is
      * reconciled against a ledger balance of nil, so the
      * reconciliation stands for every branch each month. A
      * difference still open from the previous balance date keeps
      * the date it was first seen, and is aged from it on the
      * reconciliation report, GLRECRPT. A rerun for the same
      * balance date replaces its own rows.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLACK-IN-FILE ASSIGN TO GLACKIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLACK-RPT-FILE ASSIGN TO GLACKRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLREC-RPT-FILE ASSIGN TO GLRECRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  GLACK-IN-FILE
           RECORDING MODE IS F.
       01  GLACK-IN-RECORD               PIC X(120).

       FD  GLACK-RPT-FILE
           RECORDING MODE IS F.
       01  GLACK-RPT-RECORD              PIC X(132).

       FD  GLREC-RPT-FILE
           RECORDING MODE IS F.
       01  GLREC-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * GL_JOURNAL and GL_JOURNAL_REJECT DB2 copybooks - the journals
      * sent and the lines the ledger rejected
           EXEC SQL
              INCLUDE GLJRDB2
           END-EXEC.

           EXEC SQL
              INCLUDE GLRJDB2
           END-EXEC.

      * GL_RECONCILIATION and ACCOUNT_BALANCE_CONTROL DB2 copybooks -
      * the ledger's control balances against the subledger
           EXEC SQL
              INCLUDE GLRCDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ABCTDB2
           END-EXEC.

      * Journal host variables
       01  HOST-JOURNAL-ROW.
           03  HV-JRN-SOURCE             PIC X(8).
           03  HV-JRN-DATE               PIC S9(9) COMP.
           03  HV-JRN-LINES              PIC S9(9) COMP.
           03  HV-JRN-STATUS             PIC X.
           03  HV-JRN-LINES-REJECTED     PIC S9(9) COMP.
           03  HV-JRN-REASON             PIC X(30).
           03  HV-JRN-COUNT              PIC S9(9) COMP.

      * Rejected line host variables
       01  HOST-REJECT-ROW.
           03  HV-REJ-LINE-NO            PIC S9(9) COMP.
           03  HV-REJ-SORTCODE           PIC X(6).
           03  HV-REJ-GL-ACCOUNT         PIC X(8).
           03  HV-REJ-TXN-TYPE           PIC X(3).
           03  HV-REJ-DR-CR              PIC X.
           03  HV-REJ-AMOUNT             PIC S9(12)V99 COMP-3.
           03  HV-REJ-CURRENCY           PIC X(3).
           03  HV-REJ-REASON-CODE        PIC X(4).
           03  HV-REJ-REASON-TEXT        PIC X(30).

      * Reconciliation host variables
       01  HOST-RECON-ROW.
           03  HV-REC-SORTCODE           PIC X(6).
           03  HV-REC-CURRENCY           PIC X(3).
           03  HV-REC-DATE               PIC S9(9) COMP.
           03  HV-REC-GL-BALANCE         PIC S9(13)V99 COMP-3.
           03  HV-REC-SUB-BALANCE        PIC S9(13)V99 COMP-3.
           03  HV-REC-SUB-DATE           PIC S9(9) COMP.
           03  HV-REC-DIFFERENCE         PIC S9(13)V99 COMP-3.
           03  HV-REC-SINCE              PIC S9(9) COMP.

       77  HV-PRIOR-DIFFERENCE       PIC S9(13)V99 COMP-3 VALUE 0.
       77  HV-PRIOR-SINCE            PIC S9(9) COMP    VALUE 0.
       77  HV-AGE-DAYS               PIC S9(9) COMP    VALUE 0.
       77  HV-ACK-DAYS               PIC S9(4) COMP    VALUE 3.

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
      * CURRENT DATE fallback - as a CCYYMMDD integer.
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
       77  WS-ACK-CUTOFF             PIC S9(9) COMP    VALUE 0.

      *
      * ISO forms of the balance date and the date a difference was
      * first seen, for the age in days.
      *
       01  WS-DATE-N                 PIC 9(8).
       01  WS-DATE-N-GRP REDEFINES WS-DATE-N.
           05  WS-DATE-N-YYYY        PIC X(4).
           05  WS-DATE-N-MM          PIC XX.
           05  WS-DATE-N-DD          PIC XX.

       01  HV-AGE-FROM-ISO.
           05  WS-AFROM-YYYY         PIC X(4).
           05  FILLER                PIC X VALUE '-'.
           05  WS-AFROM-MM           PIC XX.
           05  FILLER                PIC X VALUE '-'.
           05  WS-AFROM-DD           PIC XX.

       01  HV-AGE-TO-ISO.
           05  WS-ATO-YYYY           PIC X(4).
           05  FILLER                PIC X VALUE '-'.
           05  WS-ATO-MM             PIC XX.
           05  FILLER                PIC X VALUE '-'.
           05  WS-ATO-DD             PIC XX.

      *
      * The acknowledgement file record, in its three views.
      *
       01  WS-ACK-RECORD.
           05  WS-ACK-REC-TYPE       PIC X.
               88  ACK-JOURNAL       VALUE 'H'.
               88  ACK-LINE          VALUE 'L'.
               88  ACK-BALANCE       VALUE 'B'.
           05  FILLER                PIC X(119).

       01  WS-ACK-JOURNAL REDEFINES WS-ACK-RECORD.
           05  FILLER                PIC X.
           05  WS-AKH-SOURCE         PIC X(8).
           05  WS-AKH-DATE           PIC 9(8).
           05  WS-AKH-STATUS         PIC X.
               88  AKH-ACCEPTED      VALUE 'A'.
               88  AKH-REJECTED      VALUE 'R'.
           05  WS-AKH-LINES-RECEIVED PIC 9(8).
           05  WS-AKH-LINES-REJECTED PIC 9(8).
           05  WS-AKH-REASON         PIC X(30).
           05  FILLER                PIC X(56).

       01  WS-ACK-LINE REDEFINES WS-ACK-RECORD.
           05  FILLER                PIC X.
           05  WS-AKL-SOURCE         PIC X(8).
           05  WS-AKL-DATE           PIC 9(8).
           05  WS-AKL-LINE-NO        PIC 9(8).
           05  WS-AKL-JOURNAL-LINE.
               10  WS-AKL-REC-TYPE       PIC X.
               10  WS-AKL-SORTCODE       PIC X(6).
               10  WS-AKL-GL-ACCOUNT     PIC X(8).
               10  WS-AKL-TXN-TYPE       PIC X(3).
               10  WS-AKL-DR-CR          PIC X.
               10  WS-AKL-AMOUNT         PIC 9(12)V99.
               10  WS-AKL-JRN-DATE       PIC 9(8).
               10  WS-AKL-CURRENCY       PIC X(3).
               10  WS-AKL-GBP-AMOUNT     PIC 9(12)V99.
               10  FILLER                PIC X(2).
           05  WS-AKL-REASON-CODE    PIC X(4).
           05  WS-AKL-REASON-TEXT    PIC X(30).
           05  FILLER                PIC X(1).

       01  WS-ACK-BALANCE REDEFINES WS-ACK-RECORD.
           05  FILLER                PIC X.
           05  WS-AKB-SORTCODE       PIC X(6).
           05  WS-AKB-CURRENCY       PIC X(3).
           05  WS-AKB-DATE           PIC 9(8).
           05  WS-AKB-GL-ACCOUNT     PIC X(8).
           05  WS-AKB-BALANCE        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(78).

      *
      * The journal whose lines are being read - its 'H' record.
      *
       77  WS-CUR-SOURCE             PIC X(8)          VALUE SPACES.
       77  WS-CUR-DATE               PIC 9(8)          VALUE 0.
       77  WS-CUR-KNOWN              PIC X             VALUE 'N'.
       77  WS-CUR-EXPECTED-REJ       PIC 9(8)  COMP    VALUE 0.
       77  WS-CUR-LINES-REJ          PIC 9(8)  COMP    VALUE 0.

      *
      * The balance date being reconciled.
      *
       77  WS-RECON-DATE             PIC 9(8)          VALUE 0.

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-JOURNALS-ACCEPTED      PIC 9(8)  COMP    VALUE 0.
       77  WS-JOURNALS-PART          PIC 9(8)  COMP    VALUE 0.
       77  WS-JOURNALS-REJECTED      PIC 9(8)  COMP    VALUE 0.
       77  WS-JOURNALS-UNKNOWN       PIC 9(8)  COMP    VALUE 0.
       77  WS-JOURNALS-UNACKED       PIC 9(8)  COMP    VALUE 0.
       77  WS-LINES-REJECTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-BALANCES-IGNORED       PIC 9(8)  COMP    VALUE 0.
       77  WS-BALANCES-AGREED        PIC 9(8)  COMP    VALUE 0.
       77  WS-BALANCES-DIFFER        PIC 9(8)  COMP    VALUE 0.
       77  WS-EXCEPTIONS             PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-ACKDAYS-DISPLAY        PIC 9(2).

      *
      * The exceptions report layouts.
      *
       01  WS-EXC-HEADING-LINE.
           05  FILLER                PIC X(40)
               VALUE 'GL ACKNOWLEDGEMENT EXCEPTIONS AT        '.
           05  WS-EHD-DATE           PIC 9(8).

       01  WS-EXC-COLUMN-LINE.
           05  FILLER                PIC X(30)
               VALUE 'EXCEPTION            SOURCE   '.
           05  FILLER                PIC X(30)
               VALUE 'JRN DATE  LINE NO SCODE  GL AC'.
           05  FILLER                PIC X(30)
               VALUE 'CT  TYP S          AMOUNT CCY '.
           05  FILLER                PIC X(11)
               VALUE 'CODE REASON'.

       01  WS-EXC-LINE.
           05  WS-EXL-EXCEPTION      PIC X(20).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-SOURCE         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-DATE           PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-LINE-NO        PIC ZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-SORTCODE       PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-GL-ACCOUNT     PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-TXN-TYPE       PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-DR-CR          PIC X.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-AMOUNT         PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-CURRENCY       PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-REASON-CODE    PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-EXL-REASON         PIC X(30).

       01  WS-COUNT-TEXT.
           05  FILLER                PIC X(5)  VALUE 'SENT '.
           05  WS-CNT-SENT           PIC 9(8).
           05  FILLER                PIC X(6)  VALUE ' RCVD '.
           05  WS-CNT-RECEIVED       PIC 9(8).

       01  WS-REJECT-COUNT-TEXT.
           05  FILLER                PIC X(7)  VALUE 'HEADER '.
           05  WS-RCT-HEADER         PIC 9(8).
           05  FILLER                PIC X(6)  VALUE ' READ '.
           05  WS-RCT-READ           PIC 9(8).

       01  WS-EXC-TRAILER-LINE.
           05  FILLER                PIC X(20)
               VALUE 'JOURNALS ACCEPTED   '.
           05  WS-ETR-ACCEPTED       PIC ZZZZZZZ9.
           05  FILLER                PIC X(10)
               VALUE '   PART   '.
           05  WS-ETR-PART           PIC ZZZZZZZ9.
           05  FILLER                PIC X(12)
               VALUE '   REJECTED '.
           05  WS-ETR-REJECTED       PIC ZZZZZZZ9.
           05  FILLER                PIC X(18)
               VALUE '   LINES REJECTED '.
           05  WS-ETR-LINES          PIC ZZZZZZZ9.
           05  FILLER                PIC X(20)
               VALUE '   UNACKNOWLEDGED   '.
           05  WS-ETR-UNACKED        PIC ZZZZZZZ9.

      *
      * The reconciliation report layouts.
      *
       01  WS-REC-HEADING-LINE.
           05  FILLER                PIC X(40)
               VALUE 'GL TO SUBLEDGER RECONCILIATION AT       '.
           05  WS-RHD-DATE           PIC 9(8).

       01  WS-REC-COLUMN-LINE.
           05  FILLER                PIC X(30)
               VALUE 'SCODE   CCY        GL BALANCE '.
           05  FILLER                PIC X(30)
               VALUE '   SUBLEDGER BAL  SUB DATE    '.
           05  FILLER                PIC X(30)
               VALUE '   DIFFERENCE  SINCE       AGE'.
           05  FILLER                PIC X(16)
               VALUE '  BUCKET    NOTE'.

       01  WS-REC-LINE.
           05  WS-RCL-SORTCODE       PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-CURRENCY       PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-GL-BALANCE     PIC -(12)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RCL-SUB-BALANCE    PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-SUB-DATE       PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RCL-DIFFERENCE     PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-SINCE          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-AGE            PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-BUCKET         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RCL-NOTE           PIC X(20).

       01  WS-REC-DATE-LINE.
           05  FILLER                PIC X(14)
               VALUE 'BALANCE DATE  '.
           05  WS-RDL-DATE           PIC 9(8).

       01  WS-REC-TRAILER-LINE.
           05  FILLER                PIC X(20)
               VALUE 'BALANCES AGREED     '.
           05  WS-RTR-AGREED         PIC ZZZZZZZ9.
           05  FILLER                PIC X(20)
               VALUE '   UNRECONCILED     '.
           05  WS-RTR-DIFFER         PIC ZZZZZZZ9.

      * The subledger positions at the balance date the ledger sent
      * no balance for - the latest stored on or before the date,
      * where it is not nil.
           EXEC SQL
              DECLARE MISSING-CURSOR CURSOR FOR
                 SELECT C.ACCOUNT_BAL_CTL_SORTCODE,
                        C.ACCOUNT_BAL_CTL_CURRENCY,
                        C.ACCOUNT_BAL_CTL_BALANCE,
                        C.ACCOUNT_BAL_CTL_DATE
                   FROM ACCOUNT_BALANCE_CONTROL C
                  WHERE C.ACCOUNT_BAL_CTL_DATE =
                        (SELECT MAX(D.ACCOUNT_BAL_CTL_DATE)
                           FROM ACCOUNT_BALANCE_CONTROL D
                          WHERE D.ACCOUNT_BAL_CTL_SORTCODE
                                   = C.ACCOUNT_BAL_CTL_SORTCODE
                            AND D.ACCOUNT_BAL_CTL_CURRENCY
                                   = C.ACCOUNT_BAL_CTL_CURRENCY
                            AND D.ACCOUNT_BAL_CTL_DATE
                                   <= :HV-REC-DATE)
                    AND C.ACCOUNT_BAL_CTL_BALANCE <> 0
                    AND NOT EXISTS
                        (SELECT 1
                           FROM GL_RECONCILIATION G
                          WHERE G.GL_RECON_SORTCODE
                                   = C.ACCOUNT_BAL_CTL_SORTCODE
                            AND G.GL_RECON_CURRENCY
                                   = C.ACCOUNT_BAL_CTL_CURRENCY
                            AND G.GL_RECON_DATE = :HV-REC-DATE)
                  ORDER BY C.ACCOUNT_BAL_CTL_SORTCODE,
                           C.ACCOUNT_BAL_CTL_CURRENCY
           END-EXEC.

      * Journals sent and still awaiting the ledger's
      * acknowledgement at the cut-off.
           EXEC SQL
              DECLARE UNACKED-CURSOR CURSOR FOR
                 SELECT GL_JOURNAL_SOURCE,
                        GL_JOURNAL_DATE,
                        GL_JOURNAL_LINES
                   FROM GL_JOURNAL
                  WHERE GL_JOURNAL_STATUS = 'S'
                    AND GL_JOURNAL_DATE <= :WS-ACK-CUTOFF
                  ORDER BY GL_JOURNAL_DATE, GL_JOURNAL_SOURCE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'GLACK   ' TO BREG-JOB.
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
           DISPLAY 'GLACK: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

      *
      *    A JOURNAL SENT ON OR BEFORE THE CUT-OFF SHOULD HAVE BEEN
      *    ACKNOWLEDGED BY NOW.
      *
           EXEC SQL
              SELECT YEAR(DATE(:WS-CURRENT-DATE) - :HV-ACK-DAYS DAYS)
                        * 10000
                   + MONTH(DATE(:WS-CURRENT-DATE) - :HV-ACK-DAYS DAYS)
                        * 100
                   + DAY(DATE(:WS-CURRENT-DATE) - :HV-ACK-DAYS DAYS)
                INTO :WS-ACK-CUTOFF
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: DATE ARITHMETIC FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 0 TO WS-ACK-CUTOFF
           END-IF.

           OPEN INPUT GLACK-IN-FILE.
           OPEN OUTPUT GLACK-RPT-FILE.
           OPEN OUTPUT GLREC-RPT-FILE.

           MOVE WS-RUN-DATE-DISPLAY TO WS-EHD-DATE.
           MOVE SPACES TO GLACK-RPT-RECORD.
           MOVE WS-EXC-HEADING-LINE TO GLACK-RPT-RECORD.
           WRITE GLACK-RPT-RECORD.
           MOVE SPACES TO GLACK-RPT-RECORD.
           MOVE WS-EXC-COLUMN-LINE TO GLACK-RPT-RECORD.
           WRITE GLACK-RPT-RECORD.

           MOVE WS-RUN-DATE-DISPLAY TO WS-RHD-DATE.
           MOVE SPACES TO GLREC-RPT-RECORD.
           MOVE WS-REC-HEADING-LINE TO GLREC-RPT-RECORD.
           WRITE GLREC-RPT-RECORD.
           MOVE SPACES TO GLREC-RPT-RECORD.
           MOVE WS-REC-COLUMN-LINE TO GLREC-RPT-RECORD.
           WRITE GLREC-RPT-RECORD.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ GLACK-IN-FILE INTO WS-ACK-RECORD
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   ADD 1 TO WS-RECS-READ
                   PERFORM PROCESS-ACK-RECORD
                      THRU PROCESS-ACK-RECORD-END
             END-READ
           END-PERFORM.

           PERFORM CHECK-REJECT-COUNT
              THRU CHECK-REJECT-COUNT-END.

           IF WS-RECON-DATE > 0
             PERFORM RECONCILE-MISSING-BALANCES
                THRU RECONCILE-MISSING-BALANCES-END
           ELSE
             MOVE SPACES TO GLREC-RPT-RECORD
             MOVE 'NO GL CONTROL BALANCES RECEIVED'
               TO GLREC-RPT-RECORD
             WRITE GLREC-RPT-RECORD
           END-IF.

           PERFORM REPORT-UNACKNOWLEDGED
              THRU REPORT-UNACKNOWLEDGED-END.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE WS-JOURNALS-ACCEPTED TO WS-ETR-ACCEPTED.
           MOVE WS-JOURNALS-PART TO WS-ETR-PART.
           MOVE WS-JOURNALS-REJECTED TO WS-ETR-REJECTED.
           MOVE WS-LINES-REJECTED TO WS-ETR-LINES.
           MOVE WS-JOURNALS-UNACKED TO WS-ETR-UNACKED.
           MOVE SPACES TO GLACK-RPT-RECORD.
           MOVE WS-EXC-TRAILER-LINE TO GLACK-RPT-RECORD.
           WRITE GLACK-RPT-RECORD.

           MOVE WS-BALANCES-AGREED TO WS-RTR-AGREED.
           MOVE WS-BALANCES-DIFFER TO WS-RTR-DIFFER.
           MOVE SPACES TO GLREC-RPT-RECORD.
           MOVE WS-REC-TRAILER-LINE TO GLREC-RPT-RECORD.
           WRITE GLREC-RPT-RECORD.

           CLOSE GLACK-IN-FILE.
           CLOSE GLACK-RPT-FILE.
           CLOSE GLREC-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: RECORDS READ            = '
                   WS-RECS-DISPLAY.
           MOVE WS-JOURNALS-ACCEPTED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: JOURNALS ACCEPTED       = '
                   WS-RECS-DISPLAY.
           MOVE WS-JOURNALS-PART TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: JOURNALS PART ACCEPTED  = '
                   WS-RECS-DISPLAY.
           MOVE WS-JOURNALS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: JOURNALS REJECTED       = '
                   WS-RECS-DISPLAY.
           MOVE WS-JOURNALS-UNKNOWN TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: JOURNALS NOT ON FILE    = '
                   WS-RECS-DISPLAY.
           MOVE WS-LINES-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: LINES REJECTED          = '
                   WS-RECS-DISPLAY.
           MOVE WS-JOURNALS-UNACKED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: JOURNALS UNACKNOWLEDGED = '
                   WS-RECS-DISPLAY.
           MOVE WS-BALANCES-AGREED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: BALANCES AGREED         = '
                   WS-RECS-DISPLAY.
           MOVE WS-BALANCES-DIFFER TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: BALANCES UNRECONCILED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-BALANCES-IGNORED TO WS-RECS-DISPLAY.
           DISPLAY 'GLACK: OTHER GL BALANCES       = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
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
             WHEN SYSIN-RECORD (1:8) = 'ACKDAYS='
               IF SYSIN-RECORD (9:2) NUMERIC
                 MOVE SYSIN-RECORD (9:2) TO WS-ACKDAYS-DISPLAY
                 MOVE WS-ACKDAYS-DISPLAY TO HV-ACK-DAYS
               ELSE
                 DISPLAY 'GLACK: UNUSABLE ACKDAYS= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'GLACK: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE PROCESS-ACK-RECORD
       PROCESS-ACK-RECORD.
           EVALUATE TRUE
             WHEN ACK-JOURNAL
               PERFORM CHECK-REJECT-COUNT
                  THRU CHECK-REJECT-COUNT-END
               PERFORM RECORD-JOURNAL-ACK
                  THRU RECORD-JOURNAL-ACK-END
             WHEN ACK-LINE
               PERFORM RECORD-LINE-REJECT
                  THRU RECORD-LINE-REJECT-END
             WHEN ACK-BALANCE
               PERFORM RECONCILE-ONE-BALANCE
                  THRU RECONCILE-ONE-BALANCE-END
             WHEN OTHER
               DISPLAY 'GLACK: UNRECOGNISED RECORD TYPE '
                       WS-ACK-REC-TYPE ' IGNORED'
           END-EVALUATE.
       PROCESS-ACK-RECORD-END.

      * PROCEDURE RECORD-JOURNAL-ACK
      * The ledger's verdict on one journal is set on its GL_JOURNAL
      * row, replacing any rejected lines an earlier acknowledgement
      * recorded. A journal the ledger rejected outright, one that
      * was never registered, or one whose line count differs from
      * the one sent is an exception.
       RECORD-JOURNAL-ACK.
           MOVE WS-AKH-SOURCE TO WS-CUR-SOURCE.
           MOVE WS-AKH-DATE TO WS-CUR-DATE.
           MOVE WS-AKH-LINES-REJECTED TO WS-CUR-EXPECTED-REJ.
           MOVE 0 TO WS-CUR-LINES-REJ.
           MOVE 'N' TO WS-CUR-KNOWN.

           MOVE WS-AKH-SOURCE TO HV-JRN-SOURCE.
           MOVE WS-AKH-DATE TO HV-JRN-DATE.

           EXEC SQL
              SELECT GL_JOURNAL_LINES
                INTO :HV-JRN-LINES
                FROM GL_JOURNAL
               WHERE GL_JOURNAL_SOURCE = :HV-JRN-SOURCE
                 AND GL_JOURNAL_DATE = :HV-JRN-DATE
           END-EXEC.

           IF SQLCODE = 100
             ADD 1 TO WS-JOURNALS-UNKNOWN
             MOVE SPACES TO WS-EXC-LINE
             MOVE 'JOURNAL NOT ON FILE' TO WS-EXL-EXCEPTION
             MOVE WS-AKH-REASON TO WS-EXL-REASON
             PERFORM WRITE-JOURNAL-EXCEPTION
                THRU WRITE-JOURNAL-EXCEPTION-END
             GO TO RECORD-JOURNAL-ACK-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: GL_JOURNAL READ FAILED FOR '
                     WS-AKH-SOURCE ' ' WS-AKH-DATE
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO RECORD-JOURNAL-ACK-END
           END-IF.

           MOVE 'Y' TO WS-CUR-KNOWN.

           EXEC SQL
              DELETE FROM GL_JOURNAL_REJECT
               WHERE GL_JOURNAL_REJECT_SOURCE = :HV-JRN-SOURCE
                 AND GL_JOURNAL_REJECT_DATE = :HV-JRN-DATE
           END-EXEC.

           EVALUATE TRUE
             WHEN AKH-REJECTED
               MOVE 'R' TO HV-JRN-STATUS
               ADD 1 TO WS-JOURNALS-REJECTED
             WHEN WS-AKH-LINES-REJECTED > 0
               MOVE 'P' TO HV-JRN-STATUS
               ADD 1 TO WS-JOURNALS-PART
             WHEN OTHER
               MOVE 'A' TO HV-JRN-STATUS
               ADD 1 TO WS-JOURNALS-ACCEPTED
           END-EVALUATE.

           MOVE WS-AKH-LINES-REJECTED TO HV-JRN-LINES-REJECTED.
           MOVE WS-AKH-REASON TO HV-JRN-REASON.

           EXEC SQL
              UPDATE GL_JOURNAL
                 SET GL_JOURNAL_STATUS = :HV-JRN-STATUS,
                     GL_JOURNAL_ACK_DATE = :WS-RUN-DATE,
                     GL_JOURNAL_LINES_REJECTED
                        = :HV-JRN-LINES-REJECTED,
                     GL_JOURNAL_REASON = :HV-JRN-REASON
               WHERE GL_JOURNAL_SOURCE = :HV-JRN-SOURCE
                 AND GL_JOURNAL_DATE = :HV-JRN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: GL_JOURNAL UPDATE FAILED FOR '
                     WS-AKH-SOURCE ' ' WS-AKH-DATE
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           IF AKH-REJECTED
             MOVE SPACES TO WS-EXC-LINE
             MOVE 'JOURNAL REJECTED' TO WS-EXL-EXCEPTION
             MOVE WS-AKH-REASON TO WS-EXL-REASON
             PERFORM WRITE-JOURNAL-EXCEPTION
                THRU WRITE-JOURNAL-EXCEPTION-END
           END-IF.

           IF WS-AKH-LINES-RECEIVED NOT = HV-JRN-LINES
             MOVE SPACES TO WS-EXC-LINE
             MOVE 'LINE COUNT DIFFERS' TO WS-EXL-EXCEPTION
             MOVE HV-JRN-LINES TO WS-CNT-SENT
             MOVE WS-AKH-LINES-RECEIVED TO WS-CNT-RECEIVED
             MOVE WS-COUNT-TEXT TO WS-EXL-REASON
             PERFORM WRITE-JOURNAL-EXCEPTION
                THRU WRITE-JOURNAL-EXCEPTION-END
           END-IF.
       RECORD-JOURNAL-ACK-END.

      * PROCEDURE WRITE-JOURNAL-EXCEPTION
      * A journal-level exception line for the 'H' record in hand.
       WRITE-JOURNAL-EXCEPTION.
           MOVE WS-AKH-SOURCE TO WS-EXL-SOURCE.
           MOVE WS-AKH-DATE TO WS-EXL-DATE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE SPACES TO GLACK-RPT-RECORD.
           MOVE WS-EXC-LINE TO GLACK-RPT-RECORD.
           WRITE GLACK-RPT-RECORD.
       WRITE-JOURNAL-EXCEPTION-END.

      * PROCEDURE CHECK-REJECT-COUNT
      * At the end of a journal's lines, the rejected lines read
      * must number what its 'H' record said.
       CHECK-REJECT-COUNT.
           IF WS-CUR-KNOWN NOT = 'Y'
             GO TO CHECK-REJECT-COUNT-END
           END-IF.

           IF WS-CUR-LINES-REJ NOT = WS-CUR-EXPECTED-REJ
             MOVE SPACES TO WS-EXC-LINE
             MOVE 'REJECT COUNT DIFFERS' TO WS-EXL-EXCEPTION
             MOVE WS-CUR-SOURCE TO WS-EXL-SOURCE
             MOVE WS-CUR-DATE TO WS-EXL-DATE
             MOVE WS-CUR-EXPECTED-REJ TO WS-RCT-HEADER
             MOVE WS-CUR-LINES-REJ TO WS-RCT-READ
             MOVE WS-REJECT-COUNT-TEXT TO WS-EXL-REASON
             ADD 1 TO WS-EXCEPTIONS
             MOVE SPACES TO GLACK-RPT-RECORD
             MOVE WS-EXC-LINE TO GLACK-RPT-RECORD
             WRITE GLACK-RPT-RECORD
           END-IF.

           MOVE 'N' TO WS-CUR-KNOWN.
       CHECK-REJECT-COUNT-END.

      * PROCEDURE RECORD-LINE-REJECT
      * One rejected line is recorded on GL_JOURNAL_REJECT against
      * its journal and printed as an exception.
       RECORD-LINE-REJECT.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-AKL-SOURCE TO WS-EXL-SOURCE.
           MOVE WS-AKL-DATE TO WS-EXL-DATE.
           MOVE WS-AKL-LINE-NO TO WS-EXL-LINE-NO.
           MOVE WS-AKL-SORTCODE TO WS-EXL-SORTCODE.
           MOVE WS-AKL-GL-ACCOUNT TO WS-EXL-GL-ACCOUNT.
           MOVE WS-AKL-TXN-TYPE TO WS-EXL-TXN-TYPE.
           MOVE WS-AKL-DR-CR TO WS-EXL-DR-CR.
           MOVE WS-AKL-AMOUNT TO WS-EXL-AMOUNT.
           MOVE WS-AKL-CURRENCY TO WS-EXL-CURRENCY.
           MOVE WS-AKL-REASON-CODE TO WS-EXL-REASON-CODE.
           MOVE WS-AKL-REASON-TEXT TO WS-EXL-REASON.

      *
      *    A LINE BELONGS TO THE JOURNAL WHOSE 'H' RECORD IT FOLLOWS;
      *    ONE THAT DOES NOT IS CHECKED AGAINST GL_JOURNAL ITSELF.
      *
           MOVE WS-AKL-SOURCE TO HV-JRN-SOURCE.
           MOVE WS-AKL-DATE TO HV-JRN-DATE.
           IF WS-AKL-SOURCE = WS-CUR-SOURCE
              AND WS-AKL-DATE = WS-CUR-DATE
              AND WS-CUR-KNOWN = 'Y'
             ADD 1 TO WS-CUR-LINES-REJ
           ELSE
             MOVE 0 TO HV-JRN-COUNT
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-JRN-COUNT
                  FROM GL_JOURNAL
                 WHERE GL_JOURNAL_SOURCE = :HV-JRN-SOURCE
                   AND GL_JOURNAL_DATE = :HV-JRN-DATE
             END-EXEC
             IF HV-JRN-COUNT = 0
               MOVE 'LINE - NO JOURNAL' TO WS-EXL-EXCEPTION
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO GLACK-RPT-RECORD
               MOVE WS-EXC-LINE TO GLACK-RPT-RECORD
               WRITE GLACK-RPT-RECORD
               GO TO RECORD-LINE-REJECT-END
             END-IF
           END-IF.

           MOVE WS-AKL-LINE-NO TO HV-REJ-LINE-NO.
           MOVE WS-AKL-SORTCODE TO HV-REJ-SORTCODE.
           MOVE WS-AKL-GL-ACCOUNT TO HV-REJ-GL-ACCOUNT.
           MOVE WS-AKL-TXN-TYPE TO HV-REJ-TXN-TYPE.
           MOVE WS-AKL-DR-CR TO HV-REJ-DR-CR.
           MOVE WS-AKL-AMOUNT TO HV-REJ-AMOUNT.
           MOVE WS-AKL-CURRENCY TO HV-REJ-CURRENCY.
           MOVE WS-AKL-REASON-CODE TO HV-REJ-REASON-CODE.
           MOVE WS-AKL-REASON-TEXT TO HV-REJ-REASON-TEXT.

           EXEC SQL
              INSERT INTO GL_JOURNAL_REJECT
                     ( GL_JOURNAL_REJECT_SOURCE,
                       GL_JOURNAL_REJECT_DATE,
                       GL_JOURNAL_REJECT_LINE_NO,
                       GL_JOURNAL_REJECT_SORTCODE,
                       GL_JOURNAL_REJECT_GL_ACCOUNT,
                       GL_JOURNAL_REJECT_TXN_TYPE,
                       GL_JOURNAL_REJECT_DR_CR,
                       GL_JOURNAL_REJECT_AMOUNT,
                       GL_JOURNAL_REJECT_CURRENCY,
                       GL_JOURNAL_REJECT_REASON_CODE,
                       GL_JOURNAL_REJECT_REASON_TEXT,
                       GL_JOURNAL_REJECT_ACK_DATE )
              VALUES ( :HV-JRN-SOURCE,
                       :HV-JRN-DATE,
                       :HV-REJ-LINE-NO,
                       :HV-REJ-SORTCODE,
                       :HV-REJ-GL-ACCOUNT,
                       :HV-REJ-TXN-TYPE,
                       :HV-REJ-DR-CR,
                       :HV-REJ-AMOUNT,
                       :HV-REJ-CURRENCY,
                       :HV-REJ-REASON-CODE,
                       :HV-REJ-REASON-TEXT,
                       :WS-RUN-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: REJECT INSERT FAILED FOR '
                     WS-AKL-SOURCE ' ' WS-AKL-DATE ' LINE '
                     WS-AKL-LINE-NO ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-LINES-REJECTED.
           MOVE 'LINE REJECTED' TO WS-EXL-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE SPACES TO GLACK-RPT-RECORD.
           MOVE WS-EXC-LINE TO GLACK-RPT-RECORD.
           WRITE GLACK-RPT-RECORD.
       RECORD-LINE-REJECT-END.

      * PROCEDURE RECONCILE-ONE-BALANCE
      * One ledger control balance against the subledger position
      * at its date. The first balance for a new balance date
      * closes off the one before - the subledger positions it had
      * no balance for are reconciled against nil - and clears any
      * rows an earlier run stored for the new date.
       RECONCILE-ONE-BALANCE.
           IF WS-AKB-GL-ACCOUNT NOT = 'CUSTLEDG'
              AND WS-AKB-GL-ACCOUNT NOT = SPACES
             ADD 1 TO WS-BALANCES-IGNORED
             GO TO RECONCILE-ONE-BALANCE-END
           END-IF.

           IF WS-AKB-DATE NOT = WS-RECON-DATE
             IF WS-RECON-DATE > 0
               PERFORM RECONCILE-MISSING-BALANCES
                  THRU RECONCILE-MISSING-BALANCES-END
             END-IF
             MOVE WS-AKB-DATE TO WS-RECON-DATE
             MOVE WS-RECON-DATE TO HV-REC-DATE
             EXEC SQL
                DELETE FROM GL_RECONCILIATION
                 WHERE GL_RECON_DATE = :HV-REC-DATE
             END-EXEC
             MOVE WS-RECON-DATE TO WS-RDL-DATE
             MOVE SPACES TO GLREC-RPT-RECORD
             MOVE WS-REC-DATE-LINE TO GLREC-RPT-RECORD
             WRITE GLREC-RPT-RECORD
           END-IF.

           MOVE WS-AKB-SORTCODE TO HV-REC-SORTCODE.
           MOVE WS-AKB-CURRENCY TO HV-REC-CURRENCY.
           MOVE WS-AKB-BALANCE TO HV-REC-GL-BALANCE.

           MOVE 0 TO HV-REC-SUB-BALANCE.
           MOVE 0 TO HV-REC-SUB-DATE.
           EXEC SQL
              SELECT ACCOUNT_BAL_CTL_BALANCE,
                     ACCOUNT_BAL_CTL_DATE
                INTO :HV-REC-SUB-BALANCE,
                     :HV-REC-SUB-DATE
                FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-REC-SORTCODE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :HV-REC-CURRENCY
                 AND ACCOUNT_BAL_CTL_DATE <= :HV-REC-DATE
               ORDER BY ACCOUNT_BAL_CTL_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-REC-SUB-BALANCE
             MOVE 0 TO HV-REC-SUB-DATE
           END-IF.

           MOVE SPACES TO WS-RCL-NOTE.
           IF HV-REC-SUB-DATE = 0
             MOVE 'NO ACCTCTL POSITION' TO WS-RCL-NOTE
           END-IF.

           PERFORM STORE-RECONCILIATION
              THRU STORE-RECONCILIATION-END.
       RECONCILE-ONE-BALANCE-END.

      * PROCEDURE RECONCILE-MISSING-BALANCES
      * The subledger positions the ledger sent no balance for at
      * the balance date, each reconciled against nil.
       RECONCILE-MISSING-BALANCES.
           MOVE WS-RECON-DATE TO HV-REC-DATE.

           EXEC SQL
              OPEN MISSING-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: UNABLE TO OPEN MISSING-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO RECONCILE-MISSING-BALANCES-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH MISSING-CURSOR
                  INTO :HV-REC-SORTCODE, :HV-REC-CURRENCY,
                       :HV-REC-SUB-BALANCE, :HV-REC-SUB-DATE
             END-EXEC
             IF SQLCODE = 0
               MOVE 0 TO HV-REC-GL-BALANCE
               MOVE 'NO GL BALANCE SENT' TO WS-RCL-NOTE
               PERFORM STORE-RECONCILIATION
                  THRU STORE-RECONCILIATION-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'GLACK: MISSING FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE MISSING-CURSOR
           END-EXEC.
       RECONCILE-MISSING-BALANCES-END.

      * PROCEDURE STORE-RECONCILIATION
      * The difference is stored and reported, aged from the balance
      * date it was first seen: a difference still open at the
      * previous balance date keeps that one's date.
       STORE-RECONCILIATION.
           COMPUTE HV-REC-DIFFERENCE =
              HV-REC-GL-BALANCE - HV-REC-SUB-BALANCE.

           MOVE 0 TO HV-REC-SINCE.
           IF HV-REC-DIFFERENCE NOT = 0
             MOVE HV-REC-DATE TO HV-REC-SINCE
             MOVE 0 TO HV-PRIOR-SINCE
             EXEC SQL
                SELECT GL_RECON_DIFFERENCE,
                       GL_RECON_UNRECONCILED_SINCE
                  INTO :HV-PRIOR-DIFFERENCE,
                       :HV-PRIOR-SINCE
                  FROM GL_RECONCILIATION
                 WHERE GL_RECON_SORTCODE = :HV-REC-SORTCODE
                   AND GL_RECON_CURRENCY = :HV-REC-CURRENCY
                   AND GL_RECON_DATE < :HV-REC-DATE
                 ORDER BY GL_RECON_DATE DESC
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 AND HV-PRIOR-SINCE > 0
               MOVE HV-PRIOR-SINCE TO HV-REC-SINCE
             END-IF
           END-IF.

           EXEC SQL
              INSERT INTO GL_RECONCILIATION
                     ( GL_RECON_SORTCODE,
                       GL_RECON_CURRENCY,
                       GL_RECON_DATE,
                       GL_RECON_GL_BALANCE,
                       GL_RECON_SUBLEDGER_BALANCE,
                       GL_RECON_SUBLEDGER_DATE,
                       GL_RECON_DIFFERENCE,
                       GL_RECON_UNRECONCILED_SINCE )
              VALUES ( :HV-REC-SORTCODE,
                       :HV-REC-CURRENCY,
                       :HV-REC-DATE,
                       :HV-REC-GL-BALANCE,
                       :HV-REC-SUB-BALANCE,
                       :HV-REC-SUB-DATE,
                       :HV-REC-DIFFERENCE,
                       :HV-REC-SINCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: RECONCILIATION STORE FAILED FOR '
                     HV-REC-SORTCODE ' ' HV-REC-CURRENCY
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE HV-REC-SORTCODE TO WS-RCL-SORTCODE.
           MOVE HV-REC-CURRENCY TO WS-RCL-CURRENCY.
           MOVE HV-REC-GL-BALANCE TO WS-RCL-GL-BALANCE.
           MOVE HV-REC-SUB-BALANCE TO WS-RCL-SUB-BALANCE.
           MOVE HV-REC-SUB-DATE TO WS-RCL-SUB-DATE.
           MOVE HV-REC-DIFFERENCE TO WS-RCL-DIFFERENCE.

           IF HV-REC-DIFFERENCE = 0
             ADD 1 TO WS-BALANCES-AGREED
             MOVE SPACES TO WS-RCL-SINCE
             MOVE 0 TO WS-RCL-AGE
             MOVE 'AGREED' TO WS-RCL-BUCKET
           ELSE
             ADD 1 TO WS-BALANCES-DIFFER
             PERFORM AGE-DIFFERENCE
                THRU AGE-DIFFERENCE-END
           END-IF.

           MOVE SPACES TO GLREC-RPT-RECORD.
           MOVE WS-REC-LINE TO GLREC-RPT-RECORD.
           WRITE GLREC-RPT-RECORD.
           MOVE SPACES TO WS-RCL-NOTE.
       STORE-RECONCILIATION-END.

      * PROCEDURE AGE-DIFFERENCE
      * Days from the balance date the difference was first seen to
      * this one, and the ageing bucket they fall in.
       AGE-DIFFERENCE.
           MOVE HV-REC-SINCE TO WS-DATE-N.
           MOVE WS-DATE-N TO WS-RCL-SINCE.
           MOVE WS-DATE-N-YYYY TO WS-AFROM-YYYY.
           MOVE WS-DATE-N-MM TO WS-AFROM-MM.
           MOVE WS-DATE-N-DD TO WS-AFROM-DD.

           MOVE HV-REC-DATE TO WS-DATE-N.
           MOVE WS-DATE-N-YYYY TO WS-ATO-YYYY.
           MOVE WS-DATE-N-MM TO WS-ATO-MM.
           MOVE WS-DATE-N-DD TO WS-ATO-DD.

           MOVE 0 TO HV-AGE-DAYS.
           EXEC SQL
              SELECT DAYS(DATE(:HV-AGE-TO-ISO))
                   - DAYS(DATE(:HV-AGE-FROM-ISO))
                INTO :HV-AGE-DAYS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-AGE-DAYS < 0
             MOVE 0 TO HV-AGE-DAYS
           END-IF.

           MOVE HV-AGE-DAYS TO WS-RCL-AGE.
           EVALUATE TRUE
             WHEN HV-AGE-DAYS NOT > 30
               MOVE '0-30' TO WS-RCL-BUCKET
             WHEN HV-AGE-DAYS NOT > 60
               MOVE '31-60' TO WS-RCL-BUCKET
             WHEN HV-AGE-DAYS NOT > 90
               MOVE '61-90' TO WS-RCL-BUCKET
             WHEN OTHER
               MOVE 'OVER 90' TO WS-RCL-BUCKET
           END-EVALUATE.
       AGE-DIFFERENCE-END.

      * PROCEDURE REPORT-UNACKNOWLEDGED
      * Journals sent on or before the cut-off that the ledger has
      * still not acknowledged.
       REPORT-UNACKNOWLEDGED.
           IF WS-ACK-CUTOFF = 0
             GO TO REPORT-UNACKNOWLEDGED-END
           END-IF.

           EXEC SQL
              OPEN UNACKED-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'GLACK: UNABLE TO OPEN UNACKED-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO REPORT-UNACKNOWLEDGED-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH UNACKED-CURSOR
                  INTO :HV-JRN-SOURCE, :HV-JRN-DATE,
                       :HV-JRN-LINES
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-JOURNALS-UNACKED
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'NOT ACKNOWLEDGED' TO WS-EXL-EXCEPTION
               MOVE HV-JRN-SOURCE TO WS-EXL-SOURCE
               MOVE HV-JRN-DATE TO WS-EXL-DATE
               MOVE 'NO ACKNOWLEDGEMENT FROM LEDGER'
                 TO WS-EXL-REASON
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO GLACK-RPT-RECORD
               MOVE WS-EXC-LINE TO GLACK-RPT-RECORD
               WRITE GLACK-RPT-RECORD
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'GLACK: UNACKED FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE UNACKED-CURSOR
           END-EXEC.
       REPORT-UNACKNOWLEDGED-END.

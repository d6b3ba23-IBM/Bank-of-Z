       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKSCLOS.

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
      * Book sale close - applies the buyer's acceptance file to a
      * sale BKSEXTR froze and extracted.
      *
      * SYSIN names the sale:
      *
      *    SALE=xxxxxxxx       the sale reference (required)
      *
      * The acceptance file (BKSACPT) is an 'H' header quoting the
      * sale reference, a 'D' detail for each account the buyer
      * decided on, and a 'T' trailer with the detail count. A file
      * whose trailer does not agree, or which quotes another sale,
      * is rejected whole before anything is applied (the DDCOLL
      * convention).
      *
      * A detail the buyer refused ('R') has the sale freeze lifted
      * - only the 'F' ACCOUNT_CONTROL BKSEXTR set, nothing another
      * control put on - and stays with us; the register row goes
      * to 'R'.
      *
      * A detail the buyer accepted ('A') names the buyer's account
      * and is closed by the closure path, as CLOSACC walks it. It
      * is refused - left frozen on the register and printed for
      * the sale team - while any control other than the sale
      * freeze is on the account or its customer is held by a
      * suspicious activity report. Its standing orders and live
      * instructions are marked switched away (cancelled by 'BKS')
      * and its account mandates cancelled, as they now run at the
      * buyer; accrued interest is settled through an INT posting;
      * the whole balance, credit or debit, is posted out as a
      * 'BTO' book transfer out, so the ledger at the sort code
      * falls by exactly what the buyer took on; the account is
      * tombstoned to ACCOUNT_ARCHIVE (reason 'T') with that
      * balance, recorded with an 'ODA' row naming the buyer's
      * account, and deleted with its owner, control and dormancy
      * rows. The register row goes to 'T' with the buyer's account
      * and the disposal date. Each account is committed on its
      * own; a detail whose account is already disposed of is
      * passed over, so a rerun is safe.
      *
      * Then every customer on the sale is looked at. One still
      * holding an account with us (a refused account, an account
      * outside the sale, a joint account kept) is kept ('K'); one
      * whose account on the sale is still frozen waits for the
      * next run. The rest have left with the book and are
      * tombstoned into CUSTOMER_ARCHIVE (reason 'T') and removed -
      * unless under legal hold (LGLHCHK), when they are left in
      * place ('H') and tried again on the next run.
      *
      * The control report lists every account transferred, with
      * the balance frozen at cut-over, the balance transferred and
      * the movement between them, every refusal and every account
      * left frozen, then every customer's outcome. The run ends
      * RC 4 if any detail was rejected or any account or customer
      * had to be left.
      *
      * PROCTRAN references are drawn from the HBNKPROCREF named
      * counter through the counter server's batch CALL interface
      * (DFHNCTR), the same sequence the online posting programs use.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKS-ACPT-FILE ASSIGN TO BKSACPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKS-RPT-FILE ASSIGN TO BKSRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  BKS-ACPT-FILE
           RECORDING MODE IS F.
       01  BKS-ACPT-RECORD               PIC X(80).

       FD  BKS-RPT-FILE
           RECORDING MODE IS F.
       01  BKS-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * BOOK_SALE_ACCOUNT and BOOK_SALE_CUSTOMER DB2 copybooks - the
      * sale register BKSEXTR wrote
           EXEC SQL
              INCLUDE BKSADB2
           END-EXEC.

           EXEC SQL
              INCLUDE BKSCDB2
           END-EXEC.

      * STANDING_ORDER, DIRECT_DEBIT_INSTRUCTION and MANDATE DB2
      * copybooks - what goes to the buyer with the account
           EXEC SQL
              INCLUDE SORDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

           EXEC SQL
              INCLUDE MANDDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - the sale freeze, and any
      * other control that keeps the account here
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * AML_REVIEW DB2 copybook - a customer under a suspicious
      * activity report is held until the MLRO releases the case
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

       77  HV-SAR-HOLD-COUNT         PIC S9(9) COMP    VALUE 0.

      * ACCOUNT_ARCHIVE DB2 copybook - the account is tombstoned
      * like any other closure
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * ACCOUNT_OWNER and ACCOUNT_DORMANCY DB2 copybooks - the rows
      * that go with the closed account
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

           EXEC SQL
              INCLUDE DORMDB2
           END-EXEC.

      * CUSTOMER and CUSTOMER_ARCHIVE DB2 copybooks - a customer
      * who has left with the book is tombstoned and removed
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CUSTARC
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the types this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * BOOK_SALE_ACCOUNT host variables for DB2
       01  HOST-SALE-ROW.
           03  HV-SALE-STATUS            PIC X.
           03  HV-SALE-BALANCE           PIC S9(10)V99 COMP-3.
           03  HV-SALE-ACCRUED           PIC S9(10)V99 COMP-3.
           03  HV-SALE-BUYER-SORTCODE    PIC X(6).
           03  HV-SALE-BUYER-NUMBER      PIC X(8).

      * ACCOUNT host variables for DB2 - the account leaving, in
      * full
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-EYECATCHER     PIC X(4).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-INT-RATE       PIC S9(4)V99 COMP-3.
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-NEXT-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED-INT    PIC S9(10)V99 COMP-3.

      * BOOK_SALE_CUSTOMER host variables for DB2
       01  HOST-SALE-CUST-ROW.
           03  HV-CUSTOMER-SORTCODE      PIC X(6).
           03  HV-CUSTOMER-NUMBER        PIC X(10).
           03  HV-CUSTOMER-SALE-STATUS   PIC X.

       77  HV-SALE-REF               PIC X(8)          VALUE SPACES.
       77  HV-CHECK-COUNT            PIC S9(9) COMP    VALUE 0.
       77  HV-ARCHIVE-DELETED-DATE   PIC X(10)         VALUE SPACES.

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

      * LGLHCHK commarea - a customer under legal hold is not
      * archived
       01  LGLHCHK-PROGRAM           PIC X(8) VALUE 'LGLHCHK'.
       01  LGLHCHK-COMMAREA.
           COPY LGLHCHK.

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, in the layouts the various
      * stores use.
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

      * The freeze reason BKSEXTR put on every account in the sale
      * - the only control this job lifts.
       01  WS-SALE-REASON.
           05  FILLER                PIC X(10) VALUE 'BOOK SALE '.
           05  WS-SALE-REASON-REF    PIC X(8).
           05  FILLER                PIC X(12) VALUE SPACES.

      *
      * The acceptance file layouts.
      *
       01  WS-ACPT-DETAIL.
           05  WS-ACD-REC-TYPE       PIC X.
           05  WS-ACD-SORTCODE       PIC X(6).
           05  WS-ACD-ACCNO          PIC X(8).
           05  WS-ACD-DECISION       PIC X.
               88  ACD-ACCEPTED      VALUE 'A'.
               88  ACD-REFUSED       VALUE 'R'.
           05  WS-ACD-BUYER-SCODE    PIC X(6).
           05  WS-ACD-BUYER-ACCNO    PIC X(8).
           05  WS-ACD-REASON         PIC X(30).
           05  FILLER                PIC X(20).

       01  WS-ACD-HEADER REDEFINES WS-ACPT-DETAIL.
           05  FILLER                PIC X.
           05  WS-ACD-HDR-SALE-REF   PIC X(8).
           05  WS-ACD-HDR-BUYER      PIC X(30).
           05  WS-ACD-HDR-DATE       PIC 9(8).
           05  FILLER                PIC X(33).

       01  WS-ACD-TRAILER REDEFINES WS-ACPT-DETAIL.
           05  FILLER                PIC X.
           05  WS-ACD-TRL-COUNT      PIC 9(8).
           05  FILLER                PIC X(71).

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DECISION       PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BUYER-SCODE    PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-BUYER-ACCNO    PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-FROZEN         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TRANSFERRED    PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-MOVEMENT       PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).

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
       77  WS-ACTION-TEXT            PIC X(40)         VALUE SPACES.

       77  WS-OPTIONS-OK             PIC X             VALUE 'Y'.
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-HEADER-SEEN            PIC X             VALUE 'N'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.

       77  WS-DETAILS-READ           PIC 9(8)  COMP    VALUE 0.
       77  WS-DETAILS-REJECTED       PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-TRANSFERRED      PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-REFUSED          PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-HELD             PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-ALREADY          PIC 9(8)  COMP    VALUE 0.
       77  WS-CUSTS-ARCHIVED         PIC 9(8)  COMP    VALUE 0.
       77  WS-CUSTS-KEPT             PIC 9(8)  COMP    VALUE 0.
       77  WS-CUSTS-WAITING          PIC 9(8)  COMP    VALUE 0.
       77  WS-CUSTS-HELD             PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-SETTLE-INTEREST        PIC S9(10)V99     VALUE 0.
       77  WS-BALANCE-TRANSFERRED    PIC S9(10)V99     VALUE 0.
       77  WS-BALANCE-MOVEMENT       PIC S9(10)V99     VALUE 0.
       77  WS-TOTAL-TRANSFERRED      PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-DISPLAY          PIC -(12)9.99.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

      * The sale's customers not yet settled, in key order. WITH
      * HOLD so the per-customer commits do not close the cursor.
           EXEC SQL
              DECLARE BKSCLC-CURSOR CURSOR WITH HOLD FOR
                 SELECT BOOK_SALE_CUST_SORTCODE,
                        BOOK_SALE_CUST_NUMBER,
                        BOOK_SALE_CUST_STATUS
                   FROM BOOK_SALE_CUSTOMER
                  WHERE BOOK_SALE_CUST_REF = :HV-SALE-REF
                    AND BOOK_SALE_CUST_STATUS IN ('S', 'H')
                  ORDER BY BOOK_SALE_CUST_SORTCODE,
                           BOOK_SALE_CUST_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BKSCLOS ' TO BREG-JOB.
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
           DISPLAY 'BKSCLOS: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.
           MOVE WS-PROCTRAN-DATE-X TO HV-ARCHIVE-DELETED-DATE.

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-END.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'BKSCLOS: CONTROL CARDS REJECTED - NOTHING '
                     'CLOSED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE 'BTO' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'INT' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

      *
      *    First pass - prove the acceptance file against its
      *    header and trailer.
      *
           PERFORM PROVE-ACCEPT-FILE THRU PROVE-ACCEPT-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'BKSCLOS: ACCEPTANCE FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-DETAILS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

      *
      *    Second pass - apply each decision.
      *
           OPEN INPUT BKS-ACPT-FILE.
           OPEN OUTPUT BKS-RPT-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-DETAILS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ BKS-ACPT-FILE INTO WS-ACPT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-ACD-REC-TYPE = 'D'
                     ADD 1 TO WS-DETAILS-READ
                     PERFORM APPLY-ONE-DECISION
                        THRU APPLY-ONE-DECISION-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE BKS-ACPT-FILE.

      *
      *    Third pass - the customers who went with the book.
      *
           MOVE SPACES TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.
           MOVE 'CUSTOMERS ON THE SALE' TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.

           EXEC SQL
              OPEN BKSCLC-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'BKSCLOS: UNABLE TO OPEN BKSCLC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM SETTLE-ONE-CUSTOMER
                THRU SETTLE-ONE-CUSTOMER-END
             PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END
           END-PERFORM.

           EXEC SQL
              CLOSE BKSCLC-CURSOR
           END-EXEC.

           MOVE SPACES TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.
           MOVE WS-TOTAL-TRANSFERRED TO WS-TOTAL-DISPLAY.
           STRING 'TOTAL BALANCE TRANSFERRED TO BUYER '
                     DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
             INTO BKS-RPT-RECORD
           END-STRING.
           WRITE BKS-RPT-RECORD.

           CLOSE BKS-RPT-FILE.

           IF (WS-DETAILS-REJECTED > 0 OR WS-ACCTS-HELD > 0
               OR WS-CUSTS-HELD > 0 OR WS-CUSTS-WAITING > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-DETAILS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: DETAILS READ         = ' WS-RECS-DISPLAY.
           MOVE WS-DETAILS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: DETAILS REJECTED     = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-TRANSFERRED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: ACCOUNTS TRANSFERRED = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-REFUSED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: ACCOUNTS RELEASED    = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: ACCOUNTS HELD        = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-ALREADY TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: ALREADY DISPOSED     = ' WS-RECS-DISPLAY.
           MOVE WS-CUSTS-ARCHIVED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: CUSTOMERS ARCHIVED   = ' WS-RECS-DISPLAY.
           MOVE WS-CUSTS-KEPT TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: CUSTOMERS KEPT       = ' WS-RECS-DISPLAY.
           MOVE WS-CUSTS-WAITING TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: CUSTOMERS WAITING    = ' WS-RECS-DISPLAY.
           MOVE WS-CUSTS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'BKSCLOS: CUSTOMERS ON HOLD    = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-DETAILS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-CONTROL-CARDS
       READ-CONTROL-CARDS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   EVALUATE TRUE
                     WHEN SYSIN-RECORD (1:5) = 'SALE='
                          AND SYSIN-RECORD (6:8) NOT = SPACES
                       MOVE SYSIN-RECORD (6:8) TO HV-SALE-REF
                     WHEN SYSIN-RECORD = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY 'BKSCLOS: UNRECOGNISED SYSIN CARD'
                       MOVE 'N' TO WS-OPTIONS-OK
                   END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           IF HV-SALE-REF = SPACES
             DISPLAY 'BKSCLOS: NO SALE= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.

           MOVE HV-SALE-REF TO WS-SALE-REASON-REF.
           DISPLAY 'BKSCLOS: SALE = ' HV-SALE-REF.
       READ-CONTROL-CARDS-END.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting types must be on TRANSACTION_TYPE before
      * anything moves - an unregistered code stops the run at the
      * door rather than surfacing as a mystery on statements.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'BKSCLOS: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-ACCEPT-FILE
      * Counts the details, checks them against the trailer and
      * checks the header is for this sale.
       PROVE-ACCEPT-FILE.
           OPEN INPUT BKS-ACPT-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-DETAILS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ BKS-ACPT-FILE INTO WS-ACPT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-ACD-REC-TYPE
                     WHEN 'H'
                       IF WS-ACD-HDR-SALE-REF = HV-SALE-REF
                         MOVE 'Y' TO WS-HEADER-SEEN
                       ELSE
                         DISPLAY 'BKSCLOS: FILE IS FOR SALE '
                                 WS-ACD-HDR-SALE-REF
                                 ', NOT ' HV-SALE-REF
                       END-IF
                     WHEN 'D'
                       ADD 1 TO WS-DETAILS-READ
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-ACD-TRL-COUNT = WS-DETAILS-READ
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'BKSCLOS: TRAILER COUNT DOES NOT '
                                 'AGREE WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE BKS-ACPT-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
             DISPLAY 'BKSCLOS: NO HEADER FOR THIS SALE ON '
                     'ACCEPTANCE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'BKSCLOS: NO CONTROL TRAILER ON ACCEPTANCE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-ACCEPT-FILE-END.

      * PROCEDURE APPLY-ONE-DECISION
      * One account per unit of work. An account that cannot be
      * transferred stays frozen on the register and is printed on
      * the report for the sale team.
       APPLY-ONE-DECISION.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE 0 TO WS-BALANCE-TRANSFERRED.
           MOVE 0 TO WS-BALANCE-MOVEMENT.
           INITIALIZE HOST-SALE-ROW.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE WS-ACD-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE WS-ACD-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT BOOK_SALE_STATUS,
                     BOOK_SALE_BALANCE,
                     BOOK_SALE_ACCRUED
                INTO :HV-SALE-STATUS,
                     :HV-SALE-BALANCE,
                     :HV-SALE-ACCRUED
                FROM BOOK_SALE_ACCOUNT
               WHERE BOOK_SALE_REF = :HV-SALE-REF
                 AND BOOK_SALE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND BOOK_SALE_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'NOT ON THIS SALE - REJECTED' TO WS-ACTION-TEXT
             ADD 1 TO WS-DETAILS-REJECTED
             GO TO APPLY-ONE-DECISION-REPORT
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: REGISTER READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             ADD 1 TO WS-DETAILS-REJECTED
             GO TO APPLY-ONE-DECISION-REPORT
           END-IF.

           IF HV-SALE-STATUS NOT = 'F'
             MOVE 'ALREADY DISPOSED OF' TO WS-ACTION-TEXT
             ADD 1 TO WS-ACCTS-ALREADY
             GO TO APPLY-ONE-DECISION-REPORT
           END-IF.

           EVALUATE TRUE
             WHEN ACD-REFUSED
               PERFORM RELEASE-REFUSED-ACCOUNT
                  THRU RELEASE-REFUSED-ACCOUNT-END
             WHEN ACD-ACCEPTED
               IF WS-ACD-BUYER-SCODE NOT NUMERIC
                  OR WS-ACD-BUYER-ACCNO = SPACES
                 MOVE 'NO BUYER ACCOUNT - REJECTED' TO WS-ACTION-TEXT
                 ADD 1 TO WS-DETAILS-REJECTED
                 GO TO APPLY-ONE-DECISION-REPORT
               END-IF
               PERFORM TRANSFER-ACCOUNT-OUT
                  THRU TRANSFER-ACCOUNT-OUT-END
             WHEN OTHER
               MOVE 'UNKNOWN DECISION - REJECTED' TO WS-ACTION-TEXT
               ADD 1 TO WS-DETAILS-REJECTED
               GO TO APPLY-ONE-DECISION-REPORT
           END-EVALUATE.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
             IF ACD-REFUSED
               MOVE 'REFUSED BY BUYER - RELEASED' TO WS-ACTION-TEXT
               ADD 1 TO WS-ACCTS-REFUSED
             ELSE
               MOVE 'TRANSFERRED TO BUYER AND CLOSED'
                  TO WS-ACTION-TEXT
               ADD 1 TO WS-ACCTS-TRANSFERRED
               ADD WS-BALANCE-TRANSFERRED TO WS-TOTAL-TRANSFERRED
             END-IF
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 0 TO WS-BALANCE-TRANSFERRED
             MOVE 0 TO WS-BALANCE-MOVEMENT
             ADD 1 TO WS-ACCTS-HELD
           END-IF.

       APPLY-ONE-DECISION-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ACD-SORTCODE TO WS-RPT-SCODE.
           MOVE WS-ACD-ACCNO TO WS-RPT-ACCNO.
           MOVE WS-ACD-DECISION TO WS-RPT-DECISION.
           MOVE WS-ACD-BUYER-SCODE TO WS-RPT-BUYER-SCODE.
           MOVE WS-ACD-BUYER-ACCNO TO WS-RPT-BUYER-ACCNO.
           MOVE HV-SALE-BALANCE TO WS-RPT-FROZEN.
           MOVE WS-BALANCE-TRANSFERRED TO WS-RPT-TRANSFERRED.
           MOVE WS-BALANCE-MOVEMENT TO WS-RPT-MOVEMENT.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       APPLY-ONE-DECISION-END.

      * PROCEDURE RELEASE-REFUSED-ACCOUNT
      * Lifts the sale freeze and nothing else - any other control
      * on the account stays where it was.
       RELEASE-REFUSED-ACCOUNT.
           EXEC SQL
              DELETE FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_CONTROL_TYPE = 'F'
                 AND ACCOUNT_CONTROL_REASON = :WS-SALE-REASON
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: FREEZE RELEASE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO RELEASE-REFUSED-ACCOUNT-END
           END-IF.

           EXEC SQL
              UPDATE BOOK_SALE_ACCOUNT
                 SET BOOK_SALE_STATUS = 'R',
                     BOOK_SALE_DISPOSED_DATE = :WS-RUN-DATE
               WHERE BOOK_SALE_REF = :HV-SALE-REF
                 AND BOOK_SALE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND BOOK_SALE_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: REGISTER UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       RELEASE-REFUSED-ACCOUNT-END.

      * PROCEDURE TRANSFER-ACCOUNT-OUT
      * The closure path, as CLOSACC walks it, with the balance
      * booked out to the buyer as the disposition.
       TRANSFER-ACCOUNT-OUT.
           PERFORM READ-SALE-ACCOUNT THRU READ-SALE-ACCOUNT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TRANSFER-ACCOUNT-OUT-END
           END-IF.

           PERFORM CHECK-TRANSFER-HOLDS
              THRU CHECK-TRANSFER-HOLDS-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TRANSFER-ACCOUNT-OUT-END
           END-IF.

           PERFORM HAND-OVER-PAYMENTS THRU HAND-OVER-PAYMENTS-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TRANSFER-ACCOUNT-OUT-END
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST
              THRU SETTLE-ACCRUED-INTEREST-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TRANSFER-ACCOUNT-OUT-END
           END-IF.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-BALANCE-TRANSFERRED.
           COMPUTE WS-BALANCE-MOVEMENT =
              WS-BALANCE-TRANSFERRED - HV-SALE-BALANCE
                                     - HV-SALE-ACCRUED.

           IF WS-BALANCE-TRANSFERRED NOT = 0
             PERFORM BOOK-BALANCE-OUT THRU BOOK-BALANCE-OUT-END
             IF WS-POSTING-OK NOT = 'Y'
               GO TO TRANSFER-ACCOUNT-OUT-END
             END-IF
           END-IF.

           PERFORM CLOSE-TRANSFERRED-ACCOUNT
              THRU CLOSE-TRANSFERRED-ACCOUNT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TRANSFER-ACCOUNT-OUT-END
           END-IF.

           EXEC SQL
              UPDATE BOOK_SALE_ACCOUNT
                 SET BOOK_SALE_STATUS = 'T',
                     BOOK_SALE_DISPOSED_DATE = :WS-RUN-DATE,
                     BOOK_SALE_BUYER_SORTCODE = :WS-ACD-BUYER-SCODE,
                     BOOK_SALE_BUYER_NUMBER = :WS-ACD-BUYER-ACCNO
               WHERE BOOK_SALE_REF = :HV-SALE-REF
                 AND BOOK_SALE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND BOOK_SALE_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: REGISTER UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       TRANSFER-ACCOUNT-OUT-END.

      * PROCEDURE READ-SALE-ACCOUNT
       READ-SALE-ACCOUNT.
           EXEC SQL
              SELECT ACCOUNT_EYECATCHER,
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OPENED,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_LAST_STMT_DATE,
                     ACCOUNT_NEXT_STMT_DATE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_ACCRUED_INTEREST, 0)
                INTO :HV-ACCOUNT-EYECATCHER,
                     :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-LAST-STMT-DT,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO READ-SALE-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: ACCOUNT READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       READ-SALE-ACCOUNT-END.

      * PROCEDURE CHECK-TRANSFER-HOLDS
      * What stops CLOSACC stops a transfer, bar the sale freeze
      * itself: any other control on the account, or an escalated
      * suspicious activity report against its customer. A debit
      * balance does not stop it - the buyer takes the lending on
      * with the book. A failed lookup is treated as held - fail
      * safe, not fail open.
       CHECK-TRANSFER-HOLDS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND NOT ( ACCOUNT_CONTROL_TYPE = 'F'
                       AND ACCOUNT_CONTROL_REASON = :WS-SALE-REASON )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT CONTROLLED - LEFT FROZEN' TO WS-ACTION-TEXT
             GO TO CHECK-TRANSFER-HOLDS-END
           END-IF.

           MOVE 0 TO HV-SAR-HOLD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SAR-HOLD-COUNT
                FROM AML_REVIEW
               WHERE AML_REVIEW_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND AML_REVIEW_CUSTOMER = :HV-ACCOUNT-CUST-NUMBER
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-SAR-HOLD-COUNT
           END-IF.

           IF HV-SAR-HOLD-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'CUSTOMER UNDER SAR - LEFT FROZEN' TO WS-ACTION-TEXT
           END-IF.
       CHECK-TRANSFER-HOLDS-END.

      * PROCEDURE HAND-OVER-PAYMENTS
      * The active standing orders, live instructions and account
      * mandates now run at the buyer, from the extract - marked
      * switched away or cancelled, so nothing more is paid,
      * collected or authorised here.
       HAND-OVER-PAYMENTS.
           EXEC SQL
              UPDATE STANDING_ORDER
                 SET STANDING_ORDER_STATUS = 'S'
               WHERE STANDING_ORDER_FROM_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND STANDING_ORDER_FROM_NUMBER = :HV-ACCOUNT-NUMBER
                 AND STANDING_ORDER_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: ORDER UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO HAND-OVER-PAYMENTS-END
           END-IF.

           EXEC SQL
              UPDATE DIRECT_DEBIT_INSTRUCTION
                 SET DDI_STATUS = 'S',
                     DDI_CANCELLED_DATE = :WS-RUN-DATE,
                     DDI_CANCELLED_BY = 'BKS'
               WHERE DDI_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND DDI_NUMBER = :HV-ACCOUNT-NUMBER
                 AND DDI_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: INSTRUCTION UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO HAND-OVER-PAYMENTS-END
           END-IF.

           EXEC SQL
              UPDATE MANDATE
                 SET MANDATE_STATUS = 'C'
               WHERE MANDATE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND MANDATE_ACCOUNT = :HV-ACCOUNT-NUMBER
                 AND MANDATE_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: MANDATE UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       HAND-OVER-PAYMENTS-END.

      * PROCEDURE SETTLE-ACCRUED-INTEREST
      * Whatever ACCRINT has accrued but not yet capitalized goes
      * into the balance now, through an INT posting, so the
      * balance transferred is everything the customer is owed.
       SETTLE-ACCRUED-INTEREST.
           IF HV-ACCOUNT-ACCRUED-INT = 0
             GO TO SETTLE-ACCRUED-INTEREST-END
           END-IF.

           MOVE HV-ACCOUNT-ACCRUED-INT TO WS-SETTLE-INTEREST.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-SETTLE-INTEREST.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-SETTLE-INTEREST.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL,
                     ACCOUNT_ACCRUED_INTEREST = 0
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: INTEREST SETTLE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO SETTLE-ACCRUED-INTEREST-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'CLOSING INTEREST' TO HV-PROCTRAN-DESC(17:16).
           MOVE 'INT' TO HV-PROCTRAN-TYPE.
           MOVE WS-SETTLE-INTEREST TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.

           MOVE WS-NEW-AVAIL-BAL TO HV-ACCOUNT-AVAIL-BAL.
           MOVE WS-NEW-ACTUAL-BAL TO HV-ACCOUNT-ACTUAL-BAL.
       SETTLE-ACCRUED-INTEREST-END.

      * PROCEDURE BOOK-BALANCE-OUT
      * Books the whole balance out as a 'BTO' transfer to the
      * buyer - a debit for a credit balance, a credit clearing an
      * overdrawn one - so the account stands at nil for closure.
       BOOK-BALANCE-OUT.
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = 0,
                     ACCOUNT_ACTUAL_BALANCE = 0
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO BOOK-BALANCE-OUT-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-ACD-BUYER-SCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE WS-ACD-BUYER-ACCNO TO HV-PROCTRAN-DESC(7:8).
           MOVE 'BOOK SALE ' TO HV-PROCTRAN-DESC(17:10).
           MOVE HV-SALE-REF TO HV-PROCTRAN-DESC(27:8).
           MOVE 'BTO' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-BALANCE-TRANSFERRED.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
       BOOK-BALANCE-OUT-END.

      * PROCEDURE CLOSE-TRANSFERRED-ACCOUNT
      * Tombstone, record and delete - the closure path CLOSACC
      * applies at the counter, with the balance transferred
      * archived as the balance at closure.
       CLOSE-TRANSFERRED-ACCOUNT.
           EXEC SQL
              INSERT INTO ACCOUNT_ARCHIVE
                     ( ACCOUNT_EYECATCHER,
                       ACCOUNT_CUSTOMER_NUMBER,
                       ACCOUNT_SORTCODE,
                       ACCOUNT_NUMBER,
                       ACCOUNT_TYPE,
                       ACCOUNT_INTEREST_RATE,
                       ACCOUNT_OPENED,
                       ACCOUNT_OVERDRAFT_LIMIT,
                       ACCOUNT_LAST_STMT_DATE,
                       ACCOUNT_NEXT_STMT_DATE,
                       ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_ACTUAL_BALANCE,
                       ACCOUNT_ARCHIVE_CLOSED_DATE,
                       ACCOUNT_ARCHIVE_CLOSED_TIME,
                       ACCOUNT_ARCHIVE_REASON )
              VALUES ( :HV-ACCOUNT-EYECATCHER,
                       :HV-ACCOUNT-CUST-NUMBER,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-INT-RATE,
                       :HV-ACCOUNT-OPENED,
                       :HV-ACCOUNT-OVERDRAFT,
                       :HV-ACCOUNT-LAST-STMT-DT,
                       :HV-ACCOUNT-NEXT-STMT-DT,
                       :WS-BALANCE-TRANSFERRED,
                       :WS-BALANCE-TRANSFERRED,
                       :WS-PROCTRAN-DATE-X,
                       '00:00:00',
                       'T' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: TOMBSTONE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ARCHIVE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CLOSE-TRANSFERRED-ACCOUNT-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'TRANSFERRED TO ' TO HV-PROCTRAN-DESC(17:15).
           MOVE WS-ACD-BUYER-SCODE TO HV-PROCTRAN-DESC(32:6).
           MOVE WS-ACD-BUYER-ACCNO TO HV-PROCTRAN-DESC(38:8).
           MOVE 'ODA' TO HV-PROCTRAN-TYPE.
           MOVE ZEROS TO HV-PROCTRAN-AMOUNT.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-TRANSFERRED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DELETE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CLOSE-TRANSFERRED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT_OWNER
               WHERE ACCOUNT_OWNER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_OWNER_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'OWNER CLEANUP FAILED' TO WS-ACTION-TEXT
             GO TO CLOSE-TRANSFERRED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'CONTROL CLEANUP FAILED' TO WS-ACTION-TEXT
             GO TO CLOSE-TRANSFERRED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT_DORMANCY
               WHERE ACCOUNT_DORMANCY_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_DORMANCY_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DORMANCY CLEANUP FAILED' TO WS-ACTION-TEXT
           END-IF.
       CLOSE-TRANSFERRED-ACCOUNT-END.

      * PROCEDURE FETCH-NEXT-CUSTOMER
       FETCH-NEXT-CUSTOMER.
           INITIALIZE HOST-SALE-CUST-ROW.

           EXEC SQL
              FETCH BKSCLC-CURSOR
                INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                     :HV-CUSTOMER-SALE-STATUS
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BKSCLOS: CUSTOMER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CUSTOMER-END.

      * PROCEDURE SETTLE-ONE-CUSTOMER
      * A customer whose account on the sale is still frozen waits;
      * one still holding any account with us is kept; the rest
      * are archived, unless under legal hold. One customer per
      * unit of work.
       SETTLE-ONE-CUSTOMER.
           MOVE SPACES TO WS-ACTION-TEXT.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM BOOK_SALE_ACCOUNT B
               WHERE B.BOOK_SALE_REF = :HV-SALE-REF
                 AND B.BOOK_SALE_STATUS = 'F'
                 AND ( ( B.BOOK_SALE_SORTCODE = :HV-CUSTOMER-SORTCODE
                     AND B.BOOK_SALE_CUSTOMER = :HV-CUSTOMER-NUMBER )
                    OR EXISTS
                       ( SELECT 1
                           FROM ACCOUNT_OWNER O
                          WHERE O.ACCOUNT_OWNER_SORTCODE
                                   = B.BOOK_SALE_SORTCODE
                            AND O.ACCOUNT_OWNER_NUMBER
                                   = B.BOOK_SALE_NUMBER
                            AND O.ACCOUNT_OWNER_CUSTOMER
                                   = :HV-CUSTOMER-NUMBER ) )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CHECK-COUNT
           END-IF.

           IF HV-CHECK-COUNT > 0
             ADD 1 TO WS-CUSTS-WAITING
             MOVE 'ACCOUNT ON SALE STILL FROZEN - WAITING'
                TO WS-ACTION-TEXT
             GO TO SETTLE-ONE-CUSTOMER-REPORT
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT ( SELECT COUNT(*)
                         FROM ACCOUNT
                        WHERE ACCOUNT_SORTCODE = :HV-CUSTOMER-SORTCODE
                          AND ACCOUNT_CUSTOMER_NUMBER
                                 = :HV-CUSTOMER-NUMBER )
                   + ( SELECT COUNT(*)
                         FROM ACCOUNT_OWNER
                        WHERE ACCOUNT_OWNER_SORTCODE
                                 = :HV-CUSTOMER-SORTCODE
                          AND ACCOUNT_OWNER_CUSTOMER
                                 = :HV-CUSTOMER-NUMBER )
                INTO :HV-CHECK-COUNT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CHECK-COUNT
           END-IF.

           IF HV-CHECK-COUNT > 0
             MOVE 'K' TO HV-CUSTOMER-SALE-STATUS
             PERFORM SET-CUSTOMER-STATUS
                THRU SET-CUSTOMER-STATUS-END
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-CUSTS-KEPT
             MOVE 'STILL BANKS WITH US - KEPT' TO WS-ACTION-TEXT
             GO TO SETTLE-ONE-CUSTOMER-REPORT
           END-IF.

      *
      *    A held customer is reported and left alone. LGLHCHK
      *    answers a failed register read as held, so a customer
      *    whose position cannot be checked is kept too.
      *
           INITIALIZE LGLHCHK-COMMAREA.
           MOVE HV-CUSTOMER-SORTCODE TO LGLH-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO LGLH-CUSTNO.
           CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA.

           IF LGLH-ON-HOLD
             IF HV-CUSTOMER-SALE-STATUS NOT = 'H'
               MOVE 'H' TO HV-CUSTOMER-SALE-STATUS
               PERFORM SET-CUSTOMER-STATUS
                  THRU SET-CUSTOMER-STATUS-END
               EXEC SQL
                  COMMIT WORK
               END-EXEC
             END-IF
             ADD 1 TO WS-CUSTS-HELD
             STRING 'LEGAL HOLD - NOT ARCHIVED ' DELIMITED BY SIZE
                    LGLH-CASE-REF DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
             END-STRING
             GO TO SETTLE-ONE-CUSTOMER-REPORT
           END-IF.

      *
      *    Tombstone the customer into CUSTOMER_ARCHIVE before the
      *    CUSTOMER row is removed.
      *
           EXEC SQL
              INSERT INTO CUSTOMER_ARCHIVE
                     ( CUSTOMER_EYECATCHER,
                       CUSTOMER_SORTCODE,
                       CUSTOMER_NUMBER,
                       CUSTOMER_TITLE,
                       CUSTOMER_FIRST_NAME,
                       CUSTOMER_LAST_NAME,
                       CUSTOMER_EMAIL,
                       CUSTOMER_DATE_OF_BIRTH,
                       CUSTOMER_PHONE,
                       CUSTOMER_ADDR_LINE1,
                       CUSTOMER_ADDR_LINE2,
                       CUSTOMER_CITY,
                       CUSTOMER_POSTCODE,
                       CUSTOMER_COUNTRY,
                       CUSTOMER_STATUS,
                       CUSTOMER_CREATED_DATE,
                       CUSTOMER_CREDIT_SCORE,
                       CUSTOMER_CS_REVIEW_DATE,
                       CUSTOMER_MARKETING_CONSENT,
                       CUSTOMER_CONTACT_CHANNEL,
                       CUSTOMER_RISK_RATING,
                       CUSTOMER_RISK_REVIEW_DATE,
                       CUSTOMER_MAIL_ADDR_IND,
                       CUSTOMER_MAIL_ADDR_LINE1,
                       CUSTOMER_MAIL_ADDR_LINE2,
                       CUSTOMER_MAIL_CITY,
                       CUSTOMER_MAIL_POSTCODE,
                       CUSTOMER_MAIL_COUNTRY,
                       CUSTOMER_EMPLOYER_NAME,
                       CUSTOMER_OCCUPATION,
                       CUSTOMER_INCOME_BAND,
                       CUSTOMER_TAX_ID,
                       CUSTOMER_PREF_LANGUAGE,
                       CUSTOMER_LOCALIZED_CORR,
                       CUSTOMER_ARCHIVE_DELETED_DATE,
                       CUSTOMER_ARCHIVE_DELETED_TIME,
                       CUSTOMER_ARCHIVE_REASON )
              SELECT CUSTOMER_EYECATCHER,
                     CUSTOMER_SORTCODE,
                     CUSTOMER_NUMBER,
                     CUSTOMER_TITLE,
                     CUSTOMER_FIRST_NAME,
                     CUSTOMER_LAST_NAME,
                     CUSTOMER_EMAIL,
                     CUSTOMER_DATE_OF_BIRTH,
                     CUSTOMER_PHONE,
                     CUSTOMER_ADDR_LINE1,
                     CUSTOMER_ADDR_LINE2,
                     CUSTOMER_CITY,
                     CUSTOMER_POSTCODE,
                     CUSTOMER_COUNTRY,
                     CUSTOMER_STATUS,
                     CUSTOMER_CREATED_DATE,
                     CUSTOMER_CREDIT_SCORE,
                     CUSTOMER_CS_REVIEW_DATE,
                     CUSTOMER_MARKETING_CONSENT,
                     CUSTOMER_CONTACT_CHANNEL,
                     CUSTOMER_RISK_RATING,
                     CUSTOMER_RISK_REVIEW_DATE,
                     CUSTOMER_MAIL_ADDR_IND,
                     CUSTOMER_MAIL_ADDR_LINE1,
                     CUSTOMER_MAIL_ADDR_LINE2,
                     CUSTOMER_MAIL_CITY,
                     CUSTOMER_MAIL_POSTCODE,
                     CUSTOMER_MAIL_COUNTRY,
                     CUSTOMER_EMPLOYER_NAME,
                     CUSTOMER_OCCUPATION,
                     CUSTOMER_INCOME_BAND,
                     CUSTOMER_TAX_ID,
                     CUSTOMER_PREF_LANGUAGE,
                     CUSTOMER_LOCALIZED_CORR,
                     :HV-ARCHIVE-DELETED-DATE,
                     '00:00:00',
                     'T'
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: UNABLE TO INSERT CUSTOMER_ARCHIVE '
                     'FOR ' HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             MOVE 'ARCHIVE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO SETTLE-ONE-CUSTOMER-REPORT
           END-IF.

           EXEC SQL
              DELETE FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: UNABLE TO DELETE CUSTOMER '
                     'FOR ' HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             MOVE 'DELETE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO SETTLE-ONE-CUSTOMER-REPORT
           END-IF.

           MOVE 'A' TO HV-CUSTOMER-SALE-STATUS.
           PERFORM SET-CUSTOMER-STATUS THRU SET-CUSTOMER-STATUS-END.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-CUSTS-ARCHIVED.
           MOVE 'LEFT WITH THE BOOK - ARCHIVED' TO WS-ACTION-TEXT.

       SETTLE-ONE-CUSTOMER-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-CUSTOMER-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-CUSTOMER-SALE-STATUS TO WS-RPT-DECISION.
           MOVE 0 TO WS-RPT-FROZEN.
           MOVE 0 TO WS-RPT-TRANSFERRED.
           MOVE 0 TO WS-RPT-MOVEMENT.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       SETTLE-ONE-CUSTOMER-END.

      * PROCEDURE SET-CUSTOMER-STATUS
       SET-CUSTOMER-STATUS.
           EXEC SQL
              UPDATE BOOK_SALE_CUSTOMER
                 SET BOOK_SALE_CUST_STATUS = :HV-CUSTOMER-SALE-STATUS,
                     BOOK_SALE_CUST_DATE = :WS-RUN-DATE
               WHERE BOOK_SALE_CUST_REF = :HV-SALE-REF
                 AND BOOK_SALE_CUST_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND BOOK_SALE_CUST_NUMBER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSCLOS: CUSTOMER REGISTER UPDATE FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.
       SET-CUSTOMER-STATUS-END.

      * PROCEDURE WRITE-PROCTRAN-ROW
      * Draws a cross-region reference from HBNKPROCREF and inserts
      * the PROCTRAN row already built in HOST-PROCTRAN-ROW.
       WRITE-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
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
             DISPLAY 'BKSCLOS: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NO PROCTRAN REFERENCE' TO WS-ACTION-TEXT
             GO TO WRITE-PROCTRAN-ROW-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

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
             DISPLAY 'BKSCLOS: UNABLE TO INSERT PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PROCTRAN WRITE FAILED' TO WS-ACTION-TEXT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.
       WRITE-REPORT-LINE-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRTN.

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
      * Returned cheque processor.
      *
      * Reads the inbound returned-cheques file (CHQRTIN) from the
      * clearing - one 'D' detail per cheque we presented through
      * CHQXTR that the paying bank has refused, with its reason -
      * and takes the money back from the customer who paid it in.
      *
      * Each detail quotes our item reference (the CHEQUE_ITEM id
      * CHQXTR sent) and is matched to the item on that reference,
      * the drawer's sort code, account and serial number and the
      * amount; the item must be on CHEQUE_ITEM as sent to clearing.
      * A detail that matches nothing, or a cheque already returned,
      * is reported for the clearing team and nothing posts.
      *
      * The credit CHQDEP made carries a clearing hold on
      * ACCOUNT_HOLD under the same PROCTRAN reference:
      *
      *   - while the hold is there the cheque has not matured. The
      *     hold is removed and the credit reversed from the actual
      *     balance only - the amount never reached the available
      *     balance, so it is not taken from it again;
      *   - once HLDRELSE has released it the customer has had the
      *     use of the money, and the amount is debited from both
      *     balances. The debit is the bank taking back its own
      *     money and is applied even where it takes the account
      *     beyond its overdraft limit.
      *
      * Either way the posting is a 'RCQ' line on PROCTRAN, so it
      * can be told apart from a counter debit and LENDELIG can
      * count it among the month's returned items. The product's
      * 'CHQRETRN' TARIFF charge is raised as a 'CHG' line with it
      * unless the account's fees are waived, and a 'RETCHQ' letter
      * is queued on LETTER_REQUEST for BNKLTR to tell the customer,
      * addressed to their correspondence address. The cheque is
      * marked returned with the reason, the posting reference and
      * the letter.
      *
      * A cheque paid into a tax-free wrapper counted against the
      * customer's allowance for the tax year it was paid in;
      * WRAPCHK gives that allowance back.
      *
      * The returned-cheques file carries a 'T' trailer with the
      * detail count and amount total; a file whose details do not
      * balance to its trailer is rejected whole, before anything
      * posts.
      *
      * Each cheque is its own unit of work - the posting, the
      * charge, the hold, the allowance, the letter and the item
      * together - with the detail-record position checkpointed to
      * BATCH_RESTART the DDCOLL way, so a rerun after a stop never
      * takes a cheque back twice. A cheque that cannot be taken back
      * is backed out and reported with return code 4 for the branch
      * to refer. A clean finish clears the restart row.
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
           SELECT CHQRT-IN-FILE ASSIGN TO CHQRTIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHQRT-RPT-FILE ASSIGN TO CHQRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQRT-IN-FILE
           RECORDING MODE IS F.
       01  CHQRT-IN-RECORD               PIC X(80).

       FD  CHQRT-RPT-FILE
           RECORDING MODE IS F.
       01  CHQRT-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

      * CHEQUE_ITEM DB2 copybook
           EXEC SQL
              INCLUDE CHQIDB2
           END-EXEC.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_HOLD DB2 copybook - the clearing hold the deposit
      * placed, still there until the cheque matures
           EXEC SQL
              INCLUDE ACCHDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the letter goes to the customer
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * LETTER_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE LTRQDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TARIFF DB2 copybook - a returned cheque is a chargeable
      * event
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

       77  HV-TARIFF-AMOUNT          PIC S9(10)V99 COMP-3 VALUE 0.

      * TRANSACTION_TYPE DB2 copybook - the types this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * BATCH_RESTART DB2 copybook - checkpoint/restart position,
      * held as the detail-record number last decided
           EXEC SQL
              INCLUDE BATRSDB2
           END-EXEC.

       01  HOST-RESTART-ROW.
           03  HV-RESTART-JOB            PIC X(8).
           03  HV-RESTART-KEY            PIC X(16).

       77  WS-RESTART-ACTIVE         PIC X             VALUE 'N'.
           88  RESTART-ACTIVE        VALUE 'Y'.
       77  WS-RESUME-PAST            PIC 9(8)          VALUE 0.
       77  WS-POSITION-DISPLAY       PIC 9(8)          VALUE 0.
       77  WS-ITEMS-SKIPPED          PIC 9(8)  COMP    VALUE 0.

      * CHEQUE_ITEM host variables for DB2
       01  HOST-CHEQUE-ROW.
           03  HV-CHQ-ID                 PIC S9(9) COMP.
           03  HV-CHQ-SORTCODE           PIC X(6).
           03  HV-CHQ-NUMBER             PIC X(8).
           03  HV-CHQ-DRAWER-SORTCODE    PIC X(6).
           03  HV-CHQ-DRAWER-ACCOUNT     PIC X(8).
           03  HV-CHQ-SERIAL             PIC X(6).
           03  HV-CHQ-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-CHQ-DEPOSIT-DATE       PIC S9(9) COMP.
           03  HV-CHQ-PROCTRAN-REF       PIC X(12).
           03  HV-CHQ-RETURN-REASON      PIC X(2).
           03  HV-CHQ-RETURN-REF         PIC X(12).
           03  HV-CHQ-LETTER-ID          PIC S9(9) COMP.

       77  HV-CHQ-RETURNED-COUNT     PIC S9(9) COMP    VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-FEE-WAIVER     PIC X.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * ACCOUNT_HOLD host variables for DB2
       01  HV-HOLD-AMOUNT                PIC S9(10)V99 COMP-3.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE1    PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2    PIC X(50).
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-MAIL-IND      PIC X.
           03  HV-CUSTOMER-MAIL-LINE1    PIC X(50).
           03  HV-CUSTOMER-MAIL-LINE2    PIC X(50).
           03  HV-CUSTOMER-MAIL-CITY     PIC X(50).
           03  HV-CUSTOMER-MAIL-POSTCD   PIC X(10).

      * LETTER_REQUEST host variables for DB2
       01  HOST-REQUEST-ROW.
           03  HV-LRQ-ID                 PIC S9(9) COMP.
           03  HV-LRQ-TO-NAME            PIC X(50).
           03  HV-LRQ-TO-LINE1           PIC X(50).
           03  HV-LRQ-TO-LINE2           PIC X(50).
           03  HV-LRQ-TO-CITY            PIC X(50).
           03  HV-LRQ-TO-POSTCODE        PIC X(10).

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

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules
       01  WRAPCHK-PROGRAM           PIC X(8)  VALUE 'WRAPCHK'.
       01  WRAPCHK-COMMAREA.
           COPY WRAPCHK.

      * BATCHREG commarea - the run is recorded on the batch run
      * register for the morning control report
       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback - the postings must land in
      * the same PROCTRAN day the rest of the overnight suite posts.
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
      * The returned-cheques file layouts. A detail is one cheque
      * the paying bank refused, quoting our item reference and the
      * cheque's code line; the trailer carries the control totals
      * the details must balance to.
      *
       01  WS-RETURNED-DETAIL.
           05  WS-RCQ-REC-TYPE       PIC X.
           05  WS-RCQ-ITEM-REF       PIC 9(8).
           05  WS-RCQ-DRAWER-SCODE   PIC X(6).
           05  WS-RCQ-DRAWER-ACCNO   PIC X(8).
           05  WS-RCQ-SERIAL         PIC X(6).
           05  WS-RCQ-AMOUNT         PIC 9(10)V99.
           05  WS-RCQ-REASON-CODE    PIC X(2).
           05  WS-RCQ-REASON-TEXT    PIC X(25).
           05  FILLER                PIC X(12).

       01  WS-RETURNED-TRAILER REDEFINES WS-RETURNED-DETAIL.
           05  FILLER                PIC X.
           05  WS-RCQ-TRL-COUNT      PIC 9(8).
           05  WS-RCQ-TRL-TOTAL      PIC 9(10)V99.
           05  FILLER                PIC X(59).

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
       77  WS-HOLD-LIVE              PIC X             VALUE 'N'.
           88  HOLD-STILL-LIVE       VALUE 'Y'.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REVERSED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-DEBITED          PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REFERRED         PIC 9(8)  COMP    VALUE 0.
       77  WS-CHARGES-RAISED         PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-QUEUED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-DETAIL-TOTAL           PIC S9(12)V99     VALUE 0.
       77  WS-TAKEN-BACK-TOTAL       PIC S9(12)V99     VALUE 0.
       77  WS-AMOUNT-DISPLAY         PIC -(12)9.99.

       77  WS-FEE-AMOUNT             PIC S9(10)V99     VALUE 0.
       77  WS-AVAIL-REDUCTION        PIC S9(10)V99     VALUE 0.
       77  WS-REVERSED-ACTUAL-BAL    PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

      *
      * The report of every returned cheque and what was done with
      * it - the ones marked REFER need the branch.
      *
       01  WS-REPORT-HEADING.
           05  FILLER                PIC X(36)
                   VALUE 'CHQRTN - RETURNED CHEQUES  RUN DATE '.
           05  WS-HDG-RUN-DATE       PIC 9(8).
           05  FILLER                PIC X(88) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-ITEM-REF       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SERIAL         PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REASON         PIC X(25).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-VERDICT        PIC X(30).
           05  FILLER                PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'CHQRTN  ' TO BREG-JOB.
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
           DISPLAY 'CHQRTN: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'RCQ' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'CHG' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

      *
      *    First pass - prove the file balances to its own trailer
      *    before anything posts.
      *
           PERFORM PROVE-RETURNED-FILE
              THRU PROVE-RETURNED-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'CHQRTN: RETURNED-CHEQUES FILE REJECTED - SEE '
                     'ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE 'CHQRTN  ' TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

      *
      *    Second pass - take back every returned cheque.
      *
           OPEN INPUT CHQRT-IN-FILE.
           OPEN OUTPUT CHQRT-RPT-FILE.

           MOVE WS-RUN-DATE-DISPLAY TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO CHQRT-RPT-RECORD.
           WRITE CHQRT-RPT-RECORD.
           MOVE SPACES TO CHQRT-RPT-RECORD.
           WRITE CHQRT-RPT-RECORD.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ CHQRT-IN-FILE INTO WS-RETURNED-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-RCQ-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM RETURN-ONE-CHEQUE
                        THRU RETURN-ONE-CHEQUE-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE CHQRT-IN-FILE.
           CLOSE CHQRT-RPT-FILE.

           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: CHEQUES RETURNED    = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REVERSED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: REVERSED UNCLEARED  = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-DEBITED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: DEBITED AFTER CLEAR = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REFERRED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: REFERRED            = ' WS-RECS-DISPLAY.
           MOVE WS-CHARGES-RAISED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: CHARGES RAISED      = ' WS-RECS-DISPLAY.
           MOVE WS-LETTERS-QUEUED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: LETTERS QUEUED      = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-SKIPPED TO WS-RECS-DISPLAY.
           DISPLAY 'CHQRTN: ITEMS RESUMED PAST  = ' WS-RECS-DISPLAY.
           MOVE WS-TAKEN-BACK-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'CHQRTN: AMOUNT TAKEN BACK   = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting types must be on TRANSACTION_TYPE before
      * anything moves.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'CHQRTN: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-RETURNED-FILE
      * Walks the file adding up the details and checks them
      * against the trailer's count and amount total.
       PROVE-RETURNED-FILE.
           OPEN INPUT CHQRT-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-DETAIL-TOTAL.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ CHQRT-IN-FILE INTO WS-RETURNED-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-RCQ-REC-TYPE
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                       ADD WS-RCQ-AMOUNT TO WS-DETAIL-TOTAL
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-RCQ-TRL-COUNT = WS-ITEMS-READ
                          AND WS-RCQ-TRL-TOTAL = WS-DETAIL-TOTAL
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'CHQRTN: TRAILER DOES NOT BALANCE '
                                 'TO DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE CHQRT-IN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'CHQRTN: NO CONTROL TRAILER ON RETURNED-CHEQUES '
                     'FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-RETURNED-FILE-END.

      * PROCEDURE RETURN-ONE-CHEQUE
      * Takes back one returned cheque, one cheque per unit of
      * work, or backs it out and refers it. Items up to the
      * restart position were decided by the stopped run and are
      * skipped.
       RETURN-ONE-CHEQUE.
           IF WS-ITEMS-READ NOT > WS-RESUME-PAST
             ADD 1 TO WS-ITEMS-SKIPPED
             GO TO RETURN-ONE-CHEQUE-END
           END-IF.

           MOVE 'Y' TO WS-POSTING-OK.
           MOVE SPACES TO WS-RPT-VERDICT.

           PERFORM FIND-CHEQUE-ITEM THRU FIND-CHEQUE-ITEM-END.

           IF WS-POSTING-OK = 'Y'
             PERFORM READ-PAYEE-ACCOUNT THRU READ-PAYEE-ACCOUNT-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM FIND-CLEARING-HOLD THRU FIND-CLEARING-HOLD-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM PRICE-RETURN-CHARGE
                THRU PRICE-RETURN-CHARGE-END
             PERFORM TAKE-BACK-CHEQUE THRU TAKE-BACK-CHEQUE-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM QUEUE-RETURN-LETTER
                THRU QUEUE-RETURN-LETTER-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM MARK-CHEQUE-RETURNED
                THRU MARK-CHEQUE-RETURNED-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM TAKE-RESTART-CHECKPOINT
                THRU TAKE-RESTART-CHECKPOINT-END
             ADD WS-RCQ-AMOUNT TO WS-TAKEN-BACK-TOTAL
             IF WS-FEE-AMOUNT > 0
               ADD 1 TO WS-CHARGES-RAISED
             END-IF
             IF HV-CHQ-LETTER-ID > 0
               ADD 1 TO WS-LETTERS-QUEUED
             END-IF
             IF HOLD-STILL-LIVE
               ADD 1 TO WS-ITEMS-REVERSED
               MOVE 'REVERSED - HOLD REMOVED' TO WS-RPT-VERDICT
             ELSE
               ADD 1 TO WS-ITEMS-DEBITED
               MOVE 'DEBITED - HOLD HAD MATURED' TO WS-RPT-VERDICT
             END-IF
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-ITEMS-REFERRED
             MOVE 4 TO RETURN-CODE
      *
      *      A referred cheque is a decision too - checkpoint it, so
      *      a rerun does not report it a second time.
      *
             PERFORM TAKE-RESTART-CHECKPOINT
                THRU TAKE-RESTART-CHECKPOINT-END
           END-IF.

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       RETURN-ONE-CHEQUE-END.

      * PROCEDURE READ-RESTART-POSITION
      * Picks up the job's BATCH_RESTART row if an earlier run left
      * one - the detail-record number to resume past - or seeds a
      * fresh row for this run.
       READ-RESTART-POSITION.
           MOVE SPACES TO HV-RESTART-KEY.
           MOVE 0 TO WS-RESUME-PAST.

           EXEC SQL
              SELECT BATCH_RESTART_KEY
                INTO :HV-RESTART-KEY
                FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-RESTART-ACTIVE
             IF HV-RESTART-KEY (1:8) NUMERIC
               MOVE HV-RESTART-KEY (1:8) TO WS-POSITION-DISPLAY
               MOVE WS-POSITION-DISPLAY TO WS-RESUME-PAST
             END-IF
             DISPLAY HV-RESTART-JOB ': RESTARTED PAST ITEM '
                     WS-RESUME-PAST
             GO TO READ-RESTART-POSITION-END
           END-IF.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW READ FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO READ-RESTART-POSITION-END
           END-IF.

           MOVE SPACES TO HV-RESTART-KEY.
           EXEC SQL
              INSERT INTO BATCH_RESTART
                     ( BATCH_RESTART_JOB,
                       BATCH_RESTART_KEY,
                       BATCH_RESTART_DATE,
                       BATCH_RESTART_TIME )
              VALUES ( :HV-RESTART-JOB,
                       :HV-RESTART-KEY,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW SEED FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       READ-RESTART-POSITION-END.

      * PROCEDURE TAKE-RESTART-CHECKPOINT
      * Records the detail-record number just decided and commits -
      * inside the cheque's unit of work, so the position and the
      * postings can never be committed apart.
       TAKE-RESTART-CHECKPOINT.
           MOVE WS-ITEMS-READ TO WS-POSITION-DISPLAY.
           MOVE SPACES TO HV-RESTART-KEY.
           MOVE WS-POSITION-DISPLAY TO HV-RESTART-KEY (1:8).

           EXEC SQL
              UPDATE BATCH_RESTART
                 SET BATCH_RESTART_KEY = :HV-RESTART-KEY
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': CHECKPOINT UPDATE FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       TAKE-RESTART-CHECKPOINT-END.

      * PROCEDURE CLEAR-RESTART-POSITION
      * A clean finish - the next file starts from item one.
       CLEAR-RESTART-POSITION.
           EXEC SQL
              DELETE FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW CLEAR FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       CLEAR-RESTART-POSITION-END.

      * PROCEDURE FIND-CHEQUE-ITEM
      * The detail must match a cheque we sent to clearing on our
      * reference and the whole of its code line and amount.
       FIND-CHEQUE-ITEM.
           INITIALIZE HOST-CHEQUE-ROW.
           MOVE WS-RCQ-ITEM-REF TO HV-CHQ-ID.
           MOVE WS-RCQ-DRAWER-SCODE TO HV-CHQ-DRAWER-SORTCODE.
           MOVE WS-RCQ-DRAWER-ACCNO TO HV-CHQ-DRAWER-ACCOUNT.
           MOVE WS-RCQ-SERIAL TO HV-CHQ-SERIAL.
           MOVE WS-RCQ-AMOUNT TO HV-CHQ-AMOUNT.

           EXEC SQL
              SELECT CHQI_SORTCODE,
                     CHQI_NUMBER,
                     CHQI_DEPOSIT_DATE,
                     CHQI_PROCTRAN_REF
                INTO :HV-CHQ-SORTCODE,
                     :HV-CHQ-NUMBER,
                     :HV-CHQ-DEPOSIT-DATE,
                     :HV-CHQ-PROCTRAN-REF
                FROM CHEQUE_ITEM
               WHERE CHQI_ID = :HV-CHQ-ID
                 AND CHQI_DRAWER_SORTCODE = :HV-CHQ-DRAWER-SORTCODE
                 AND CHQI_DRAWER_ACCOUNT = :HV-CHQ-DRAWER-ACCOUNT
                 AND CHQI_SERIAL = :HV-CHQ-SERIAL
                 AND CHQI_AMOUNT = :HV-CHQ-AMOUNT
                 AND CHQI_STATUS = 'S'
           END-EXEC.

           IF SQLCODE = 0
             GO TO FIND-CHEQUE-ITEM-END
           END-IF.

           MOVE 'N' TO WS-POSTING-OK.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: CHEQUE LOOKUP FAILED FOR ITEM '
                     WS-RCQ-ITEM-REF ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
             GO TO FIND-CHEQUE-ITEM-END
           END-IF.

           MOVE 0 TO HV-CHQ-RETURNED-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHQ-RETURNED-COUNT
                FROM CHEQUE_ITEM
               WHERE CHQI_ID = :HV-CHQ-ID
                 AND CHQI_STATUS = 'R'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CHQ-RETURNED-COUNT > 0
             MOVE 'REFER - ALREADY RETURNED' TO WS-RPT-VERDICT
           ELSE
             MOVE 'REFER - NO MATCHING CHEQUE' TO WS-RPT-VERDICT
           END-IF.
       FIND-CHEQUE-ITEM-END.

      * PROCEDURE READ-PAYEE-ACCOUNT
      * The account the cheque was paid into. One closed since has
      * nothing to take the money back from - the branch must chase
      * the customer.
       READ-PAYEE-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-CHQ-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-CHQ-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     COALESCE(ACCOUNT_FEE_WAIVER, 'N'),
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-FEE-WAIVER,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - ACCOUNT CLOSED' TO WS-RPT-VERDICT
             GO TO READ-PAYEE-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: ACCOUNT READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
           END-IF.
       READ-PAYEE-ACCOUNT-END.

      * PROCEDURE FIND-CLEARING-HOLD
      * The deposit's hold, found through the deposit's PROCTRAN
      * reference. Still there - the cheque has not matured.
       FIND-CLEARING-HOLD.
           MOVE 'N' TO WS-HOLD-LIVE.
           MOVE 0 TO HV-HOLD-AMOUNT.

           EXEC SQL
              SELECT ACCOUNT_HOLD_AMOUNT
                INTO :HV-HOLD-AMOUNT
                FROM ACCOUNT_HOLD
               WHERE ACCOUNT_HOLD_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_HOLD_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_HOLD_PROCTRAN_REF = :HV-CHQ-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-HOLD-LIVE
             GO TO FIND-CLEARING-HOLD-END
           END-IF.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: HOLD LOOKUP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
           END-IF.
       FIND-CLEARING-HOLD-END.

      * PROCEDURE PRICE-RETURN-CHARGE
      * The product's CHQRETRN tariff - nothing for a waived account
      * or a product with no row.
       PRICE-RETURN-CHARGE.
           MOVE 0 TO WS-FEE-AMOUNT.

           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
             GO TO PRICE-RETURN-CHARGE-END
           END-IF.

           MOVE 0 TO HV-TARIFF-AMOUNT.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = 'CHQRETRN'
           END-EXEC.

           IF SQLCODE = 0 AND HV-TARIFF-AMOUNT > 0
             MOVE HV-TARIFF-AMOUNT TO WS-FEE-AMOUNT
           END-IF.
       PRICE-RETURN-CHARGE-END.

      * PROCEDURE TAKE-BACK-CHEQUE
      * An uncleared cheque comes off the actual balance only and
      * its hold goes; a cleared one comes off both balances. The
      * charge comes off both, in the same update. A wrapper gets
      * the cheque's allowance back.
       TAKE-BACK-CHEQUE.
           IF HOLD-STILL-LIVE
             MOVE 0 TO WS-AVAIL-REDUCTION
           ELSE
             MOVE WS-RCQ-AMOUNT TO WS-AVAIL-REDUCTION
           END-IF.

           COMPUTE WS-REVERSED-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL - WS-RCQ-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              WS-REVERSED-ACTUAL-BAL - WS-FEE-AMOUNT.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - WS-AVAIL-REDUCTION
                 - WS-FEE-AMOUNT.

      *
      *    The optimistic update the posting programs use - if an
      *    online posting got in between, the cheque is referred
      *    rather than taken from a stale balance.
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
             DISPLAY 'CHQRTN: ACCOUNT UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - BALANCE CONFLICT' TO WS-RPT-VERDICT
             GO TO TAKE-BACK-CHEQUE-END
           END-IF.

           IF HOLD-STILL-LIVE
             EXEC SQL
                DELETE FROM ACCOUNT_HOLD
                 WHERE ACCOUNT_HOLD_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND ACCOUNT_HOLD_NUMBER = :HV-ACCOUNT-NUMBER
                   AND ACCOUNT_HOLD_PROCTRAN_REF
                          = :HV-CHQ-PROCTRAN-REF
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CHQRTN: HOLD DELETE FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
               MOVE 'N' TO WS-POSTING-OK
               MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
               GO TO TAKE-BACK-CHEQUE-END
             END-IF
           END-IF.

      *
      *    The returned cheque itself, under its own type.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'RCQ' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'RETURNED CHEQUE' TO HV-PROCTRAN-DESC(17:15).
           MOVE WS-RCQ-SERIAL TO HV-PROCTRAN-DESC(33:6).
           MOVE WS-RCQ-REASON-TEXT TO HV-PROCTRAN-DESC(40:25).
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-RCQ-AMOUNT.
           MOVE WS-REVERSED-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO TAKE-BACK-CHEQUE-END
           END-IF.

           MOVE HV-PROCTRAN-REF TO HV-CHQ-RETURN-REF.

      *
      *    A cheque paid into a wrapper was a subscription for the
      *    tax year it was paid in - give that allowance back.
      *
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'V' TO COMM-WR-FUNCTION.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-WR-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO COMM-WR-ACCNO.
           MOVE SPACES TO COMM-WR-FROM-ACCNO.
           MOVE WS-RCQ-AMOUNT TO COMM-WR-AMOUNT.
           MOVE HV-CHQ-DEPOSIT-DATE TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
             DISPLAY 'CHQRTN: WRAPPER SUBSCRIPTION REVERSAL FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' WRAPCHK CODE=' COMM-WR-FAIL-CD
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
             GO TO TAKE-BACK-CHEQUE-END
           END-IF.

           IF WS-FEE-AMOUNT = 0
             GO TO TAKE-BACK-CHEQUE-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'RETURNED CHQ CHARGE' TO HV-PROCTRAN-DESC(17:19).
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-FEE-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
       TAKE-BACK-CHEQUE-END.

      * PROCEDURE WRITE-PROCTRAN-ROW
      * Stamps the prepared posting with the run date and a
      * reference from the named counter and inserts it.
       WRITE-PROCTRAN-ROW.
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
             DISPLAY 'CHQRTN: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
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
             DISPLAY 'CHQRTN: UNABLE TO INSERT PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE QUEUE-RETURN-LETTER
      * Queues the returned-cheque letter for BNKLTR, addressed to
      * the account holder at their correspondence address. A
      * customer who has left the book or died gets no letter - the
      * money is still taken back and the branch picks it up from
      * the report.
       QUEUE-RETURN-LETTER.
           MOVE 0 TO HV-CHQ-LETTER-ID.
           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME,
                     CUSTOMER_LAST_NAME,
                     CUSTOMER_ADDR_LINE1,
                     CUSTOMER_ADDR_LINE2,
                     CUSTOMER_CITY,
                     CUSTOMER_POSTCODE,
                     COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE1, ' '),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE2, ' '),
                     COALESCE(CUSTOMER_MAIL_CITY, ' '),
                     COALESCE(CUSTOMER_MAIL_POSTCODE, ' ')
                INTO :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-ADDR-LINE1,
                     :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY,
                     :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-MAIL-IND,
                     :HV-CUSTOMER-MAIL-LINE1,
                     :HV-CUSTOMER-MAIL-LINE2,
                     :HV-CUSTOMER-MAIL-CITY,
                     :HV-CUSTOMER-MAIL-POSTCD
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
                 AND COALESCE(CUSTOMER_STATUS, ' ') <> 'DECEASED'
           END-EXEC.

           IF SQLCODE NOT = 0
             IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CHQRTN: CUSTOMER LOOKUP FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-CUST-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
             END-IF
             DISPLAY 'CHQRTN: NO LETTER FOR ITEM ' WS-RCQ-ITEM-REF
             GO TO QUEUE-RETURN-LETTER-END
           END-IF.

           INITIALIZE HOST-REQUEST-ROW.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO HV-LRQ-TO-NAME
           END-STRING.

           IF HV-CUSTOMER-MAIL-IND = 'Y'
              AND HV-CUSTOMER-MAIL-LINE1 NOT = SPACES
             MOVE HV-CUSTOMER-MAIL-LINE1 TO HV-LRQ-TO-LINE1
             MOVE HV-CUSTOMER-MAIL-LINE2 TO HV-LRQ-TO-LINE2
             MOVE HV-CUSTOMER-MAIL-CITY TO HV-LRQ-TO-CITY
             MOVE HV-CUSTOMER-MAIL-POSTCD TO HV-LRQ-TO-POSTCODE
           ELSE
             MOVE HV-CUSTOMER-ADDR-LINE1 TO HV-LRQ-TO-LINE1
             MOVE HV-CUSTOMER-ADDR-LINE2 TO HV-LRQ-TO-LINE2
             MOVE HV-CUSTOMER-CITY TO HV-LRQ-TO-CITY
             MOVE HV-CUSTOMER-POSTCODE TO HV-LRQ-TO-POSTCODE
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(LTR_REQ_ID), 0)
                INTO :HV-LRQ-ID
                FROM LETTER_REQUEST
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: LETTER ID FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
             GO TO QUEUE-RETURN-LETTER-END
           END-IF.

           ADD 1 TO HV-LRQ-ID.

           EXEC SQL
              INSERT INTO LETTER_REQUEST
                     ( LTR_REQ_ID,
                       LTR_REQ_SORTCODE,
                       LTR_REQ_CUSTNO,
                       LTR_REQ_NUMBER,
                       LTR_REQ_TYPE,
                       LTR_REQ_BAL_CONSENT,
                       LTR_REQ_TO_NAME,
                       LTR_REQ_TO_LINE1,
                       LTR_REQ_TO_LINE2,
                       LTR_REQ_TO_CITY,
                       LTR_REQ_TO_POSTCODE,
                       LTR_REQ_REQUESTED_DATE,
                       LTR_REQ_REQUESTED_BY,
                       LTR_REQ_STATUS,
                       LTR_REQ_FEE,
                       LTR_REQ_DONE_DATE )
              VALUES ( :HV-LRQ-ID,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-CUST-NUMBER,
                       :HV-ACCOUNT-NUMBER,
                       'RETCHQ',
                       'N',
                       :HV-LRQ-TO-NAME,
                       :HV-LRQ-TO-LINE1,
                       :HV-LRQ-TO-LINE2,
                       :HV-LRQ-TO-CITY,
                       :HV-LRQ-TO-POSTCODE,
                       :WS-RUN-DATE,
                       'BAT',
                       'P',
                       0,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: LETTER REQUEST INSERT FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
             GO TO QUEUE-RETURN-LETTER-END
           END-IF.

           MOVE HV-LRQ-ID TO HV-CHQ-LETTER-ID.
       QUEUE-RETURN-LETTER-END.

      * PROCEDURE MARK-CHEQUE-RETURNED
      * Records the return on the item, with the posting that took
      * it back and the letter that tells the customer.
       MARK-CHEQUE-RETURNED.
           MOVE WS-RCQ-REASON-CODE TO HV-CHQ-RETURN-REASON.

           EXEC SQL
              UPDATE CHEQUE_ITEM
                 SET CHQI_STATUS = 'R',
                     CHQI_RETURN_DATE = :WS-RUN-DATE,
                     CHQI_RETURN_REASON = :HV-CHQ-RETURN-REASON,
                     CHQI_RETURN_REF = :HV-CHQ-RETURN-REF,
                     CHQI_LETTER_ID = :HV-CHQ-LETTER-ID
               WHERE CHQI_ID = :HV-CHQ-ID
                 AND CHQI_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQRTN: UNABLE TO MARK ITEM ' WS-RCQ-ITEM-REF
                     ' RETURNED, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'REFER - PROCESSING ERROR' TO WS-RPT-VERDICT
           END-IF.
       MARK-CHEQUE-RETURNED-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE WS-RCQ-ITEM-REF TO WS-RPT-ITEM-REF.
           MOVE HV-CHQ-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-CHQ-NUMBER TO WS-RPT-ACCNO.
           MOVE WS-RCQ-SERIAL TO WS-RPT-SERIAL.
           MOVE WS-RCQ-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-RCQ-REASON-TEXT TO WS-RPT-REASON.
           MOVE WS-REPORT-LINE TO CHQRT-RPT-RECORD.
           WRITE CHQRT-RPT-RECORD.
       WRITE-REPORT-LINE-END.

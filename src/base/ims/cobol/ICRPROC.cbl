       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICRPROC.

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
      * Inbound credit file processor.
      *
      * Reads the clearing house's inbound credits file (ICRIN) -
      * salaries, benefits and payments from customers of other
      * banks - and credits each item to the ACCOUNT it names by
      * the same rules DBCRFUN applies to an online credit: the
      * account must be live and carry no freeze or post-no-credits
      * control, and the credit is recorded on PROCTRAN with its own
      * 'ICR' type, the sender's reference and the remitter's
      * reference in the description.
      *
      * An item the job cannot credit is not returned - it goes to
      * the SUSPENSE ledger with a reason code: no such account,
      * an account that has closed (found on ACCOUNT_ARCHIVE), an
      * account frozen or blocked for credits, or a balance update
      * that lost to an online posting. Operations work the
      * suspense items through the SUSPMNT transaction, applying
      * each to the right account or marking it to go back to the
      * sender.
      *
      * A credit for an account that has closed because its
      * customer switched to another bank is not suspended while the
      * switch's redirection period runs (ACCOUNT_SWITCH): it is
      * recorded against the closed account and sent straight on as
      * an 'OBP' payment queued on OUTBOUND_PAYMENT (source 'SWR')
      * to the customer's account at the new bank.
      *
      * A credit to a tax-free savings wrapper is the customer's
      * subscription and goes to suspense instead if it would take
      * them over the annual allowance. WRAPCHK holds the one copy
      * of those rules and records the subscription in the item's
      * unit of work.
      *
      * The file carries a 'T' trailer with the detail count and
      * amount total; a file whose details do not balance to its
      * trailer is rejected whole, before anything posts (the
      * DDCOLL convention).
      *
      * Once the file is posted the job sweeps the suspense items
      * marked for return onto the returns file (ICRRTNS) for the
      * clearing house, addressed to the sender's sort code and
      * account with our reason code, closed by a control-total
      * trailer, and marks each one returned.
      *
      * Each item is committed individually, with the detail-record
      * position checkpointed to BATCH_RESTART in the DDCOLL style -
      * a rerun resumes past the last item decided, so a stopped run
      * can never credit or suspend an item twice. A clean finish
      * clears the restart row. The return sweep only picks up items
      * still marked for return, so it is rerun-safe on its own.
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
           SELECT ICR-IN-FILE ASSIGN TO ICRIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICR-RTN-FILE ASSIGN TO ICRRTNS
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ICR-IN-FILE
           RECORDING MODE IS F.
       01  ICR-IN-RECORD                 PIC X(80).

       FD  ICR-RTN-FILE
           RECORDING MODE IS F.
       01  ICR-RTN-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE DB2 copybook - tells a closed account from
      * one that never existed
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

       77  HV-ARCH-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a frozen or post-no-credits
      * account sends its items to suspense
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * TRANSACTION_TYPE DB2 copybook - the type this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * ACCOUNT_SWITCH DB2 copybook - a closed account switched to
      * another bank has its credits sent on after it
           EXEC SQL
              INCLUDE ASWTDB2
           END-EXEC.

       01  HOST-SWITCH-ROW.
           03  HV-SW-ID                  PIC S9(9) COMP.
           03  HV-SW-CUSTOMER            PIC X(10).
           03  HV-SW-OTHER-SORTCODE      PIC X(6).
           03  HV-SW-OTHER-NUMBER        PIC X(8).

      * OUTBOUND_PAYMENT DB2 copybook - the redirected credit goes
      * to the new bank through the outbound payments queue
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

       01  HOST-OUTBOUND-ROW.
           03  HV-OBP-ID             PIC S9(9) COMP.
           03  HV-OBP-PAYEE-NAME     PIC X(18).
           03  HV-OBP-PAYEE-REF      PIC X(18).
           03  HV-OBP-PROCTRAN-REF   PIC X(12).
       77  HV-OBP-MAX-ID             PIC S9(9) COMP    VALUE 0.

      * SUSPENSE DB2 copybook - the suspense ledger
           EXEC SQL
              INCLUDE SUSPDB2
           END-EXEC.

       01  HOST-SUSPENSE-ROW.
           03  HV-SUSP-ID                PIC S9(9) COMP.
           03  HV-SUSP-SORTCODE          PIC X(6).
           03  HV-SUSP-NUMBER            PIC X(8).
           03  HV-SUSP-AMOUNT            PIC S9(10)V99 COMP-3.
           03  HV-SUSP-ORIG-SORTCODE     PIC X(6).
           03  HV-SUSP-ORIG-NUMBER       PIC X(8).
           03  HV-SUSP-ORIG-REF          PIC X(12).
           03  HV-SUSP-REMITTER-REF      PIC X(18).
           03  HV-SUSP-REASON            PIC X(2).

       77  HV-SUSP-MAX-ID            PIC S9(9) COMP    VALUE 0.

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

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

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

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback and reformatted to the
      * DD.MM.YYYY text layout PROCTRAN_DATE is stored in.
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

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * The inbound credits file layouts. A detail is one credit
      * for one of our accounts, with the sender's sort code,
      * account and reference; the trailer carries the control
      * totals the details must balance to.
      *
       01  WS-CREDIT-DETAIL.
           05  WS-ICR-REC-TYPE       PIC X.
           05  WS-ICR-SORTCODE       PIC X(6).
           05  WS-ICR-ACCNO          PIC X(8).
           05  WS-ICR-AMOUNT         PIC 9(10)V99.
           05  WS-ICR-ORIG-SORTCODE  PIC X(6).
           05  WS-ICR-ORIG-ACCNO     PIC X(8).
           05  WS-ICR-ORIG-REF       PIC X(12).
           05  WS-ICR-REMITTER-REF   PIC X(18).
           05  FILLER                PIC X(9).

       01  WS-CREDIT-TRAILER REDEFINES WS-CREDIT-DETAIL.
           05  FILLER                PIC X.
           05  WS-ICR-TRL-COUNT      PIC 9(8).
           05  WS-ICR-TRL-TOTAL      PIC 9(10)V99.
           05  FILLER                PIC X(59).

      *
      * The returns file layouts - one 'R' record per suspense item
      * going back to its sender, closed by a 'T' control trailer.
      *
       01  WS-RETURN-DETAIL.
           05  WS-RTN-REC-TYPE       PIC X     VALUE 'R'.
           05  WS-RTN-SORTCODE       PIC X(6).
           05  WS-RTN-ACCNO          PIC X(8).
           05  WS-RTN-AMOUNT         PIC 9(10)V99.
           05  WS-RTN-ORIG-REF       PIC X(12).
           05  WS-RTN-REASON-CODE    PIC X(2).
           05  WS-RTN-REASON-TEXT    PIC X(25).
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-RETURN-TRAILER.
           05  FILLER                PIC X     VALUE 'T'.
           05  WS-RTN-TRL-COUNT      PIC 9(8).
           05  WS-RTN-TRL-TOTAL      PIC 9(10)V99.
           05  FILLER                PIC X(59) VALUE SPACES.

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
       77  WS-SUSPENSE-REASON        PIC X(2)          VALUE SPACES.
       77  WS-CREDIT-REDIRECTED      PIC X             VALUE 'N'.

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules for a credit to a wrapper
       01  WRAPCHK-PROGRAM           PIC X(8)  VALUE 'WRAPCHK'.
       01  WRAPCHK-COMMAREA.
           COPY WRAPCHK.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-CREDITED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-SUSPENDED        PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-RETURNED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REDIRECTED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-DETAIL-TOTAL           PIC S9(12)V99     VALUE 0.
       77  WS-RETURNED-TOTAL         PIC S9(12)V99     VALUE 0.

       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

      * The suspense items operations have marked to go back to
      * their senders. WITH HOLD so the per-item commits do not
      * close the cursor.
           EXEC SQL
              DECLARE ICRRTN-CURSOR CURSOR WITH HOLD FOR
                 SELECT SUSPENSE_ID,
                        SUSPENSE_AMOUNT,
                        SUSPENSE_ORIG_SORTCODE,
                        SUSPENSE_ORIG_NUMBER,
                        SUSPENSE_ORIG_REF,
                        SUSPENSE_REASON
                   FROM SUSPENSE
                  WHERE SUSPENSE_STATUS = 'R'
                  ORDER BY SUSPENSE_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'ICRPROC ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE CREDITS POST THE BUSINESS DATE FROM THE BANKING_DATE
      *    CONTROL ROW, NOT THE CLOCK - A RUN THAT STARTS AFTER
      *    MIDNIGHT STILL POSTS INTO THE DAY EODCUT CUT OVER TO.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           COMPUTE WS-RUN-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

           MOVE 'ICR' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'OBP' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

      *
      *    First pass - prove the file balances to its own trailer
      *    before anything posts.
      *
           PERFORM PROVE-CREDIT-FILE
              THRU PROVE-CREDIT-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'ICRPROC: INBOUND CREDITS FILE REJECTED - '
                     'SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE 'ICRPROC ' TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

      *
      *    Second pass - credit every detail, suspending the ones
      *    that cannot be credited.
      *
           OPEN INPUT ICR-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ ICR-IN-FILE INTO WS-CREDIT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-ICR-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM CREDIT-ONE-ITEM
                        THRU CREDIT-ONE-ITEM-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE ICR-IN-FILE.

           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

      *
      *    Then send back the suspense items marked for return.
      *
           OPEN OUTPUT ICR-RTN-FILE.

           PERFORM RETURN-SUSPENSE-ITEMS
              THRU RETURN-SUSPENSE-ITEMS-END.

           MOVE SPACES TO WS-RETURN-TRAILER.
           MOVE 'T' TO WS-RETURN-TRAILER(1:1).
           MOVE WS-ITEMS-RETURNED TO WS-RTN-TRL-COUNT.
           MOVE WS-RETURNED-TOTAL TO WS-RTN-TRL-TOTAL.
           MOVE WS-RETURN-TRAILER TO ICR-RTN-RECORD.
           WRITE ICR-RTN-RECORD.

           CLOSE ICR-RTN-FILE.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: ITEMS RECEIVED    = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-CREDITED TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: ITEMS CREDITED    = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REDIRECTED TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: ITEMS SENT ON     = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-SUSPENDED TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: ITEMS TO SUSPENSE = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-SKIPPED TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: ITEMS RESUMED PAST = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-RETURNED TO WS-RECS-DISPLAY.
           DISPLAY 'ICRPROC: SUSPENSE RETURNED = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

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
             DISPLAY 'ICRPROC: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-CREDIT-FILE
      * Walks the file adding up the details and checks them
      * against the trailer's count and amount total.
       PROVE-CREDIT-FILE.
           OPEN INPUT ICR-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-DETAIL-TOTAL.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ ICR-IN-FILE INTO WS-CREDIT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-ICR-REC-TYPE
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                       ADD WS-ICR-AMOUNT TO WS-DETAIL-TOTAL
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-ICR-TRL-COUNT = WS-ITEMS-READ
                          AND WS-ICR-TRL-TOTAL = WS-DETAIL-TOTAL
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'ICRPROC: TRAILER DOES NOT BALANCE '
                                 'TO DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE ICR-IN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'ICRPROC: NO CONTROL TRAILER ON CREDITS FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-CREDIT-FILE-END.

      * PROCEDURE CREDIT-ONE-ITEM
      * Credits one item, one item per unit of work, or puts it in
      * suspense with a reason code. Items up to the restart
      * position were decided by the stopped run and are skipped.
       CREDIT-ONE-ITEM.
           IF WS-ITEMS-READ NOT > WS-RESUME-PAST
             ADD 1 TO WS-ITEMS-SKIPPED
             GO TO CREDIT-ONE-ITEM-END
           END-IF.

           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 'N' TO WS-CREDIT-REDIRECTED.
           MOVE SPACES TO WS-SUSPENSE-REASON.

           PERFORM READ-NAMED-ACCOUNT THRU READ-NAMED-ACCOUNT-END.

           IF WS-POSTING-OK NOT = 'Y' AND WS-SUSPENSE-REASON = '03'
             PERFORM REDIRECT-SWITCHED-CREDIT
                THRU REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND WS-CREDIT-REDIRECTED = 'N'
             PERFORM CHECK-ACCOUNT-CONTROLS
                THRU CHECK-ACCOUNT-CONTROLS-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND WS-CREDIT-REDIRECTED = 'N'
             PERFORM CHECK-WRAPPER-ALLOWANCE
                THRU CHECK-WRAPPER-ALLOWANCE-END
           END-IF.

           IF WS-POSTING-OK = 'Y' AND WS-CREDIT-REDIRECTED = 'N'
             PERFORM POST-INBOUND-CREDIT
                THRU POST-INBOUND-CREDIT-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM TAKE-RESTART-CHECKPOINT
                THRU TAKE-RESTART-CHECKPOINT-END
             IF WS-CREDIT-REDIRECTED = 'Y'
               ADD 1 TO WS-ITEMS-REDIRECTED
             ELSE
               ADD 1 TO WS-ITEMS-CREDITED
             END-IF
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             PERFORM WRITE-SUSPENSE-ITEM
                THRU WRITE-SUSPENSE-ITEM-END
      *
      *      A suspended item is a decision too - checkpoint it, so
      *      a rerun does not suspend it a second time.
      *
             PERFORM TAKE-RESTART-CHECKPOINT
                THRU TAKE-RESTART-CHECKPOINT-END
           END-IF.
       CREDIT-ONE-ITEM-END.

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
      * inside the item's unit of work, so the position and the
      * posting can never be committed apart.
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

      * PROCEDURE READ-NAMED-ACCOUNT
      * An account missing from the live table is either closed -
      * it has an ACCOUNT_ARCHIVE row - or was never ours.
       READ-NAMED-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE WS-ICR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE WS-ICR-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE '01' TO WS-SUSPENSE-REASON
             MOVE 0 TO HV-ARCH-CHECK-COUNT
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-ARCH-CHECK-COUNT
                  FROM ACCOUNT_ARCHIVE
                 WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
             END-EXEC
             IF SQLCODE = 0 AND HV-ARCH-CHECK-COUNT > 0
               MOVE '03' TO WS-SUSPENSE-REASON
             END-IF
             GO TO READ-NAMED-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ICRPROC: ACCOUNT READ FAILED FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
           END-IF.
       READ-NAMED-ACCOUNT-END.

      * PROCEDURE REDIRECT-SWITCHED-CREDIT
      * A closed account whose customer switched to another bank
      * within the redirection period has the credit sent on: it is
      * recorded against the closed account as an 'ICR' credit and
      * paid straight out again as an 'OBP' payment to the new
      * account, queued for OBPSUBM. Anything that stops that sends
      * the item to suspense as before.
       REDIRECT-SWITCHED-CREDIT.
           INITIALIZE HOST-SWITCH-ROW.

           EXEC SQL
              SELECT ACCOUNT_SWITCH_ID,
                     ACCOUNT_SWITCH_CUSTOMER,
                     ACCOUNT_SWITCH_OTHER_SORTCODE,
                     ACCOUNT_SWITCH_OTHER_NUMBER
                INTO :HV-SW-ID,
                     :HV-SW-CUSTOMER,
                     :HV-SW-OTHER-SORTCODE,
                     :HV-SW-OTHER-NUMBER
                FROM ACCOUNT_SWITCH
               WHERE ACCOUNT_SWITCH_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_SWITCH_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_SWITCH_DIRECTION = 'O'
                 AND ACCOUNT_SWITCH_STATUS = 'C'
                 AND ACCOUNT_SWITCH_REDIRECT_UNTIL >= :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           IF WS-ICR-AMOUNT = 0
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 'Y' TO WS-CREDIT-REDIRECTED.
           MOVE HV-SW-CUSTOMER TO HV-ACCOUNT-CUST-NUMBER.
           MOVE WS-ICR-AMOUNT TO WS-NEW-ACTUAL-BAL.

           PERFORM WRITE-PROCTRAN-CREDIT
              THRU WRITE-PROCTRAN-CREDIT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           PERFORM WRITE-PROCTRAN-REDIRECT
              THRU WRITE-PROCTRAN-REDIRECT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE HV-PROCTRAN-REF TO HV-OBP-PROCTRAN-REF.
           MOVE WS-ICR-REMITTER-REF TO HV-OBP-PAYEE-REF.

           MOVE 0 TO HV-OBP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(OUTBOUND_PAYMENT_ID), 0)
                INTO :HV-OBP-MAX-ID
                FROM OUTBOUND_PAYMENT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ICRPROC: OUTBOUND ID LOOKUP FAILED FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO REDIRECT-SWITCHED-CREDIT-END
           END-IF.

           COMPUTE HV-OBP-ID = HV-OBP-MAX-ID + 1.

           EXEC SQL
              INSERT INTO OUTBOUND_PAYMENT
                     ( OUTBOUND_PAYMENT_ID,
                       OUTBOUND_FROM_SORTCODE,
                       OUTBOUND_FROM_NUMBER,
                       OUTBOUND_DEST_SORTCODE,
                       OUTBOUND_DEST_NUMBER,
                       OUTBOUND_PAYEE_NAME,
                       OUTBOUND_PAYEE_REF,
                       OUTBOUND_AMOUNT,
                       OUTBOUND_SOURCE,
                       OUTBOUND_SOURCE_ID,
                       OUTBOUND_PROCTRAN_REF,
                       OUTBOUND_STATUS,
                       OUTBOUND_QUEUED_DATE,
                       OUTBOUND_SUBMIT_DATE,
                       OUTBOUND_RETURN_REASON,
                       OUTBOUND_RETURN_REF )
              VALUES ( :HV-OBP-ID,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-SW-OTHER-SORTCODE,
                       :HV-SW-OTHER-NUMBER,
                       :HV-OBP-PAYEE-NAME,
                       :HV-OBP-PAYEE-REF,
                       :WS-ICR-AMOUNT,
                       'SWR',
                       :HV-SW-ID,
                       :HV-OBP-PROCTRAN-REF,
                       'Q',
                       :WS-RUN-DATE,
                       0,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ICRPROC: UNABLE TO QUEUE OUTBOUND PAYMENT FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
           END-IF.
       REDIRECT-SWITCHED-CREDIT-END.

      * PROCEDURE CHECK-ACCOUNT-CONTROLS
      * A freeze or post-no-credits control sends the item to
      * suspense. A failed lookup is treated as controlled.
       CHECK-ACCOUNT-CONTROLS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_CONTROL_TYPE IN ('F', 'C')
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE '02' TO WS-SUSPENSE-REASON
           END-IF.
       CHECK-ACCOUNT-CONTROLS-END.

      * PROCEDURE CHECK-WRAPPER-ALLOWANCE
      * A credit that would take the customer over their wrapper
      * allowance for the tax year the run date falls in goes to
      * suspense - as does one WRAPCHK could not decide.
       CHECK-WRAPPER-ALLOWANCE.
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'C' TO COMM-WR-FUNCTION.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-WR-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO COMM-WR-ACCNO.
           MOVE SPACES TO COMM-WR-FROM-ACCNO.
           MOVE WS-ICR-AMOUNT TO COMM-WR-AMOUNT.
           MOVE WS-RUN-DATE TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
             MOVE 'N' TO WS-POSTING-OK
             IF WR-ALLOWANCE-EXCEEDED
               MOVE '05' TO WS-SUSPENSE-REASON
             ELSE
               MOVE '04' TO WS-SUSPENSE-REASON
             END-IF
           END-IF.
       CHECK-WRAPPER-ALLOWANCE-END.

      * PROCEDURE POST-INBOUND-CREDIT
      * A zero-amount item has nothing to credit and is suspended
      * for operations to look at, as DBCRFUN would refuse it.
       POST-INBOUND-CREDIT.
           IF WS-ICR-AMOUNT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO POST-INBOUND-CREDIT-END
           END-IF.

           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-ICR-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-ICR-AMOUNT.

      *
      *    The WHERE clause repeats the balances just read, the same
      *    optimistic update DBCRFUN uses - if an online posting got
      *    in between, the item goes to suspense rather than being
      *    applied to a stale balance.
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
             DISPLAY 'ICRPROC: ACCOUNT UPDATE FAILED FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO POST-INBOUND-CREDIT-END
           END-IF.

           PERFORM WRITE-PROCTRAN-CREDIT
              THRU WRITE-PROCTRAN-CREDIT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO POST-INBOUND-CREDIT-END
           END-IF.

      *
      *    A subscription to a wrapper is recorded in the item's
      *    unit of work - if it cannot be, the item goes to suspense.
      *
           IF WR-IS-SUBSCRIPTION
             MOVE 'R' TO COMM-WR-FUNCTION
             CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA
             IF NOT WR-CREDIT-PERMITTED
               MOVE 'N' TO WS-POSTING-OK
               MOVE '04' TO WS-SUSPENSE-REASON
             END-IF
           END-IF.
       POST-INBOUND-CREDIT-END.

      * PROCEDURE WRITE-PROCTRAN-CREDIT
      * Records the credit on PROCTRAN with its own 'ICR' type. The
      * description follows DBCRFUN's layout - sort code and
      * customer, then the origin: the sender's reference and the
      * remitter's reference the customer will recognise.
       WRITE-PROCTRAN-CREDIT.
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
             DISPLAY 'ICRPROC: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO WRITE-PROCTRAN-CREDIT-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'ICR' TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE WS-ICR-ORIG-REF TO HV-PROCTRAN-DESC(17:12).
           MOVE WS-ICR-REMITTER-REF TO HV-PROCTRAN-DESC(30:18).
           MOVE WS-ICR-AMOUNT TO HV-PROCTRAN-AMOUNT.
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
             DISPLAY 'ICRPROC: UNABLE TO INSERT PROCTRAN FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
           END-IF.
       WRITE-PROCTRAN-CREDIT-END.

      * PROCEDURE WRITE-PROCTRAN-REDIRECT
      * Records the redirected credit leaving the closed account as
      * an 'OBP' payment, described the way SORDEXEC describes one -
      * the new bank's sort code and account, then the remitter's
      * reference.
       WRITE-PROCTRAN-REDIRECT.
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
             DISPLAY 'ICRPROC: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
             GO TO WRITE-PROCTRAN-REDIRECT-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'OBP' TO HV-PROCTRAN-TYPE.
           MOVE HV-SW-OTHER-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-SW-OTHER-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE WS-ICR-REMITTER-REF TO HV-PROCTRAN-DESC(17:18).
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-ICR-AMOUNT.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.

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
             DISPLAY 'ICRPROC: UNABLE TO INSERT PROCTRAN FOR '
                     WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '04' TO WS-SUSPENSE-REASON
           END-IF.
       WRITE-PROCTRAN-REDIRECT-END.

      * PROCEDURE WRITE-SUSPENSE-ITEM
      * Puts the item on the suspense ledger, open, with the
      * reason it could not be credited. A failure here leaves the
      * item undecided - the run stops with return code 12 so the
      * restart picks it up again rather than losing it.
       WRITE-SUSPENSE-ITEM.
           MOVE 0 TO HV-SUSP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(SUSPENSE_ID), 0)
                INTO :HV-SUSP-MAX-ID
                FROM SUSPENSE
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO WRITE-SUSPENSE-ITEM-FAILED
           END-IF.

           COMPUTE HV-SUSP-ID = HV-SUSP-MAX-ID + 1.
           MOVE WS-ICR-SORTCODE TO HV-SUSP-SORTCODE.
           MOVE WS-ICR-ACCNO TO HV-SUSP-NUMBER.
           MOVE WS-ICR-AMOUNT TO HV-SUSP-AMOUNT.
           MOVE WS-ICR-ORIG-SORTCODE TO HV-SUSP-ORIG-SORTCODE.
           MOVE WS-ICR-ORIG-ACCNO TO HV-SUSP-ORIG-NUMBER.
           MOVE WS-ICR-ORIG-REF TO HV-SUSP-ORIG-REF.
           MOVE WS-ICR-REMITTER-REF TO HV-SUSP-REMITTER-REF.
           MOVE WS-SUSPENSE-REASON TO HV-SUSP-REASON.

           EXEC SQL
              INSERT INTO SUSPENSE
                     ( SUSPENSE_ID,
                       SUSPENSE_SORTCODE,
                       SUSPENSE_NUMBER,
                       SUSPENSE_AMOUNT,
                       SUSPENSE_ORIG_SORTCODE,
                       SUSPENSE_ORIG_NUMBER,
                       SUSPENSE_ORIG_REF,
                       SUSPENSE_REMITTER_REF,
                       SUSPENSE_REASON,
                       SUSPENSE_STATUS,
                       SUSPENSE_RECEIVED_DATE,
                       SUSPENSE_CLEARED_DATE,
                       SUSPENSE_CLEARED_BY,
                       SUSPENSE_APPLIED_SORTCODE,
                       SUSPENSE_APPLIED_NUMBER,
                       SUSPENSE_APPLIED_REF )
              VALUES ( :HV-SUSP-ID,
                       :HV-SUSP-SORTCODE,
                       :HV-SUSP-NUMBER,
                       :HV-SUSP-AMOUNT,
                       :HV-SUSP-ORIG-SORTCODE,
                       :HV-SUSP-ORIG-NUMBER,
                       :HV-SUSP-ORIG-REF,
                       :HV-SUSP-REMITTER-REF,
                       :HV-SUSP-REASON,
                       'O',
                       :WS-RUN-DATE,
                       0,
                       ' ',
                       ' ',
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO WRITE-SUSPENSE-ITEM-FAILED
           END-IF.

           ADD 1 TO WS-ITEMS-SUSPENDED.
           GO TO WRITE-SUSPENSE-ITEM-END.

       WRITE-SUSPENSE-ITEM-FAILED.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'ICRPROC: UNABLE TO SUSPEND ITEM FOR '
                   WS-ICR-SORTCODE '/' WS-ICR-ACCNO
                   ' SQLCODE=' SQLCODE-DISPLAY.
           DISPLAY 'ICRPROC: RUN STOPPED - RERUN RESUMES AT THIS ITEM'.
           EXEC SQL
              ROLLBACK WORK
           END-EXEC.
           CLOSE ICR-IN-FILE.
           MOVE 12 TO RETURN-CODE.
           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.
       WRITE-SUSPENSE-ITEM-END.

      * PROCEDURE RETURN-SUSPENSE-ITEMS
      * Writes every suspense item marked for return to the returns
      * file and marks it returned, one item per unit of work.
       RETURN-SUSPENSE-ITEMS.
           EXEC SQL
              OPEN ICRRTN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ICRPROC: UNABLE TO OPEN ICRRTN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO RETURN-SUSPENSE-ITEMS-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH ICRRTN-CURSOR
                  INTO :HV-SUSP-ID, :HV-SUSP-AMOUNT,
                       :HV-SUSP-ORIG-SORTCODE, :HV-SUSP-ORIG-NUMBER,
                       :HV-SUSP-ORIG-REF, :HV-SUSP-REASON
             END-EXEC
             IF SQLCODE = 0
               PERFORM RETURN-ONE-ITEM THRU RETURN-ONE-ITEM-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ICRPROC: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ICRRTN-CURSOR
           END-EXEC.
       RETURN-SUSPENSE-ITEMS-END.

      * PROCEDURE RETURN-ONE-ITEM
       RETURN-ONE-ITEM.
           EXEC SQL
              UPDATE SUSPENSE
                 SET SUSPENSE_STATUS = 'X',
                     SUSPENSE_CLEARED_DATE = :WS-RUN-DATE
               WHERE SUSPENSE_ID = :HV-SUSP-ID
                 AND SUSPENSE_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ICRPROC: UNABLE TO MARK SUSPENSE ITEM '
                     HV-SUSP-ID ' RETURNED, SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             GO TO RETURN-ONE-ITEM-END
           END-IF.

           MOVE SPACES TO WS-RETURN-DETAIL.
           MOVE 'R' TO WS-RTN-REC-TYPE.
           MOVE HV-SUSP-ORIG-SORTCODE TO WS-RTN-SORTCODE.
           MOVE HV-SUSP-ORIG-NUMBER TO WS-RTN-ACCNO.
           MOVE HV-SUSP-AMOUNT TO WS-RTN-AMOUNT.
           MOVE HV-SUSP-ORIG-REF TO WS-RTN-ORIG-REF.
           MOVE HV-SUSP-REASON TO WS-RTN-REASON-CODE.

           EVALUATE HV-SUSP-REASON
             WHEN '01'
               MOVE 'NO SUCH ACCOUNT' TO WS-RTN-REASON-TEXT
             WHEN '02'
               MOVE 'ACCOUNT NOT ACCEPTING' TO WS-RTN-REASON-TEXT
             WHEN '03'
               MOVE 'ACCOUNT CLOSED' TO WS-RTN-REASON-TEXT
             WHEN '05'
               MOVE 'ALLOWANCE EXCEEDED' TO WS-RTN-REASON-TEXT
             WHEN OTHER
               MOVE 'REFER TO PAYER' TO WS-RTN-REASON-TEXT
           END-EVALUATE.

           MOVE WS-RETURN-DETAIL TO ICR-RTN-RECORD.
           WRITE ICR-RTN-RECORD.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-ITEMS-RETURNED.
           ADD HV-SUSP-AMOUNT TO WS-RETURNED-TOTAL.
       RETURN-ONE-ITEM-END.

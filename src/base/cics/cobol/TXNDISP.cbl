       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program takes and settles an unauthorised-transaction
      * claim - a customer saying "I didn't make this payment".
      * These used to be raised as a COMPLAINT, which carries no
      * money and no deadline. Payment-services rules want the
      * debit refunded by the end of the next business day unless
      * there are grounds to suspect fraud by the customer, so the
      * claim now has its own row on TRANSACTION_DISPUTE, keyed on
      * the disputed PROCTRAN reference.
      *
      * Raising the claim refunds the debit at once through DBCRFUN
      * as type 'UTR', so it meets the same controls as any other
      * credit, and sets the account post-no-debits through ACCCTRL
      * so whatever was used to make the payment cannot be used
      * again while the claim is open - a post-no-debits control
      * rather than a freeze, so the refund itself can still land.
      * Where the account is already post-no-debits the control is
      * left to its owner. The deadline is worked out on the BNKDATE
      * business calendar and DISPDUE reports against it.
      *
      * Where there are grounds to suspect the customer the refund
      * is held and the grounds are recorded; 'P' pays it later if
      * they fall away. The investigation ends either by confirming
      * the refund or by re-debiting it as type 'UTD', and either
      * way the customer is sent notice through CORRLOG and the
      * control is lifted - or handed on to another claim still
      * open on the account. A direct debit is claimed under the
      * Direct Debit Guarantee through DDICLAIM instead.
      *
      * Each action is one unit of work: if the posting, the control
      * or the claim row fails they all back out. The operator is
      * captured from EIBOPID the way DDICLAIM captures it, and a
      * DB2 problem is reported back in the commarea rather than
      * abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNDISP.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT DB2 copybook - the customer the notice goes to
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * TRANSACTION_DISPUTE DB2 copybook
           EXEC SQL
              INCLUDE TDSPDB2
           END-EXEC.

       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.

       01 HOST-DISPUTE-ROW.
          03 HV-TDS-SORTCODE            PIC X(6).
          03 HV-TDS-NUMBER              PIC X(8).
          03 HV-TDS-PROCTRAN-REF        PIC X(12).
          03 HV-TDS-TXN-DATE            PIC X(10).
          03 HV-TDS-TXN-TYPE            PIC X(3).
          03 HV-TDS-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-TDS-STATUS              PIC X.
          03 HV-TDS-FRAUD-SUSPECTED     PIC X.
          03 HV-TDS-CONTROL-SET         PIC X.
          03 HV-TDS-RAISED-DATE         PIC S9(9) COMP.
          03 HV-TDS-RAISED-BY           PIC X(3).
          03 HV-TDS-DEADLINE            PIC S9(9) COMP.
          03 HV-TDS-REFUND-REF          PIC X(12).
          03 HV-TDS-REFUND-DATE         PIC S9(9) COMP.
          03 HV-TDS-REDEBIT-REF         PIC X(12).
          03 HV-TDS-OUTCOME-DATE        PIC S9(9) COMP.
          03 HV-TDS-OUTCOME-BY          PIC X(3).
          03 HV-TDS-NOTES               PIC X(100).

       01 HV-CLAIM-COUNT                PIC S9(9) COMP.
       01 HV-NEXT-CLAIM-REF             PIC X(12).
       01 HV-CUSTOMER-NUMBER            PIC X(10).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-TODAY-ISO.
          03 WS-TODAY-ISO-YYYY          PIC 9999.
          03 FILLER                     PIC X VALUE '-'.
          03 WS-TODAY-ISO-MM            PIC 99.
          03 FILLER                     PIC X VALUE '-'.
          03 WS-TODAY-ISO-DD            PIC 99.

       01 WS-NEXT-DAY                   PIC X(10).
       01 WS-DEADLINE-ISO               PIC X(10).
       01 WS-DEADLINE-ISO-GRP REDEFINES WS-DEADLINE-ISO.
          03 WS-DEADLINE-YYYY           PIC 9999.
          03 FILLER                     PIC X.
          03 WS-DEADLINE-MM             PIC 99.
          03 FILLER                     PIC X.
          03 WS-DEADLINE-DD             PIC 99.

       01 WS-CLAIM-LOADED               PIC X VALUE 'N'.
          88 CLAIM-LOADED               VALUE 'Y'.
       01 WS-NOTICE-TEMPLATE            PIC X(8).

      * BNKDATE commarea - the online posting date the refund goes
      * under, and the business calendar the deadline is rolled on
       01 BNKDATE-PROGRAM               PIC X(8) VALUE 'BNKDATE'.
       01 BNKDATE-COMMAREA.
           COPY BNKDATE.

      * DBCRFUN commarea - the refund and any re-debit go through
      * the same posting rules as any other money movement, in this
      * task's unit of work, under their own transaction types.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

      * ACCCTRL commarea - the post-no-debits control that stops the
      * account being used while the claim is open
       01 ACCCTRL-PROGRAM               PIC X(8) VALUE 'ACCCTRL'.
       01 ACCCTRL-COMMAREA.
           COPY ACCCTRL.

      * CORRLOG commarea - the one copy of the correspondence
      * record every producing program writes
       01 CORRLOG-PROGRAM               PIC X(8) VALUE 'CORRLOG'.
       01 CORRLOG-COMMAREA.
           COPY CORRLOG.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TXNDISP.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'TXNDISP: Action=' COMM-TDS-ACTION
                   ' Account=' COMM-TDS-SCODE '/' COMM-TDS-ACCNO
                   ' Debit=' COMM-TDS-TXN-REF.

           MOVE 'N' TO COMM-TDS-SUCCESS.
           MOVE ' ' TO COMM-TDS-FAIL-CD.
           MOVE ' ' TO COMM-TDS-DBCR-FAIL-CD.
           MOVE ' ' TO COMM-TDS-AC-FAIL-CD.

           IF COMM-TDS-SCODE NOT NUMERIC
              OR COMM-TDS-ACCNO NOT NUMERIC
              OR COMM-TDS-TXN-REF = SPACES
              MOVE '2' TO COMM-TDS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN TDS-RAISE
                 PERFORM RAISE-CLAIM
              WHEN TDS-PAY-REFUND
                 PERFORM READ-CLAIM
                 IF COMM-TDS-FAIL-CD = ' '
                    PERFORM PAY-HELD-REFUND
                 END-IF
              WHEN TDS-CONFIRM
                 PERFORM READ-CLAIM
                 IF COMM-TDS-FAIL-CD = ' '
                    PERFORM CONFIRM-REFUND
                 END-IF
              WHEN TDS-REDEBIT
                 PERFORM READ-CLAIM
                 IF COMM-TDS-FAIL-CD = ' '
                    PERFORM REDEBIT-REFUND
                 END-IF
              WHEN TDS-INQUIRE
                 PERFORM READ-CLAIM
                 IF COMM-TDS-FAIL-CD = ' '
                    MOVE 'Y' TO COMM-TDS-SUCCESS
                 END-IF
              WHEN OTHER
                 MOVE '1' TO COMM-TDS-FAIL-CD
           END-EVALUATE.

      *
      *    A failed posting or control has rolled back, so the
      *    claim is returned only as it was read or left.
      *
           IF CLAIM-LOADED
              AND (COMM-TDS-FAIL-CD = ' ' OR TDS-WRONG-STATUS)
              PERFORM RETURN-CLAIM-STATE
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       RAISE-CLAIM SECTION.
       RCL010.
      *
      *    Holding the refund needs the grounds on record.
      *
           IF TDS-HOLD-REFUND AND COMM-TDS-NOTES = SPACES
              MOVE 'N' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

      *
      *    The payment must be a debit on this account. A direct
      *    debit has its own guarantee and goes through DDICLAIM.
      *
           MOVE COMM-TDS-SCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE COMM-TDS-ACCNO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE COMM-TDS-TXN-REF TO HV-PROCTRAN-REF.

           EXEC SQL
              SELECT PROCTRAN_DATE,
                     PROCTRAN_TYPE,
                     PROCTRAN_AMOUNT
                INTO :HV-PROCTRAN-DATE,
                     :HV-PROCTRAN-TYPE,
                     :HV-PROCTRAN-AMOUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-PROCTRAN-SORT-CODE
                 AND PROCTRAN_NUMBER = :HV-PROCTRAN-ACC-NUMBER
                 AND PROCTRAN_REF = :HV-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Debit read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           IF HV-PROCTRAN-TYPE = 'DDB'
              MOVE 'G' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           IF HV-PROCTRAN-AMOUNT NOT < ZERO
              MOVE '3' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           MOVE 0 TO HV-CLAIM-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CLAIM-COUNT
                FROM TRANSACTION_DISPUTE
               WHERE TDISP_SORTCODE = :HV-PROCTRAN-SORT-CODE
                 AND TDISP_NUMBER = :HV-PROCTRAN-ACC-NUMBER
                 AND TDISP_PROCTRAN_REF = :HV-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Claim check failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           IF HV-CLAIM-COUNT > 0
              MOVE '4' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           INITIALIZE HOST-DISPUTE-ROW.
           MOVE COMM-TDS-SCODE TO HV-TDS-SORTCODE.
           MOVE COMM-TDS-ACCNO TO HV-TDS-NUMBER.
           MOVE COMM-TDS-TXN-REF TO HV-TDS-PROCTRAN-REF.
           MOVE HV-PROCTRAN-DATE TO HV-TDS-TXN-DATE.
           MOVE HV-PROCTRAN-TYPE TO HV-TDS-TXN-TYPE.
           COMPUTE HV-TDS-AMOUNT = 0 - HV-PROCTRAN-AMOUNT.
           MOVE 'N' TO HV-TDS-CONTROL-SET.
           MOVE WS-TODAY-INT TO HV-TDS-RAISED-DATE.
           MOVE EIBOPID TO HV-TDS-RAISED-BY.
           MOVE SPACES TO HV-TDS-REFUND-REF.
           MOVE SPACES TO HV-TDS-REDEBIT-REF.
           MOVE SPACES TO HV-TDS-OUTCOME-BY.
           MOVE COMM-TDS-NOTES TO HV-TDS-NOTES.

           PERFORM COMPUTE-DEADLINE.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RCL999
           END-IF.

           IF TDS-HOLD-REFUND
              MOVE 'H' TO HV-TDS-STATUS
              MOVE 'Y' TO HV-TDS-FRAUD-SUSPECTED
           ELSE
              MOVE 'O' TO HV-TDS-STATUS
              MOVE 'N' TO HV-TDS-FRAUD-SUSPECTED
              PERFORM POST-REFUND
              IF COMM-TDS-FAIL-CD NOT = ' '
                 GO TO RCL999
              END-IF
           END-IF.

      *
      *    Stop the account being debited while the claim is open.
      *    A post-no-debits control that is already there belongs
      *    to whoever set it and is left alone.
      *
           INITIALIZE ACCCTRL-COMMAREA.
           SET AC-ACTION-SET TO TRUE.
           SET AC-TYPE-NO-DEBITS TO TRUE.
           MOVE HV-TDS-SORTCODE TO COMM-AC-SCODE.
           MOVE HV-TDS-NUMBER TO COMM-AC-ACCNO.
           MOVE 'UNAUTHORISED TXN CLAIM' TO COMM-AC-REASON.

           PERFORM LINK-ACCCTRL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RCL999
           END-IF.

           IF AC-SUCCESS
              MOVE 'Y' TO HV-TDS-CONTROL-SET
           END-IF.

           EXEC SQL
              INSERT INTO TRANSACTION_DISPUTE
                     ( TDISP_SORTCODE,
                       TDISP_NUMBER,
                       TDISP_PROCTRAN_REF,
                       TDISP_TXN_DATE,
                       TDISP_TXN_TYPE,
                       TDISP_AMOUNT,
                       TDISP_STATUS,
                       TDISP_FRAUD_SUSPECTED,
                       TDISP_CONTROL_SET,
                       TDISP_RAISED_DATE,
                       TDISP_RAISED_BY,
                       TDISP_DEADLINE,
                       TDISP_REFUND_REF,
                       TDISP_REFUND_DATE,
                       TDISP_REDEBIT_REF,
                       TDISP_OUTCOME_DATE,
                       TDISP_OUTCOME_BY,
                       TDISP_NOTES )
              VALUES ( :HV-TDS-SORTCODE,
                       :HV-TDS-NUMBER,
                       :HV-TDS-PROCTRAN-REF,
                       :HV-TDS-TXN-DATE,
                       :HV-TDS-TXN-TYPE,
                       :HV-TDS-AMOUNT,
                       :HV-TDS-STATUS,
                       :HV-TDS-FRAUD-SUSPECTED,
                       :HV-TDS-CONTROL-SET,
                       :HV-TDS-RAISED-DATE,
                       :HV-TDS-RAISED-BY,
                       :HV-TDS-DEADLINE,
                       :HV-TDS-REFUND-REF,
                       :HV-TDS-REFUND-DATE,
                       :HV-TDS-REDEBIT-REF,
                       :HV-TDS-OUTCOME-DATE,
                       :HV-TDS-OUTCOME-BY,
                       :HV-TDS-NOTES )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Claim insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RCL999
           END-IF.

           MOVE 'Y' TO WS-CLAIM-LOADED.
           MOVE 'Y' TO COMM-TDS-SUCCESS.
           DISPLAY 'TXNDISP: Claim raised on ' HV-TDS-SORTCODE '/'
                   HV-TDS-NUMBER ' debit ' HV-TDS-PROCTRAN-REF
                   ' status ' HV-TDS-STATUS.

       RCL999.
           EXIT.


       READ-CLAIM SECTION.
       RDC010.

           MOVE COMM-TDS-SCODE TO HV-TDS-SORTCODE.
           MOVE COMM-TDS-ACCNO TO HV-TDS-NUMBER.
           MOVE COMM-TDS-TXN-REF TO HV-TDS-PROCTRAN-REF.

           EXEC SQL
              SELECT TDISP_TXN_DATE,
                     TDISP_TXN_TYPE,
                     TDISP_AMOUNT,
                     TDISP_STATUS,
                     TDISP_FRAUD_SUSPECTED,
                     TDISP_CONTROL_SET,
                     TDISP_RAISED_DATE,
                     TDISP_RAISED_BY,
                     TDISP_DEADLINE,
                     TDISP_REFUND_REF,
                     TDISP_REFUND_DATE,
                     TDISP_REDEBIT_REF,
                     TDISP_OUTCOME_DATE,
                     TDISP_OUTCOME_BY,
                     TDISP_NOTES
                INTO :HV-TDS-TXN-DATE,
                     :HV-TDS-TXN-TYPE,
                     :HV-TDS-AMOUNT,
                     :HV-TDS-STATUS,
                     :HV-TDS-FRAUD-SUSPECTED,
                     :HV-TDS-CONTROL-SET,
                     :HV-TDS-RAISED-DATE,
                     :HV-TDS-RAISED-BY,
                     :HV-TDS-DEADLINE,
                     :HV-TDS-REFUND-REF,
                     :HV-TDS-REFUND-DATE,
                     :HV-TDS-REDEBIT-REF,
                     :HV-TDS-OUTCOME-DATE,
                     :HV-TDS-OUTCOME-BY,
                     :HV-TDS-NOTES
                FROM TRANSACTION_DISPUTE
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_PROCTRAN_REF = :HV-TDS-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 100
              MOVE '6' TO COMM-TDS-FAIL-CD
              GO TO RDC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Claim read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RDC999
           END-IF.

           MOVE 'Y' TO WS-CLAIM-LOADED.

       RDC999.
           EXIT.


       PAY-HELD-REFUND SECTION.
       PHR010.
      *
      *    The grounds for holding the refund have fallen away - it
      *    is paid now and the investigation carries on.
      *
           IF HV-TDS-STATUS NOT = 'H'
              MOVE '7' TO COMM-TDS-FAIL-CD
              GO TO PHR999
           END-IF.

           PERFORM POST-REFUND.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO PHR999
           END-IF.

           MOVE 'O' TO HV-TDS-STATUS.
           IF COMM-TDS-NOTES NOT = SPACES
              MOVE COMM-TDS-NOTES TO HV-TDS-NOTES
           END-IF.

           PERFORM UPDATE-CLAIM.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO PHR999
           END-IF.

           MOVE 'Y' TO COMM-TDS-SUCCESS.
           DISPLAY 'TXNDISP: Held refund paid on ' HV-TDS-SORTCODE
                   '/' HV-TDS-NUMBER ' ref ' HV-TDS-REFUND-REF.

       PHR999.
           EXIT.


       CONFIRM-REFUND SECTION.
       CFR010.
      *
      *    The customer's claim is upheld. A refund still held is
      *    paid with the confirmation.
      *
           IF HV-TDS-STATUS NOT = 'H' AND NOT = 'O'
              MOVE '7' TO COMM-TDS-FAIL-CD
              GO TO CFR999
           END-IF.

           IF HV-TDS-STATUS = 'H'
              PERFORM POST-REFUND
              IF COMM-TDS-FAIL-CD NOT = ' '
                 GO TO CFR999
              END-IF
           END-IF.

           PERFORM RELEASE-DISPUTE-CONTROL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO CFR999
           END-IF.

           PERFORM PASS-ON-CONTROL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO CFR999
           END-IF.

           MOVE 'R' TO HV-TDS-STATUS.
           MOVE WS-TODAY-INT TO HV-TDS-OUTCOME-DATE.
           MOVE EIBOPID TO HV-TDS-OUTCOME-BY.
           IF COMM-TDS-NOTES NOT = SPACES
              MOVE COMM-TDS-NOTES TO HV-TDS-NOTES
           END-IF.

           PERFORM UPDATE-CLAIM.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO CFR999
           END-IF.

           MOVE 'TDSREF' TO WS-NOTICE-TEMPLATE.
           PERFORM SEND-OUTCOME-NOTICE.

           MOVE 'Y' TO COMM-TDS-SUCCESS.
           DISPLAY 'TXNDISP: Refund confirmed on ' HV-TDS-SORTCODE
                   '/' HV-TDS-NUMBER ' debit ' HV-TDS-PROCTRAN-REF.

       CFR999.
           EXIT.


       REDEBIT-REFUND SECTION.
       RDR010.
      *
      *    The investigation found against the customer. The refund,
      *    if one was made, is taken back; the reason is recorded
      *    and the customer is told.
      *
           IF HV-TDS-STATUS NOT = 'H' AND NOT = 'O'
              MOVE '7' TO COMM-TDS-FAIL-CD
              GO TO RDR999
           END-IF.

           IF COMM-TDS-NOTES = SPACES
              MOVE 'N' TO COMM-TDS-FAIL-CD
              GO TO RDR999
           END-IF.

      *
      *    The post-no-debits control comes off first, or it would
      *    stop the re-debit itself.
      *
           PERFORM RELEASE-DISPUTE-CONTROL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RDR999
           END-IF.

           IF HV-TDS-REFUND-REF NOT = SPACES
              PERFORM POST-REDEBIT
              IF COMM-TDS-FAIL-CD NOT = ' '
                 GO TO RDR999
              END-IF
           END-IF.

           PERFORM PASS-ON-CONTROL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RDR999
           END-IF.

           MOVE 'D' TO HV-TDS-STATUS.
           MOVE WS-TODAY-INT TO HV-TDS-OUTCOME-DATE.
           MOVE EIBOPID TO HV-TDS-OUTCOME-BY.
           MOVE COMM-TDS-NOTES TO HV-TDS-NOTES.

           PERFORM UPDATE-CLAIM.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RDR999
           END-IF.

           MOVE 'TDSRDB' TO WS-NOTICE-TEMPLATE.
           PERFORM SEND-OUTCOME-NOTICE.

           MOVE 'Y' TO COMM-TDS-SUCCESS.
           DISPLAY 'TXNDISP: Claim declined on ' HV-TDS-SORTCODE
                   '/' HV-TDS-NUMBER ' debit ' HV-TDS-PROCTRAN-REF
                   ' re-debit ' HV-TDS-REDEBIT-REF.

       RDR999.
           EXIT.


       COMPUTE-DEADLINE SECTION.
       CDL010.
      *
      *    The refund is due by the end of the next business day
      *    after the claim - the day after today, rolled past
      *    weekends and bank holidays on the BNKDATE calendar.
      *
           EXEC SQL
              SELECT CHAR(DATE(:WS-TODAY-ISO) + 1 DAY, ISO)
                INTO :WS-NEXT-DAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Date arithmetic failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO CDL999
           END-IF.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-ROLL-FORWARD TO TRUE.
           MOVE WS-NEXT-DAY TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF NOT BNKD-OK
              DISPLAY 'TXNDISP - Roll to next business day failed '
                      'for ' WS-NEXT-DAY
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO CDL999
           END-IF.

           MOVE BNKD-DATE-OUT TO WS-DEADLINE-ISO.
           COMPUTE HV-TDS-DEADLINE =
              (WS-DEADLINE-YYYY * 10000) +
              (WS-DEADLINE-MM * 100) +
              WS-DEADLINE-DD.

       CDL999.
           EXIT.


       POST-REFUND SECTION.
       PRF010.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE HV-TDS-SORTCODE TO COMM-SCODE.
           MOVE HV-TDS-NUMBER TO COMM-ACCNO.
           MOVE HV-TDS-AMOUNT TO COMM-AMT.
           MOVE 'UTR' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'UNAUTH CLAIM' TO COMM-ORIGIN(1:12).
           MOVE HV-TDS-PROCTRAN-REF TO COMM-ORIGIN(14:12).

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'TXNDISP: Refund failed for '
                      HV-TDS-SORTCODE '/' HV-TDS-NUMBER
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-TDS-DBCR-FAIL-CD
              MOVE '5' TO COMM-TDS-FAIL-CD
              GO TO PRF999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO HV-TDS-REFUND-REF.
           MOVE WS-TODAY-INT TO HV-TDS-REFUND-DATE.

       PRF999.
           EXIT.


       POST-REDEBIT SECTION.
       PRD010.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE HV-TDS-SORTCODE TO COMM-SCODE.
           MOVE HV-TDS-NUMBER TO COMM-ACCNO.
           COMPUTE COMM-AMT = 0 - HV-TDS-AMOUNT.
           MOVE 'UTD' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'UNAUTH CLAIM' TO COMM-ORIGIN(1:12).
           MOVE HV-TDS-PROCTRAN-REF TO COMM-ORIGIN(14:12).

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'TXNDISP: Re-debit failed for '
                      HV-TDS-SORTCODE '/' HV-TDS-NUMBER
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-TDS-DBCR-FAIL-CD
              MOVE '5' TO COMM-TDS-FAIL-CD
              GO TO PRD999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO HV-TDS-REDEBIT-REF.

       PRD999.
           EXIT.


       RELEASE-DISPUTE-CONTROL SECTION.
       RLC010.
      *
      *    The control is lifted if this claim - or another claim
      *    still open on the account - set it. One that was on the
      *    account before any claim is not ours to lift. Someone
      *    may have lifted it by hand already, which is no error.
      *
           MOVE 0 TO HV-CLAIM-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CLAIM-COUNT
                FROM TRANSACTION_DISPUTE
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_STATUS IN ('H', 'O')
                 AND TDISP_CONTROL_SET = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Control owner check failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RLC999
           END-IF.

           IF HV-CLAIM-COUNT = 0
              GO TO RLC999
           END-IF.

           INITIALIZE ACCCTRL-COMMAREA.
           SET AC-ACTION-LIFT TO TRUE.
           SET AC-TYPE-NO-DEBITS TO TRUE.
           MOVE HV-TDS-SORTCODE TO COMM-AC-SCODE.
           MOVE HV-TDS-NUMBER TO COMM-AC-ACCNO.

           PERFORM LINK-ACCCTRL.
           IF COMM-TDS-FAIL-CD NOT = ' '
              GO TO RLC999
           END-IF.

           EXEC SQL
              UPDATE TRANSACTION_DISPUTE
                 SET TDISP_CONTROL_SET = 'N'
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_STATUS IN ('H', 'O')
                 AND TDISP_CONTROL_SET = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Control owner update failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO RLC999
           END-IF.

           MOVE 'N' TO HV-TDS-CONTROL-SET.

       RLC999.
           EXIT.


       PASS-ON-CONTROL SECTION.
       POC010.
      *
      *    Another claim still open on the account keeps it
      *    post-no-debits - the control is set again and that claim
      *    becomes its owner.
      *
           MOVE SPACES TO HV-NEXT-CLAIM-REF.

           EXEC SQL
              SELECT COALESCE(MIN(TDISP_PROCTRAN_REF), ' ')
                INTO :HV-NEXT-CLAIM-REF
                FROM TRANSACTION_DISPUTE
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_STATUS IN ('H', 'O')
                 AND TDISP_PROCTRAN_REF <> :HV-TDS-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Open claim check failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO POC999
           END-IF.

           IF HV-NEXT-CLAIM-REF = SPACES
              GO TO POC999
           END-IF.

           INITIALIZE ACCCTRL-COMMAREA.
           SET AC-ACTION-SET TO TRUE.
           SET AC-TYPE-NO-DEBITS TO TRUE.
           MOVE HV-TDS-SORTCODE TO COMM-AC-SCODE.
           MOVE HV-TDS-NUMBER TO COMM-AC-ACCNO.
           MOVE 'UNAUTHORISED TXN CLAIM' TO COMM-AC-REASON.

           PERFORM LINK-ACCCTRL.
           IF COMM-TDS-FAIL-CD NOT = ' ' OR NOT AC-SUCCESS
              GO TO POC999
           END-IF.

           EXEC SQL
              UPDATE TRANSACTION_DISPUTE
                 SET TDISP_CONTROL_SET = 'Y'
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_PROCTRAN_REF = :HV-NEXT-CLAIM-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Control hand-on failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
              GO TO POC999
           END-IF.

       POC999.
           EXIT.


       LINK-ACCCTRL SECTION.
       LAC010.
      *
      *    Setting a control already there, or lifting one already
      *    gone, leaves the account as the claim wants it and is
      *    not a failure. Anything else backs the action out.
      *
           EXEC CICS LINK PROGRAM(ACCCTRL-PROGRAM)
                COMMAREA(ACCCTRL-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND (AC-SUCCESS OR AC-ALREADY-SET OR AC-NOT-SET)
              GO TO LAC999
           END-IF.

           DISPLAY 'TXNDISP: Account control failed for '
                   HV-TDS-SORTCODE '/' HV-TDS-NUMBER
                   ' fail code ' COMM-AC-FAIL-CD
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE COMM-AC-FAIL-CD TO COMM-TDS-AC-FAIL-CD.
           MOVE '9' TO COMM-TDS-FAIL-CD.

       LAC999.
           EXIT.


       UPDATE-CLAIM SECTION.
       UPC010.

           EXEC SQL
              UPDATE TRANSACTION_DISPUTE
                 SET TDISP_STATUS = :HV-TDS-STATUS,
                     TDISP_CONTROL_SET = :HV-TDS-CONTROL-SET,
                     TDISP_REFUND_REF = :HV-TDS-REFUND-REF,
                     TDISP_REFUND_DATE = :HV-TDS-REFUND-DATE,
                     TDISP_REDEBIT_REF = :HV-TDS-REDEBIT-REF,
                     TDISP_OUTCOME_DATE = :HV-TDS-OUTCOME-DATE,
                     TDISP_OUTCOME_BY = :HV-TDS-OUTCOME-BY,
                     TDISP_NOTES = :HV-TDS-NOTES
               WHERE TDISP_SORTCODE = :HV-TDS-SORTCODE
                 AND TDISP_NUMBER = :HV-TDS-NUMBER
                 AND TDISP_PROCTRAN_REF = :HV-TDS-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - Claim update failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-TDS-FAIL-CD
           END-IF.

       UPC999.
           EXIT.


       SEND-OUTCOME-NOTICE SECTION.
       SON010.
      *
      *    The notice goes to the account's customer. A failed look-
      *    up is displayed and the outcome stands.
      *
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-CUSTOMER-NUMBER
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-TDS-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-TDS-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNDISP - No customer for the notice on '
                      HV-TDS-SORTCODE '/' HV-TDS-NUMBER
                      ' SQLCODE=' SQLCODE-DISPLAY
              GO TO SON999
           END-IF.

           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-TDS-SORTCODE TO CORR-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO CORR-CUSTNO.
           MOVE 'TXNDISP' TO CORR-DOC-TYPE.
           MOVE WS-NOTICE-TEMPLATE TO CORR-TEMPLATE.
           MOVE 'EN' TO CORR-LANGUAGE.
           MOVE 'POST' TO CORR-CHANNEL.
           MOVE 'TXNDISP' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.

       SON999.
           EXIT.


       RETURN-CLAIM-STATE SECTION.
       RCS010.

           MOVE HV-TDS-STATUS TO COMM-TDS-STATUS.
           MOVE HV-TDS-TXN-DATE TO COMM-TDS-TXN-DATE.
           MOVE HV-TDS-AMOUNT TO COMM-TDS-AMOUNT.
           MOVE HV-TDS-RAISED-DATE TO COMM-TDS-RAISED-DATE.
           MOVE HV-TDS-DEADLINE TO COMM-TDS-DEADLINE.
           MOVE HV-TDS-REFUND-REF TO COMM-TDS-REFUND-REF.
           MOVE HV-TDS-REDEBIT-REF TO COMM-TDS-REDEBIT-REF.
           MOVE HV-TDS-CONTROL-SET TO COMM-TDS-CONTROL-SET.

       RCS999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                TIME(WS-TIME-NOW)
                DATESEP
                END-EXEC.

      *
      *    The business date is the one DBCRFUN posts under; the
      *    clock date stands if the date service fails.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
              MOVE BNKD-ONLINE-DOT TO WS-ORIG-DATE
           END-IF.

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           MOVE WS-ORIG-DATE-YYYY TO WS-TODAY-ISO-YYYY.
           MOVE WS-ORIG-DATE-MM TO WS-TODAY-ISO-MM.
           MOVE WS-ORIG-DATE-DD TO WS-TODAY-ISO-DD.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

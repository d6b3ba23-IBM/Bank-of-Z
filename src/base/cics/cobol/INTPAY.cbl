       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program captures an international payment - money sent
      * from one of our accounts to a beneficiary abroad, identified
      * by IBAN and BIC with their name and address.
      *
      * The IBAN's check digits (and the BIC's layout, if one is
      * keyed) are proved through IBANVAL, the one copy of those
      * rules. The beneficiary name is then screened through
      * SCRNCUST against SANCTION_LIST before any money moves. A
      * potential match is not paid: the payment is recorded on
      * INTL_PAYMENT as held and queued on SCREEN_REVIEW - raised by
      * 'INTPAY', with the payment id as its number - for the review
      * workstation. Once compliance clears the review as a false
      * positive, action 'R' releases the held payment through the
      * same debit path; a confirmed match refuses it there and it
      * is never paid. A screening failure fails closed - nothing is
      * recorded and the caller is told.
      *
      * A clear payment debits the payer through the same controls
      * a transfer honours - an account freeze or post-no-debits
      * control, the overdraft limit - with the payment recorded on
      * PROCTRAN as type 'IPY' and the charge for the product from
      * TARIFF (charge code 'INTLPAY') as a separate 'CHG' posting,
      * unless the account's fees are waived. The payment is then
      * queued on INTL_PAYMENT for INTPSUBM to write to the outbound
      * message file. Debit, charge and queue row ride one unit of
      * work: a DB2 problem after the balance update abends and
      * takes everything back out.
      *
      * Nothing is captured or released while operations have
      * postings frozen for the overnight batch. An organisation's
      * own payment must carry the signatures its signing rules
      * require - MANDCHK holds the one copy of those rules - and
      * is signed for when it is captured, so a held payment is not
      * signed for again when compliance releases it. A payment
      * out of a notice account must be covered by a matured notice
      * of withdrawal on WITHDRAWAL_NOTICE on the day the money
      * actually moves, and draws that notice down in the same unit
      * of work; there is no loss-of-interest route here, so without
      * one the payment is refused.
      *
      * The payment is in the paying account's currency.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPAY.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT host variables for DB2 - the paying account
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NUMBER     PIC X(10).
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-NUMBER          PIC X(8).
          03 HV-ACCOUNT-TYPE            PIC X(8).
          03 HV-ACCOUNT-OVERDRAFT       PIC S9(9) COMP.
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-FEE-WAIVER      PIC X.
          03 HV-ACCOUNT-CURRENCY        PIC X(3).

      * INTL_PAYMENT DB2 copybook - the international payment
      * queue INTPSUBM writes the outbound message file from
           EXEC SQL
              INCLUDE INTPDB2
           END-EXEC.

       01 HOST-INTL-PAYMENT-ROW.
          03 HV-INTP-ID                 PIC S9(9) COMP.
          03 HV-INTP-SORTCODE           PIC X(6).
          03 HV-INTP-NUMBER             PIC X(8).
          03 HV-INTP-CUSTOMER           PIC X(10).
          03 HV-INTP-BENE-IBAN          PIC X(34).
          03 HV-INTP-BENE-BIC           PIC X(11).
          03 HV-INTP-BENE-NAME          PIC X(35).
          03 HV-INTP-BENE-ADDR1         PIC X(35).
          03 HV-INTP-BENE-ADDR2         PIC X(35).
          03 HV-INTP-BENE-ADDR3         PIC X(35).
          03 HV-INTP-REMIT-INFO         PIC X(35).
          03 HV-INTP-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-INTP-CURRENCY           PIC X(3).
          03 HV-INTP-CHARGE             PIC S9(10)V99 COMP-3.
          03 HV-INTP-STATUS             PIC X.
          03 HV-INTP-PROCTRAN-REF       PIC X(12).
          03 HV-INTP-CAPTURED-DATE      PIC S9(9) COMP.
          03 HV-INTP-CAPTURED-BY        PIC X(3).
       01 HV-INTP-MAX-ID                PIC S9(9) COMP.

      * SCREEN_REVIEW DB2 copybook - a beneficiary who may be on
      * the sanctions list is queued for the review team
           EXEC SQL
              INCLUDE SCRVWDB2
           END-EXEC.

       01 HOST-SCREEN-REVIEW-ROW.
          03 HV-SCRVW-SORTCODE          PIC X(6).
          03 HV-SCRVW-NUMBER            PIC X(10).
          03 HV-SCRVW-CUST-NAME         PIC X(100).
          03 HV-SCRVW-MATCHED-NAME      PIC X(100).
          03 HV-SCRVW-LIST-TYPE         PIC X(3).
          03 HV-SCRVW-STATUS            PIC X.
          03 HV-SCRVW-RAISED-DATE       PIC X(10).
          03 HV-SCRVW-RAISED-BY         PIC X(8).
       01 HV-SCRVW-OPEN-COUNT           PIC S9(9) COMP.

      * The payment id as the review row's number.
       01 WS-REVIEW-NUMBER              PIC 9(10).

      * ACCOUNT_CONTROL DB2 copybook - freeze/post-no-debits
      * controls enforced before anything posts
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       01 HV-CTRL-CHECK-COUNT           PIC S9(9) COMP.

      * TRANSACTION_TYPE DB2 copybook - the types this payment will
      * write must be on the reference table
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       01 HV-TXNT-CODE                  PIC X(3).
       01 HV-TXNT-CHECK-COUNT           PIC S9(9) COMP.

      * TARIFF DB2 copybook - the product's international payment
      * charge
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

       01 HV-TARIFF-AMOUNT              PIC S9(10)V99 COMP-3.

      * ACCOUNT_PRODUCT DB2 copybook - the notice period
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE DB2 copybook - the notices a payment out
      * of a notice account must be covered by
           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

       01 HV-PROD-NOTICE-DAYS           PIC S9(9) COMP.
       01 HV-NOTICE-ID                  PIC S9(9) COMP.
       01 HV-NOTICE-DEBIT               PIC S9(10)V99 COMP-3.
       01 HV-NOTICE-TODAY               PIC S9(9) COMP.

      * Set by CHECK-NOTICE-PERIOD - a covering notice is drawn
      * down once the payment has posted.
       01 WS-NOTICE-SW                  PIC X         VALUE 'N'.
          88 NOTICE-COVERS-PAYMENT      VALUE 'C'.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * PROCTRAN host variables for DB2
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(90).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-BALANCE        PIC S9(10)V99 COMP-3.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * IBANVAL commarea - the one copy of the IBAN/BIC rules
       01 IBANVAL-PROGRAM               PIC X(8)      VALUE 'IBANVAL'.
       01 IBANVAL-COMMAREA.
           COPY IBANVAL.

      * SCRNCUST commarea - the one copy of the screening rules
       01 SCRNCUST-PROGRAM              PIC X(8)      VALUE 'SCRNCUST'.
       01 SCRNCUST-COMMAREA.
           COPY SCRNCUST.

      * MANDCHK commarea - the one copy of the signing rules
       01 MANDCHK-PROGRAM               PIC X(8)      VALUE 'MANDCHK'.
       01 MANDCHK-COMMAREA.
           COPY MANDCHK.

      * SVCCHK commarea - whether postings are frozen for the
      * overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

      * PROCTRAN NCS definitions - used to obtain a PROCTRAN
      * reference number that is unique across every region.
       COPY NCSPROC.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.
       01 WS-OPERATOR-ID                PIC X(3).

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 BNKDATE-PROGRAM               PIC X(8) VALUE 'BNKDATE'.
       01 BNKDATE-COMMAREA.
           COPY BNKDATE.
       01 WS-BNKDATE-DONE-SW            PIC X VALUE 'N'.
          88 BANKING-DATE-FETCHED       VALUE 'Y'.

       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-ORIG-DATE-GRP-X.
          03 WS-ORIG-DATE-DD-X          PIC XX.
          03 FILLER                     PIC X         VALUE '.'.
          03 WS-ORIG-DATE-MM-X          PIC XX.
          03 FILLER                     PIC X         VALUE '.'.
          03 WS-ORIG-DATE-YYYY-X        PIC X(4).

       01 WS-TIME-DATA.
          03 WS-TIME-NOW                PIC 9(6).
          03 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
             05 WS-TIME-NOW-GRP-HH      PIC 99.
             05 WS-TIME-NOW-GRP-MM      PIC 99.
             05 WS-TIME-NOW-GRP-SS      PIC 99.

       01 WS-CHARGE-AMOUNT              PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-DEBIT                PIC S9(10)V99 VALUE 0.
       01 WS-AFTER-PAYMENT-BAL          PIC S9(10)V99 VALUE 0.
       01 WS-NEW-AVAIL-BAL              PIC S9(10)V99 VALUE 0.
       01 WS-NEW-ACTUAL-BAL             PIC S9(10)V99 VALUE 0.
       01 WS-OVERDRAFT-FLOOR            PIC S9(10)V99 VALUE 0.

       01 WS-ABEND-PGM                  PIC X(8)      VALUE 'ABNDPROC'.

       01 ABNDINFO-REC.
           COPY ABNDINFO.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY INTPAY.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.

           DISPLAY 'INTPAY: Action=' COMM-IP-ACTION
                   ' Account=' COMM-IP-FROM-SCODE '/'
                   COMM-IP-FROM-ACCNO

           MOVE 'N' TO COMM-IP-SUCCESS.
           MOVE ' ' TO COMM-IP-FAIL-CD.
           MOVE ' ' TO COMM-IP-STATUS.
           MOVE 0 TO COMM-IP-CHARGE.

           MOVE EIBOPID TO WS-OPERATOR-ID.

           PERFORM POPULATE-TIME-DATE.

      *
      *    Nothing is paid while operations have postings frozen
      *    for the overnight batch - a payment landing between
      *    EODCUT and the end of the proof would put ACCTCTL out.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-POSTING TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'INTPAY: Postings frozen - ' SVCC-MESSAGE
              MOVE 'Q' TO COMM-IP-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN IP-ACTION-CAPTURE
                 PERFORM CAPTURE-PAYMENT
              WHEN IP-ACTION-RELEASE
                 PERFORM RELEASE-HELD-PAYMENT
              WHEN OTHER
                 MOVE 'A' TO COMM-IP-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       A999.
           EXIT.


       CAPTURE-PAYMENT SECTION.
       CP010.

           IF COMM-IP-AMOUNT NOT > ZERO
              DISPLAY 'INTPAY: Payment amount must be positive'
              MOVE 'Z' TO COMM-IP-FAIL-CD
              GO TO CP999
           END-IF.

           IF COMM-IP-BENE-NAME = SPACES OR LOW-VALUES
              DISPLAY 'INTPAY: Beneficiary name missing'
              MOVE 'N' TO COMM-IP-FAIL-CD
              GO TO CP999
           END-IF.

      *
      *    Account lookups are scoped to this bank's own sort code
      *    unless the caller supplies one.
      *
           IF COMM-IP-FROM-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-IP-FROM-SCODE
           END-IF.

           PERFORM VALIDATE-BENEFICIARY.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO CP999
           END-IF.

           PERFORM READ-PAYING-ACCOUNT.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO CP999
           END-IF.

           PERFORM CHECK-PAYMENT-CONTROLS.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO CP999
           END-IF.

      *
      *    An organisation's own payment needs its signatories. The
      *    instruction is signed for as it is given - a payment
      *    held for screening is not signed for again on release.
      *
           PERFORM CHECK-SIGNING-RULES.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO CP999
           END-IF.

           INITIALIZE HOST-INTL-PAYMENT-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-INTP-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-INTP-NUMBER.
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-INTP-CUSTOMER.
           MOVE COMM-IP-BENE-IBAN TO HV-INTP-BENE-IBAN.
           MOVE COMM-IP-BENE-BIC TO HV-INTP-BENE-BIC.
           MOVE COMM-IP-BENE-NAME TO HV-INTP-BENE-NAME.
           MOVE COMM-IP-BENE-ADDR1 TO HV-INTP-BENE-ADDR1.
           MOVE COMM-IP-BENE-ADDR2 TO HV-INTP-BENE-ADDR2.
           MOVE COMM-IP-BENE-ADDR3 TO HV-INTP-BENE-ADDR3.
           MOVE COMM-IP-REMIT-INFO TO HV-INTP-REMIT-INFO.
           INSPECT HOST-INTL-PAYMENT-ROW
              REPLACING ALL LOW-VALUE BY SPACE.
           MOVE COMM-IP-AMOUNT TO HV-INTP-AMOUNT.
           MOVE HV-ACCOUNT-CURRENCY TO HV-INTP-CURRENCY.
           MOVE 0 TO HV-INTP-CHARGE.
           MOVE SPACES TO HV-INTP-PROCTRAN-REF.
           COMPUTE HV-INTP-CAPTURED-DATE =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.
           MOVE WS-OPERATOR-ID TO HV-INTP-CAPTURED-BY.

           PERFORM GET-NEXT-PAYMENT-ID.

      *
      *    Screen the beneficiary before any debit. A potential
      *    match is held for review, not paid and not rejected -
      *    name screening produces false positives.
      *
           PERFORM SCREEN-BENEFICIARY.

           IF SCRN-CHECK-FAILED
              DISPLAY 'INTPAY: Screening unavailable - payment '
                      'not taken'
              MOVE 'S' TO COMM-IP-FAIL-CD
              GO TO CP999
           END-IF.

           IF SCRN-POTENTIAL-MATCH
              MOVE 'H' TO HV-INTP-STATUS
              PERFORM INSERT-INTL-PAYMENT
              PERFORM QUEUE-SCREEN-REVIEW
              MOVE HV-INTP-ID TO COMM-IP-PAYMENT-ID
              MOVE 'H' TO COMM-IP-STATUS
              MOVE HV-ACCOUNT-CURRENCY TO COMM-IP-CURRENCY
              MOVE HV-ACCOUNT-AVAIL-BAL TO COMM-IP-AVAIL-BAL
              MOVE HV-ACCOUNT-ACTUAL-BAL TO COMM-IP-ACTUAL-BAL
              MOVE 'Y' TO COMM-IP-SUCCESS
              DISPLAY 'INTPAY: Beneficiary held for screening '
                      'review'
              GO TO CP999
           END-IF.

           PERFORM DEBIT-PAYER.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO CP999
           END-IF.

           MOVE 'Q' TO HV-INTP-STATUS.
           PERFORM INSERT-INTL-PAYMENT.

           MOVE HV-INTP-ID TO COMM-IP-PAYMENT-ID.
           MOVE 'Q' TO COMM-IP-STATUS.
           MOVE 'Y' TO COMM-IP-SUCCESS.

       CP999.
           EXIT.


       RELEASE-HELD-PAYMENT SECTION.
       RHP010.
      *
      *    A held payment is paid once every review raised against
      *    it has been cleared as a false positive.
      *
           MOVE COMM-IP-PAYMENT-ID TO HV-INTP-ID.

           EXEC SQL
              SELECT INTL_PAYMENT_SORTCODE,
                     INTL_PAYMENT_NUMBER,
                     INTL_PAYMENT_CUSTOMER,
                     INTL_PAYMENT_BENE_IBAN,
                     INTL_PAYMENT_BENE_BIC,
                     INTL_PAYMENT_BENE_NAME,
                     INTL_PAYMENT_AMOUNT,
                     INTL_PAYMENT_STATUS
                INTO :HV-INTP-SORTCODE,
                     :HV-INTP-NUMBER,
                     :HV-INTP-CUSTOMER,
                     :HV-INTP-BENE-IBAN,
                     :HV-INTP-BENE-BIC,
                     :HV-INTP-BENE-NAME,
                     :HV-INTP-AMOUNT,
                     :HV-INTP-STATUS
                FROM INTL_PAYMENT
               WHERE INTL_PAYMENT_ID = :HV-INTP-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'P' TO COMM-IP-FAIL-CD
              GO TO RHP999
           END-IF.

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE 'IPY1' TO ABND-CODE
              STRING 'RHP010 - Unable to SELECT INTL_PAYMENT '
                 DELIMITED BY SIZE,
                     'SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

           IF HV-INTP-STATUS NOT = 'H'
              DISPLAY 'INTPAY: Payment is not held - status '
                      HV-INTP-STATUS
              MOVE 'P' TO COMM-IP-FAIL-CD
              GO TO RHP999
           END-IF.

           MOVE HV-INTP-ID TO WS-REVIEW-NUMBER.
           MOVE WS-REVIEW-NUMBER TO HV-SCRVW-NUMBER.
           MOVE HV-INTP-SORTCODE TO HV-SCRVW-SORTCODE.
           MOVE 0 TO HV-SCRVW-OPEN-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SCRVW-OPEN-COUNT
                FROM SCREEN_REVIEW
               WHERE SCREEN_REVIEW_SORTCODE = :HV-SCRVW-SORTCODE
                 AND SCREEN_REVIEW_NUMBER = :HV-SCRVW-NUMBER
                 AND SCREEN_REVIEW_RAISED_BY = 'INTPAY'
                 AND SCREEN_REVIEW_STATUS <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-SCRVW-OPEN-COUNT
           END-IF.

           IF HV-SCRVW-OPEN-COUNT > 0
              DISPLAY 'INTPAY: Review not cleared - payment stays '
                      'held'
              MOVE 'V' TO COMM-IP-FAIL-CD
              GO TO RHP999
           END-IF.

           MOVE HV-INTP-SORTCODE TO COMM-IP-FROM-SCODE.
           MOVE HV-INTP-NUMBER TO COMM-IP-FROM-ACCNO.
           MOVE HV-INTP-AMOUNT TO COMM-IP-AMOUNT.
           MOVE HV-INTP-BENE-IBAN TO COMM-IP-BENE-IBAN.
           MOVE HV-INTP-BENE-BIC TO COMM-IP-BENE-BIC.
           MOVE HV-INTP-BENE-NAME TO COMM-IP-BENE-NAME.

           PERFORM READ-PAYING-ACCOUNT.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO RHP999
           END-IF.

           PERFORM CHECK-PAYMENT-CONTROLS.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO RHP999
           END-IF.

           PERFORM DEBIT-PAYER.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO RHP999
           END-IF.

           EXEC SQL
              UPDATE INTL_PAYMENT
                 SET INTL_PAYMENT_STATUS = 'Q',
                     INTL_PAYMENT_CHARGE = :HV-INTP-CHARGE,
                     INTL_PAYMENT_PROCTRAN_REF = :HV-INTP-PROCTRAN-REF
               WHERE INTL_PAYMENT_ID = :HV-INTP-ID
                 AND INTL_PAYMENT_STATUS = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE 'IPY2' TO ABND-CODE
              STRING 'RHP010 - Unable to release INTL_PAYMENT '
                 DELIMITED BY SIZE,
                     'SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

           MOVE 'Q' TO COMM-IP-STATUS.
           MOVE 'Y' TO COMM-IP-SUCCESS.

       RHP999.
           EXIT.


       VALIDATE-BENEFICIARY SECTION.
       VB010.

           INITIALIZE IBANVAL-COMMAREA.
           SET IBANVAL-VALIDATE TO TRUE.
           MOVE COMM-IP-BENE-IBAN TO IBANVAL-IBAN.
           MOVE COMM-IP-BENE-BIC TO IBANVAL-BIC.

           EXEC CICS LINK PROGRAM(IBANVAL-PROGRAM)
                COMMAREA(IBANVAL-COMMAREA)
                END-EXEC.

           IF IBANVAL-INVALID
              DISPLAY 'INTPAY: Beneficiary rejected by IBANVAL, '
                      'reason=' IBANVAL-REASON
              IF IBANVAL-BAD-BIC
                 MOVE 'B' TO COMM-IP-FAIL-CD
              ELSE
                 MOVE 'I' TO COMM-IP-FAIL-CD
              END-IF
              GO TO VB999
           END-IF.

      *
      *    Carry the IBAN and BIC forward in the compacted,
      *    upper-case form IBANVAL proved.
      *
           MOVE IBANVAL-IBAN TO COMM-IP-BENE-IBAN.
           MOVE IBANVAL-BIC TO COMM-IP-BENE-BIC.

       VB999.
           EXIT.


       READ-PAYING-ACCOUNT SECTION.
       RPA010.

           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE COMM-IP-FROM-SCODE TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-IP-FROM-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_FEE_WAIVER, 'N'),
                     COALESCE(ACCOUNT_CURRENCY, 'GBP')
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-FEE-WAIVER,
                     :HV-ACCOUNT-CURRENCY
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'INTPAY: SELECT paying account SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE = 100
              DISPLAY 'INTPAY: Paying account not found'
              MOVE '1' TO COMM-IP-FAIL-CD
              GO TO RPA999
           END-IF.

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPY3' TO ABND-CODE
              STRING 'RPA010 - Unable to SELECT paying account '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

           MOVE HV-ACCOUNT-CURRENCY TO COMM-IP-CURRENCY.

       RPA999.
           EXIT.


       CHECK-PAYMENT-CONTROLS SECTION.
       CPC010.
      *
      *    A freeze or post-no-debits control blocks the payment.
      *    A failed lookup is treated as controlled - a garnishee
      *    order must fail safe, not fail open.
      *
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_CONTROL_TYPE IN ('F', 'D')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'INTPAY: Control check failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
              DISPLAY 'INTPAY: Paying account is controlled - '
                      'payment rejected'
              MOVE 'F' TO COMM-IP-FAIL-CD
           END-IF.

       CPC999.
           EXIT.


       SCREEN-BENEFICIARY SECTION.
       SB010.
      *
      *    The beneficiary is a single name line, screened whole
      *    with no date of birth.
      *
           INITIALIZE SCRNCUST-COMMAREA.
           MOVE COMM-IP-BENE-NAME TO SCRN-FIRST-NAME.
           MOVE SPACES TO SCRN-LAST-NAME.
           MOVE 0 TO SCRN-DOB.

           EXEC CICS LINK PROGRAM(SCRNCUST-PROGRAM)
                COMMAREA(SCRNCUST-COMMAREA)
                END-EXEC.

           DISPLAY 'INTPAY: SCRNCUST result=' SCRN-RESULT.

       SB999.
           EXIT.


       QUEUE-SCREEN-REVIEW SECTION.
       QSR010.
      *
      *    Queue the potential match for the review team against
      *    the held payment - the payment id is the review's
      *    number, and 'INTPAY' as the raiser tells the workstation
      *    the review is of a payment, not a customer.
      *
           INITIALIZE HOST-SCREEN-REVIEW-ROW.
           MOVE HV-INTP-SORTCODE TO HV-SCRVW-SORTCODE.
           MOVE HV-INTP-ID TO WS-REVIEW-NUMBER.
           MOVE WS-REVIEW-NUMBER TO HV-SCRVW-NUMBER.
           MOVE HV-INTP-BENE-NAME TO HV-SCRVW-CUST-NAME.
           MOVE SCRN-MATCH-NAME TO HV-SCRVW-MATCHED-NAME.
           MOVE SCRN-MATCH-TYPE TO HV-SCRVW-LIST-TYPE.
           MOVE 'O' TO HV-SCRVW-STATUS.
           MOVE WS-ORIG-DATE TO HV-SCRVW-RAISED-DATE.
           MOVE 'INTPAY' TO HV-SCRVW-RAISED-BY.

           EXEC SQL
              INSERT INTO SCREEN_REVIEW
                     ( SCREEN_REVIEW_SORTCODE,
                       SCREEN_REVIEW_NUMBER,
                       SCREEN_REVIEW_CUST_NAME,
                       SCREEN_REVIEW_MATCHED_NAME,
                       SCREEN_REVIEW_LIST_TYPE,
                       SCREEN_REVIEW_STATUS,
                       SCREEN_REVIEW_RAISED_DATE,
                       SCREEN_REVIEW_RAISED_BY )
              VALUES ( :HV-SCRVW-SORTCODE,
                       :HV-SCRVW-NUMBER,
                       :HV-SCRVW-CUST-NAME,
                       :HV-SCRVW-MATCHED-NAME,
                       :HV-SCRVW-LIST-TYPE,
                       :HV-SCRVW-STATUS,
                       :HV-SCRVW-RAISED-DATE,
                       :HV-SCRVW-RAISED-BY )
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'INTPAY: INSERT SCREEN_REVIEW SQLCODE='
                   SQLCODE-DISPLAY

      *
      *    A held payment nobody is asked to review would sit
      *    forever - back the hold out with the review.
      *
           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPY4' TO ABND-CODE
              STRING 'QSR010 - Unable to INSERT SCREEN_REVIEW '
                 DELIMITED BY SIZE,
                     'for held payment SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

       QSR999.
           EXIT.


       DEBIT-PAYER SECTION.
       DP010.
      *
      *    The payment and its charge may take the account
      *    overdrawn, but never beyond its agreed overdraft limit.
      *    A payment out of a notice account needs a matured notice
      *    on the day it is paid, captured or released.
      *
           PERFORM CHECK-NOTICE-PERIOD.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO DP999
           END-IF.

           MOVE 'IPY' TO HV-TXNT-CODE.
           PERFORM CHECK-TXN-TYPE.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO DP999
           END-IF.

           PERFORM GET-PAYMENT-CHARGE.

           IF WS-CHARGE-AMOUNT > 0
              MOVE 'CHG' TO HV-TXNT-CODE
              PERFORM CHECK-TXN-TYPE
              IF COMM-IP-FAIL-CD NOT = ' '
                 GO TO DP999
              END-IF
           END-IF.

           COMPUTE WS-TOTAL-DEBIT = COMM-IP-AMOUNT + WS-CHARGE-AMOUNT.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL - WS-TOTAL-DEBIT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL - WS-TOTAL-DEBIT.
           COMPUTE WS-AFTER-PAYMENT-BAL =
              HV-ACCOUNT-ACTUAL-BAL - COMM-IP-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
              DISPLAY 'INTPAY: Payment would exceed overdraft limit'
              MOVE 'O' TO COMM-IP-FAIL-CD
              GO TO DP999
           END-IF.

           PERFORM UPDATE-PAYING-ACCOUNT.
           IF COMM-IP-FAIL-CD NOT = ' '
              GO TO DP999
           END-IF.

           PERFORM WRITE-PROCTRAN-PAYMENT.

           IF WS-CHARGE-AMOUNT > 0
              PERFORM WRITE-PROCTRAN-CHARGE
           END-IF.

           IF NOTICE-COVERS-PAYMENT
              PERFORM DRAW-DOWN-NOTICE
           END-IF.

           MOVE WS-CHARGE-AMOUNT TO HV-INTP-CHARGE.
           MOVE WS-CHARGE-AMOUNT TO COMM-IP-CHARGE.
           MOVE WS-NEW-AVAIL-BAL TO COMM-IP-AVAIL-BAL.
           MOVE WS-NEW-ACTUAL-BAL TO COMM-IP-ACTUAL-BAL.

       DP999.
           EXIT.


       CHECK-SIGNING-RULES SECTION.
       CSR010.

           INITIALIZE MANDCHK-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-MC-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-MC-CUSTNO.
           MOVE COMM-IP-FROM-ACCNO TO COMM-MC-ACCNO.
           MOVE 'S' TO COMM-MC-REQ-SCOPE.
           MOVE COMM-IP-AMOUNT TO COMM-MC-AMOUNT.
           MOVE COMM-IP-SIGNATORY-1 TO COMM-MC-SIGNATORY-1.
           MOVE COMM-IP-SIGNATORY-2 TO COMM-MC-SIGNATORY-2.

           EXEC CICS LINK PROGRAM(MANDCHK-PROGRAM)
                COMMAREA(MANDCHK-COMMAREA)
                END-EXEC.

           IF NOT MANDATE-PERMITTED
              DISPLAY 'INTPAY: Signing rules refuse this payment, '
                      'MANDCHK code=' COMM-MC-FAIL-CD
              MOVE 'W' TO COMM-IP-FAIL-CD
           END-IF.

       CSR999.
           EXIT.


       CHECK-NOTICE-PERIOD SECTION.
       CNP010.
      *
      *    The payment must be covered by a matured, unexpired
      *    notice with enough left on it - the oldest such notice
      *    is the one drawn down. A product catalogue that cannot
      *    be read fails closed, the way the account controls do.
      *
           MOVE 'N' TO WS-NOTICE-SW.
           MOVE 0 TO HV-PROD-NOTICE-DAYS.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_NOTICE_DAYS
                INTO :HV-PROD-NOTICE-DAYS
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE = 100
              GO TO CNP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'INTPAY: Notice period check failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 'T' TO COMM-IP-FAIL-CD
              GO TO CNP999
           END-IF.

           IF HV-PROD-NOTICE-DAYS NOT > 0
              GO TO CNP999
           END-IF.

           COMPUTE HV-NOTICE-TODAY =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.
           MOVE COMM-IP-AMOUNT TO HV-NOTICE-DEBIT.

           EXEC SQL
              SELECT WITHDRAWAL_NOTICE_ID
                INTO :HV-NOTICE-ID
                FROM WITHDRAWAL_NOTICE
               WHERE WITHDRAWAL_NOTICE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-ACCOUNT-NUMBER
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_MATURES <= :HV-NOTICE-TODAY
                 AND WITHDRAWAL_NOTICE_EXPIRES >= :HV-NOTICE-TODAY
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
               ORDER BY WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'C' TO WS-NOTICE-SW
              DISPLAY 'INTPAY: Payment covered by notice '
                      HV-NOTICE-ID
              GO TO CNP999
           END-IF.

           DISPLAY 'INTPAY: No matured notice covers this '
                   'payment - payment refused'
           MOVE 'T' TO COMM-IP-FAIL-CD.

       CNP999.
           EXIT.


       DRAW-DOWN-NOTICE SECTION.
       DDN010.
      *
      *    The payment has posted - take it off the notice that
      *    covered it, in the same unit of work. A notice used up
      *    in full is closed. If another posting drew the same
      *    notice down in between, or DB2 fails, abend and back the
      *    payment out rather than pay beyond the notice.
      *
           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_USED_AMOUNT =
                        WITHDRAWAL_NOTICE_USED_AMOUNT
                      + :HV-NOTICE-DEBIT,
                     WITHDRAWAL_NOTICE_STATUS =
                        CASE WHEN WITHDRAWAL_NOTICE_USED_AMOUNT
                                + :HV-NOTICE-DEBIT
                                >= WITHDRAWAL_NOTICE_AMOUNT
                             THEN 'U'
                             ELSE 'P'
                        END
               WHERE WITHDRAWAL_NOTICE_ID = :HV-NOTICE-ID
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPYA' TO ABND-CODE
              STRING 'DDN010 - Unable to draw down withdrawal '
                 DELIMITED BY SIZE,
                     'notice, SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

       DDN999.
           EXIT.


       CHECK-TXN-TYPE SECTION.
       CTT010.
      *
      *    Each type the payment will write must be on the
      *    TRANSACTION_TYPE reference table - an unknown code is
      *    rejected at source rather than surfacing as a mystery
      *    line on a statement.
      *
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
              DISPLAY 'INTPAY: Transaction type ' HV-TXNT-CODE
                      ' not on TRANSACTION_TYPE - payment rejected'
              MOVE 'X' TO COMM-IP-FAIL-CD
           END-IF.

       CTT999.
           EXIT.


       GET-PAYMENT-CHARGE SECTION.
       GPC010.
      *
      *    The product's 'INTLPAY' tariff. A product with no row is
      *    not charged, nor is an account whose fees are waived.
      *
           MOVE 0 TO WS-CHARGE-AMOUNT.

           IF HV-ACCOUNT-FEE-WAIVER = 'Y'
              GO TO GPC999
           END-IF.

           MOVE 0 TO HV-TARIFF-AMOUNT.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
                FROM TARIFF
               WHERE TARIFF_PRODUCT = :HV-ACCOUNT-TYPE
                 AND TARIFF_CHARGE_CODE = 'INTLPAY'
           END-EXEC.

           IF SQLCODE = 0 AND HV-TARIFF-AMOUNT > 0
              MOVE HV-TARIFF-AMOUNT TO WS-CHARGE-AMOUNT
           END-IF.

       GPC999.
           EXIT.


       UPDATE-PAYING-ACCOUNT SECTION.
       UPA010.
      *
      *    The WHERE clause repeats the balances this program just
      *    read, the same way XFRFUN's optimistic update does - a
      *    posting that got in between sends the payment back for
      *    the caller to redrive against the live balances.
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

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'INTPAY: UPDATE paying account SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE = 100
              DISPLAY 'INTPAY: Balance changed by another posting'
              MOVE 'L' TO COMM-IP-FAIL-CD
              GO TO UPA999
           END-IF.

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPY5' TO ABND-CODE
              STRING 'UPA010 - Unable to UPDATE paying account '
                 DELIMITED BY SIZE,
                     'balances, SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

       UPA999.
           EXIT.


       GET-PROCTRAN-REF SECTION.
       GPR010.
      *
      *    Use the CICS Named Counter Server to hand out a PROCTRAN
      *    reference that is unique across every region in the
      *    sysplex, not just this one.
      *
           EXEC CICS GET COUNTER(NCS-PROCTRAN-REF-NAME)
                VALUE(NCS-PROCTRAN-REF-VALUE)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP TO ABND-RESPCODE
              MOVE EIBRESP2 TO ABND-RESP2CODE
              MOVE 'IPY6' TO ABND-CODE
              STRING 'GPR010 - Unable to GET COUNTER for PROCTRAN ref'
                 DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.

       GPR999.
           EXIT.


       WRITE-PROCTRAN-PAYMENT SECTION.
       WPP010.
      *
      *    The payment itself, with the beneficiary's IBAN and
      *    name in the description. Its reference is the sender's
      *    reference on the outbound message.
      *
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.

           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.

           MOVE COMM-IP-BENE-IBAN TO HV-PROCTRAN-DESC(1:34).
           MOVE COMM-IP-BENE-NAME TO HV-PROCTRAN-DESC(41:35).

           MOVE 'IPY' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - COMM-IP-AMOUNT.
           MOVE WS-AFTER-PAYMENT-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM INSERT-PROCTRAN-ROW.

           MOVE HV-PROCTRAN-REF TO HV-INTP-PROCTRAN-REF.

       WPP999.
           EXIT.


       WRITE-PROCTRAN-CHARGE SECTION.
       WPC010.
      *
      *    The charge posts on its own line, the way FEECHARG's
      *    fees do, so the customer sees exactly what was taken.
      *
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.

           MOVE WS-ORIG-DATE-GRP-X TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.

           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'INTERNATIONAL PAYMENT CHARGE'
              TO HV-PROCTRAN-DESC(17:28).

           MOVE 'CHG' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-CHARGE-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           PERFORM INSERT-PROCTRAN-ROW.

       WPC999.
           EXIT.


       INSERT-PROCTRAN-ROW SECTION.
       IPR010.

           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_BALANCE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-BALANCE
                     )
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'INTPAY: INSERT PROCTRAN SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPY7' TO ABND-CODE
              STRING 'IPR010 - Unable to WRITE to PROCTRAN DB2 '
                 DELIMITED BY SIZE,
                     'datastore for international payment'
                     DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

       IPR999.
           EXIT.


       GET-NEXT-PAYMENT-ID SECTION.
       GNP010.

           MOVE 0 TO HV-INTP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(INTL_PAYMENT_ID), 0)
                INTO :HV-INTP-MAX-ID
                FROM INTL_PAYMENT
           END-EXEC.

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE 'IPY8' TO ABND-CODE
              STRING 'GNP010 - Unable to read INTL_PAYMENT ids '
                 DELIMITED BY SIZE,
                     'SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

           COMPUTE HV-INTP-ID = HV-INTP-MAX-ID + 1.

       GNP999.
           EXIT.


       INSERT-INTL-PAYMENT SECTION.
       IIP010.
      *
      *    For a paid payment the payer has been debited by now, so
      *    a failure here must abend and take the debit with it.
      *
           EXEC SQL
              INSERT INTO INTL_PAYMENT
                     ( INTL_PAYMENT_ID,
                       INTL_PAYMENT_SORTCODE,
                       INTL_PAYMENT_NUMBER,
                       INTL_PAYMENT_CUSTOMER,
                       INTL_PAYMENT_BENE_IBAN,
                       INTL_PAYMENT_BENE_BIC,
                       INTL_PAYMENT_BENE_NAME,
                       INTL_PAYMENT_BENE_ADDR1,
                       INTL_PAYMENT_BENE_ADDR2,
                       INTL_PAYMENT_BENE_ADDR3,
                       INTL_PAYMENT_REMIT_INFO,
                       INTL_PAYMENT_AMOUNT,
                       INTL_PAYMENT_CURRENCY,
                       INTL_PAYMENT_CHARGE,
                       INTL_PAYMENT_STATUS,
                       INTL_PAYMENT_PROCTRAN_REF,
                       INTL_PAYMENT_CAPTURED_DATE,
                       INTL_PAYMENT_CAPTURED_BY,
                       INTL_PAYMENT_SENT_DATE )
              VALUES ( :HV-INTP-ID,
                       :HV-INTP-SORTCODE,
                       :HV-INTP-NUMBER,
                       :HV-INTP-CUSTOMER,
                       :HV-INTP-BENE-IBAN,
                       :HV-INTP-BENE-BIC,
                       :HV-INTP-BENE-NAME,
                       :HV-INTP-BENE-ADDR1,
                       :HV-INTP-BENE-ADDR2,
                       :HV-INTP-BENE-ADDR3,
                       :HV-INTP-REMIT-INFO,
                       :HV-INTP-AMOUNT,
                       :HV-INTP-CURRENCY,
                       :HV-INTP-CHARGE,
                       :HV-INTP-STATUS,
                       :HV-INTP-PROCTRAN-REF,
                       :HV-INTP-CAPTURED-DATE,
                       :HV-INTP-CAPTURED-BY,
                       0 )
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'INTPAY: INSERT INTL_PAYMENT SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE NOT = 0
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'IPY9' TO ABND-CODE
              STRING 'IIP010 - Unable to INSERT INTL_PAYMENT '
                 DELIMITED BY SIZE,
                     'SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-INTPAY
           END-IF.

       IIP999.
           EXIT.


       ABEND-INTPAY SECTION.
       AIP010.
      *
      *    Common abend path - populate the rest of the standard
      *    abend commarea and link to the abend handler. Abending
      *    backs out the debit, the charge and the queue row
      *    together.
      *
           EXEC CICS ASSIGN APPLID(ABND-APPLID)
                END-EXEC.

           MOVE EIBTASKN TO ABND-TASKNO-KEY.
           MOVE EIBTRNID TO ABND-TRANID.

           PERFORM POPULATE-TIME-DATE.

           MOVE WS-ORIG-DATE TO ABND-DATE.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
              INTO ABND-TIME
           END-STRING.

           MOVE WS-U-TIME TO ABND-UTIME-KEY.

           EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                END-EXEC.

           DISPLAY 'INTPAY: ' ABND-FREEFORM

           EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                COMMAREA(ABNDINFO-REC)
                END-EXEC.

           EXEC CICS ABEND
                ABCODE(ABND-CODE)
                END-EXEC.

       AIP999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
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
                DATESEP('.')
                END-EXEC.

           MOVE WS-ORIG-DATE TO WS-ORIG-DATE-GRP-X.

      *
      *    The posting date comes from the BANKING_DATE control row
      *    when one is available, the same as XFRFUN - a broken
      *    control row must never stop a posting.
      *
           IF NOT BANKING-DATE-FETCHED
              INITIALIZE BNKDATE-COMMAREA
              SET BNKD-GET-DATES TO TRUE
              CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA
              MOVE 'Y' TO WS-BNKDATE-DONE-SW
           END-IF.
           IF BNKD-OK
              MOVE BNKD-ONLINE-DOT TO WS-ORIG-DATE
              MOVE WS-ORIG-DATE TO WS-ORIG-DATE-GRP-X
           END-IF.

       PTD999.
           EXIT.

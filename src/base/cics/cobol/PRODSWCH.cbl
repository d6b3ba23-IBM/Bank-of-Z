       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program switches one ACCOUNT to another product in
      * place. Until now a customer moving from a basic account to a
      * premium one, or from one saver to another, had to be closed
      * through CLOSACC and opened again through CREACC - a new
      * account number, and every standing order, direct debit
      * mandate and saved payee pointing at the old one broken. Here
      * only ACCOUNT_TYPE changes; the sort code and account number
      * stay as they are.
      *
      * Nothing is switched while operations have postings frozen
      * for the overnight batch - the capitalised interest is a
      * posting like any other. The switch is refused while the
      * account is under an ACCOUNT_CONTROL, for a lending or
      * fixed-term account on either side (those are drawn down
      * and matured, not switched), across currencies, and into
      * or out of a tax-free wrapper - money crossing that line is
      * a subscription or a withdrawal, which WRAPXFR and WRAPCHK
      * deal with. The customer must pass the new product's
      * PRODUCT_ELIGIBILITY rules through PRODELIG, the same rules
      * CREACC applies, and the account's overdraft limit must sit
      * within the new product's overdraft terms.
      *
      * Interest accrued under the old product is capitalised first
      * on ACCRINT's rules - bonus paid only if its condition held,
      * tax withheld unless the customer or the wrapper is exempt -
      * and the new product's rate goes onto the account, so from
      * tonight's ACCRINT run the switch date accrues at the new
      * rate. Where the statement frequency changes the next
      * statement date is reset from the last statement on the new
      * frequency. A goodwill fee waiver that does not carry over -
      * the new product's monthly fee is higher than the old one's,
      * which is what the waiver was granted against - is lifted
      * through FEEWAIVE so the decision is audited with the rest.
      *
      * The switch is recorded as a 'PSW' PROCTRAN row naming both
      * products and published to CUSTOMER_EVENT_OUTBOX through
      * CUSTEVNT, keyed to that row so subscribers can find the
      * account. If there is any kind of DB2 problem once the
      * account has started to change then an appropriate abend is
      * issued, so a part-done switch can never commit.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODSWCH.
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

      * ACCOUNT host variables for DB2
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NUMBER     PIC X(10).
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-NUMBER          PIC X(8).
          03 HV-ACCOUNT-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE        PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED          PIC S9(9) COMP.
          03 HV-ACCOUNT-OVERDRAFT       PIC S9(9) COMP.
          03 HV-ACCOUNT-LAST-STMT-DT    PIC S9(9) COMP.
          03 HV-ACCOUNT-NEXT-STMT-DT    PIC S9(9) COMP.
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACCRUED-INT     PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-BONUS-ACCR      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-MATURITY-DT     PIC S9(9) COMP.
          03 HV-ACCOUNT-FEE-WAIVER      PIC X.
          03 HV-ACCOUNT-CURRENCY        PIC X(3).

      * ACCOUNT_PRODUCT DB2 copybook
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * ACCOUNT_PRODUCT host variables for DB2 - the product the
      * account is leaving and the one it is moving to
       01 HOST-PRODUCT-ROW.
          03 HV-PROD-TYPE               PIC X(8).
          03 HV-PROD-INT-RATE           PIC S9(4)V99 COMP-3.
          03 HV-PROD-OD-ALLOWED         PIC X.
          03 HV-PROD-OD-CEILING         PIC S9(9) COMP.
          03 HV-PROD-STMT-FREQ          PIC X.
          03 HV-PROD-TERM-MONTHS        PIC S9(9) COMP.
          03 HV-PROD-CLASS              PIC X.
          03 HV-PROD-CURRENCY           PIC X(3).
          03 HV-PROD-TAX-FREE           PIC X.

       01 WS-OLD-PRODUCT.
          03 WS-OLD-PROD-FOUND          PIC X         VALUE 'N'.
             88 OLD-PRODUCT-ON-CATALOG                VALUE 'Y'.
          03 WS-OLD-PROD-STMT-FREQ      PIC X.
          03 WS-OLD-PROD-CLASS          PIC X.
          03 WS-OLD-PROD-TAX-FREE       PIC X.

       01 WS-NEW-PRODUCT.
          03 WS-NEW-PROD-INT-RATE       PIC S9(4)V99 COMP-3.
          03 WS-NEW-PROD-OD-ALLOWED     PIC X.
          03 WS-NEW-PROD-OD-CEILING     PIC S9(9) COMP.
          03 WS-NEW-PROD-STMT-FREQ      PIC X.
          03 WS-NEW-PROD-TERM-MONTHS    PIC S9(9) COMP.
          03 WS-NEW-PROD-CLASS          PIC X.
          03 WS-NEW-PROD-CURRENCY       PIC X(3).
          03 WS-NEW-PROD-TAX-FREE       PIC X.

      * ACCOUNT_CONTROL DB2 copybook - a controlled account stays on
      * the terms its court order found it on
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       01 HV-CTRL-CHECK-COUNT           PIC S9(9) COMP.

      * TARIFF DB2 copybook - the monthly fee each product carries
           EXEC SQL
              INCLUDE TARFDB2
           END-EXEC.

       01 HV-OLD-MONTHLY-FEE            PIC S9(10)V99 COMP-3.
       01 HV-NEW-MONTHLY-FEE            PIC S9(10)V99 COMP-3.

      * CUSTOMER DB2 copybook - for the tax exemption
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

       01 HV-TAX-EXEMPT                 PIC X.

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

      * Bonus condition window - PROCTRAN dates are DD.MM.YYYY, so
      * the window is compared as CCYYMMDD text, as ACCRINT does.
       01 HV-BONUS-FROM-N               PIC 9(8).
       01 HV-BONUS-FROM-X REDEFINES HV-BONUS-FROM-N
                                        PIC X(8).
       01 HV-BONUS-TO-N                 PIC 9(8).
       01 HV-BONUS-TO-X REDEFINES HV-BONUS-TO-N
                                        PIC X(8).
       01 HV-DEBIT-COUNT                PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

      * PROCTRAN NCS definitions - used to obtain a PROCTRAN
      * reference number that is unique across every region.
       COPY NCSPROC.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.

       01 PRODELIG-PROGRAM              PIC X(8)      VALUE 'PRODELIG'.
       01 PRODELIG-COMMAREA.
           COPY PRODELIG.

       01 WS-ELIG-INDEX                 PIC S9(4) COMP VALUE 0.

       01 FEEWAIVE-PROGRAM              PIC X(8)      VALUE 'FEEWAIVE'.
       01 FEEWAIVE-COMMAREA.
           COPY FEEWAIVE.

       01 CUSTEVNT-PROGRAM              PIC X(8)      VALUE 'CUSTEVNT'.
       01 CUSTEVNT-COMMAREA.
           COPY CUSTEVNT.

      * SVCCHK commarea - whether postings are frozen for the
      * overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-TIME-DATA.
          03 WS-TIME-NOW                PIC 9(6).
          03 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
             05 WS-TIME-NOW-GRP-HH      PIC 99.
             05 WS-TIME-NOW-GRP-MM      PIC 99.
             05 WS-TIME-NOW-GRP-SS      PIC 99.

      *
      * Settlement working fields. The rate is the one ACCRINT
      * withholds at when it capitalises on the statement cycle.
      *
       01 WS-WHT-RATE                   PIC V99       VALUE .20.
       01 WS-BONUS-PAID                 PIC S9(10)V99 VALUE 0.
       01 WS-CAPITALISE-AMOUNT          PIC S9(10)V99 VALUE 0.
       01 WS-WHT-AMOUNT                 PIC S9(10)V99 VALUE 0.
       01 WS-NET-INTEREST               PIC S9(10)V99 VALUE 0.
       01 WS-NEW-AVAIL-BAL              PIC S9(10)V99 VALUE 0.
       01 WS-NEW-ACTUAL-BAL             PIC S9(10)V99 VALUE 0.
       01 WS-NEW-NEXT-STMT-DT           PIC S9(9) COMP VALUE 0.

       01 WS-NEXT-STMT-WORK.
          03 WS-NEXT-STMT-YYYY          PIC 9999.
          03 WS-NEXT-STMT-MM            PIC 99.
          03 WS-NEXT-STMT-DD            PIC 99.
       01 WS-NEXT-STMT-BASE REDEFINES WS-NEXT-STMT-WORK
                                        PIC 9(8).
       01 WS-STMT-MONTHS                PIC S9(4) COMP VALUE 0.

       01 WS-ABEND-PGM                  PIC X(8)      VALUE 'ABNDPROC'.

       01 ABNDINFO-REC.
           COPY ABNDINFO.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PRODSWCH.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'PRODSWCH: Account=' COMM-PS-SCODE '/'
                   COMM-PS-ACCNO ' New product=' COMM-PS-NEW-TYPE

           MOVE 'N' TO COMM-PS-SUCCESS.
           MOVE ' ' TO COMM-PS-FAIL-CD.
           MOVE SPACES TO COMM-PS-OLD-TYPE.
           MOVE ZEROS TO COMM-PS-NEW-RATE.
           MOVE ZEROS TO COMM-PS-INT-CAPITALISED.
           MOVE ZEROS TO COMM-PS-TAX-WITHHELD.
           MOVE 'N' TO COMM-PS-WAIVER-ENDED.
           MOVE ZEROS TO COMM-PS-NEXT-STMT-DT.
           MOVE SPACES TO COMM-PS-PROCTRAN-REF.
           MOVE 0 TO COMM-PS-ELIG-REASON-COUNT.
           PERFORM VARYING WS-ELIG-INDEX FROM 1 BY 1
                   UNTIL WS-ELIG-INDEX > 6
              MOVE SPACES TO COMM-PS-ELIG-REASON (WS-ELIG-INDEX)
           END-PERFORM.

           IF COMM-PS-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-PS-SCODE
           END-IF.

      *
      *    Nothing posts while operations have postings frozen for
      *    the overnight batch - interest capitalised between EODCUT
      *    and the end of the proof would put ACCTCTL out.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-POSTING TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'PRODSWCH: Postings frozen - ' SVCC-MESSAGE
              MOVE 'Q' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-SWITCHING-ACCOUNT.

           MOVE HV-ACCOUNT-TYPE TO COMM-PS-OLD-TYPE.

           IF HV-ACCOUNT-TYPE = COMM-PS-NEW-TYPE
              DISPLAY 'PRODSWCH: Account is already on product '
                      COMM-PS-NEW-TYPE
              MOVE '3' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-ACCOUNT-CONTROLS.

           PERFORM READ-PRODUCTS.

           PERFORM CHECK-SWITCH-ALLOWED.

           PERFORM CHECK-OVERDRAFT-TERMS.

           PERFORM CHECK-PRODUCT-ELIGIBILITY.

           PERFORM POPULATE-TIME-DATE.

           PERFORM SETTLE-OLD-PRODUCT-INTEREST.

           PERFORM SET-NEXT-STATEMENT-DATE.

           PERFORM SWITCH-ACCOUNT-PRODUCT.

           PERFORM WRITE-INTEREST-POSTINGS.

           PERFORM WRITE-PROCTRAN-SWITCH.

           PERFORM END-FEE-WAIVER.

           PERFORM PUBLISH-SWITCH-EVENT.

           MOVE WS-NEW-PROD-INT-RATE TO COMM-PS-NEW-RATE.
           MOVE WS-CAPITALISE-AMOUNT TO COMM-PS-INT-CAPITALISED.
           MOVE WS-WHT-AMOUNT TO COMM-PS-TAX-WITHHELD.
           MOVE WS-NEW-NEXT-STMT-DT TO COMM-PS-NEXT-STMT-DT.
           MOVE 'Y' TO COMM-PS-SUCCESS.

           DISPLAY 'PRODSWCH: Account ' COMM-PS-SCODE '/'
                   COMM-PS-ACCNO ' switched from ' COMM-PS-OLD-TYPE
                   ' to ' COMM-PS-NEW-TYPE

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-SWITCHING-ACCOUNT SECTION.
       RSA010.

           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE COMM-PS-SCODE TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-PS-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OPENED,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_LAST_STMT_DATE,
                     ACCOUNT_NEXT_STMT_DATE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_ACCRUED_INTEREST, 0),
                     COALESCE(ACCOUNT_BONUS_ACCRUED, 0),
                     COALESCE(ACCOUNT_MATURITY_DATE, 0),
                     COALESCE(ACCOUNT_FEE_WAIVER, 'N'),
                     COALESCE(ACCOUNT_CURRENCY, 'GBP')
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-LAST-STMT-DT,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT,
                     :HV-ACCOUNT-BONUS-ACCR,
                     :HV-ACCOUNT-MATURITY-DT,
                     :HV-ACCOUNT-FEE-WAIVER,
                     :HV-ACCOUNT-CURRENCY
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRODSWCH: Account not found'
              MOVE '1' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW1' TO ABND-CODE
              STRING 'RSA010 - Unable to SELECT ACCOUNT from DB2 '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

       RSA999.
           EXIT.


       CHECK-ACCOUNT-CONTROLS SECTION.
       CAC010.
      *
      *    Any control on the account blocks the switch until the
      *    control is lifted through ACCCTRL. A failed lookup is
      *    treated as controlled - fail safe, not fail open.
      *
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
              DISPLAY 'PRODSWCH: Account is controlled - switch '
                      'rejected'
              MOVE 'F' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CAC999.
           EXIT.


       READ-PRODUCTS SECTION.
       RDP010.
      *
      *    The new product must be on the catalog with a statement
      *    frequency the cycle understands. An account opened before
      *    the catalog held its type has no old product row; it is
      *    taken as an open sterling deposit product, which is all
      *    there was then.
      *
           INITIALIZE HOST-PRODUCT-ROW.
           MOVE COMM-PS-NEW-TYPE TO HV-PROD-TYPE.
           PERFORM SELECT-PRODUCT-ROW.

           IF SQLCODE = 100
              DISPLAY 'PRODSWCH: Product ' COMM-PS-NEW-TYPE
                      ' is not on the catalog'
              MOVE '2' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-PROD-STMT-FREQ NOT = 'M'
              AND HV-PROD-STMT-FREQ NOT = 'Q'
              DISPLAY 'PRODSWCH: Product ' COMM-PS-NEW-TYPE
                      ' has no valid statement frequency'
              MOVE '2' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE HV-PROD-INT-RATE TO WS-NEW-PROD-INT-RATE.
           MOVE HV-PROD-OD-ALLOWED TO WS-NEW-PROD-OD-ALLOWED.
           MOVE HV-PROD-OD-CEILING TO WS-NEW-PROD-OD-CEILING.
           MOVE HV-PROD-STMT-FREQ TO WS-NEW-PROD-STMT-FREQ.
           MOVE HV-PROD-TERM-MONTHS TO WS-NEW-PROD-TERM-MONTHS.
           MOVE HV-PROD-CLASS TO WS-NEW-PROD-CLASS.
           MOVE HV-PROD-CURRENCY TO WS-NEW-PROD-CURRENCY.
           MOVE HV-PROD-TAX-FREE TO WS-NEW-PROD-TAX-FREE.

           INITIALIZE HOST-PRODUCT-ROW.
           MOVE HV-ACCOUNT-TYPE TO HV-PROD-TYPE.
           PERFORM SELECT-PRODUCT-ROW.

           IF SQLCODE = 100
              MOVE 'N' TO WS-OLD-PROD-FOUND
              MOVE SPACE TO WS-OLD-PROD-STMT-FREQ
              MOVE 'D' TO WS-OLD-PROD-CLASS
              MOVE 'N' TO WS-OLD-PROD-TAX-FREE
           ELSE
              MOVE 'Y' TO WS-OLD-PROD-FOUND
              MOVE HV-PROD-STMT-FREQ TO WS-OLD-PROD-STMT-FREQ
              MOVE HV-PROD-CLASS TO WS-OLD-PROD-CLASS
              MOVE HV-PROD-TAX-FREE TO WS-OLD-PROD-TAX-FREE
           END-IF.

       RDP999.
           EXIT.


       SELECT-PRODUCT-ROW SECTION.
       SPR010.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_INT_RATE,
                     ACCOUNT_PRODUCT_OD_ALLOWED,
                     ACCOUNT_PRODUCT_OD_CEILING,
                     ACCOUNT_PRODUCT_STMT_FREQ,
                     ACCOUNT_PRODUCT_TERM_MONTHS,
                     ACCOUNT_PRODUCT_CLASS,
                     ACCOUNT_PRODUCT_CURRENCY,
                     ACCOUNT_PRODUCT_TAX_FREE
                INTO :HV-PROD-INT-RATE,
                     :HV-PROD-OD-ALLOWED,
                     :HV-PROD-OD-CEILING,
                     :HV-PROD-STMT-FREQ,
                     :HV-PROD-TERM-MONTHS,
                     :HV-PROD-CLASS,
                     :HV-PROD-CURRENCY,
                     :HV-PROD-TAX-FREE
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-PROD-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW2' TO ABND-CODE
              STRING 'SPR010 - Unable to SELECT ACCOUNT_PRODUCT '
                 DELIMITED BY SIZE,
                     'for type ' DELIMITED BY SIZE,
                     HV-PROD-TYPE DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

       SPR999.
           EXIT.


       CHECK-SWITCH-ALLOWED SECTION.
       CSA010.
      *
      *    Only an open deposit or current account moves to another
      *    open deposit or current account product. A loan is drawn
      *    down through LOANDRAW and a fixed-term deposit matures
      *    through TDMATURE - neither is switched. The balances are
      *    held in the account's currency, so the product must be
      *    too, and a tax-free wrapper only moves to another
      *    wrapper.
      *
           IF WS-NEW-PROD-CLASS = 'L'
              OR WS-NEW-PROD-TERM-MONTHS NOT = 0
              OR WS-OLD-PROD-CLASS = 'L'
              OR HV-ACCOUNT-MATURITY-DT NOT = 0
              DISPLAY 'PRODSWCH: Lending and fixed-term products '
                      'cannot be switched'
              MOVE '4' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WS-NEW-PROD-CURRENCY NOT = HV-ACCOUNT-CURRENCY
              DISPLAY 'PRODSWCH: Product currency '
                      WS-NEW-PROD-CURRENCY ' is not the account''s '
                      HV-ACCOUNT-CURRENCY
              MOVE '4' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF (WS-NEW-PROD-TAX-FREE = 'Y'
               AND WS-OLD-PROD-TAX-FREE NOT = 'Y')
              OR (WS-NEW-PROD-TAX-FREE NOT = 'Y'
               AND WS-OLD-PROD-TAX-FREE = 'Y')
              DISPLAY 'PRODSWCH: A switch cannot move an account '
                      'into or out of a tax-free wrapper'
              MOVE '4' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSA999.
           EXIT.


       CHECK-OVERDRAFT-TERMS SECTION.
       COT010.
      *
      *    The account keeps its agreed overdraft limit, so the new
      *    product must allow one that size. A product with no
      *    overdraft takes neither a limit nor a debit balance; the
      *    limit must be reduced through ODLMAINT, or the debt
      *    cleared, before the switch.
      *
           IF WS-NEW-PROD-OD-ALLOWED NOT = 'Y'
              AND (HV-ACCOUNT-OVERDRAFT > 0
                   OR HV-ACCOUNT-ACTUAL-BAL < 0)
              DISPLAY 'PRODSWCH: Product ' COMM-PS-NEW-TYPE
                      ' allows no overdraft'
              MOVE 'O' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF HV-ACCOUNT-OVERDRAFT > WS-NEW-PROD-OD-CEILING
              DISPLAY 'PRODSWCH: Overdraft limit is above product '
                      COMM-PS-NEW-TYPE ' ceiling'
              MOVE 'O' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       COT999.
           EXIT.


       CHECK-PRODUCT-ELIGIBILITY SECTION.
       CPE010.
      *
      *    The same PRODELIG rules CREACC applies to a new account -
      *    a switch must not be a way round them.
      *
           INITIALIZE PRODELIG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-PE-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-PE-CUSTNO.
           MOVE COMM-PS-NEW-TYPE TO COMM-PE-ACC-TYPE.

           EXEC CICS LINK PROGRAM(PRODELIG-PROGRAM)
                COMMAREA(PRODELIG-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR PE-DB2-ERROR
              OR PE-CUST-NOT-FOUND
              INITIALIZE ABNDINFO-REC
              MOVE WS-CICS-RESP TO ABND-RESPCODE
              MOVE WS-CICS-RESP2 TO ABND-RESP2CODE
              MOVE 'PSW3' TO ABND-CODE
              STRING 'CPE010 - Unable to check product eligibility '
                 DELIMITED BY SIZE,
                     'for customer ' DELIMITED BY SIZE,
                     HV-ACCOUNT-CUST-NUMBER DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

           IF PE-CUSTOMER-NOT-ELIGIBLE
              DISPLAY 'PRODSWCH: Customer not eligible for product '
                      COMM-PS-NEW-TYPE ' - ' COMM-PE-REASON (1)
              MOVE COMM-PE-REASON-COUNT TO COMM-PS-ELIG-REASON-COUNT
              PERFORM VARYING WS-ELIG-INDEX FROM 1 BY 1
                      UNTIL WS-ELIG-INDEX > 6
                 MOVE COMM-PE-REASON (WS-ELIG-INDEX)
                    TO COMM-PS-ELIG-REASON (WS-ELIG-INDEX)
              END-PERFORM
              MOVE 'E' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CPE999.
           EXIT.


       SETTLE-OLD-PRODUCT-INTEREST SECTION.
       SOI010.
      *
      *    Everything ACCRINT has accrued under the old product is
      *    capitalised now, on the rules it applies on the statement
      *    cycle: a bonus is paid only if nothing left the account
      *    at the customer's hand since the last statement, and tax
      *    is withheld from credit interest unless the customer is
      *    exempt or the account is a wrapper. Charged (debit)
      *    interest is never taxed. Accrual is carried through last
      *    night's run, so today accrues at the new rate tonight.
      *
           MOVE 0 TO WS-BONUS-PAID.
           MOVE 0 TO WS-WHT-AMOUNT.

           IF HV-ACCOUNT-BONUS-ACCR > 0
              PERFORM CHECK-BONUS-CONDITION
           END-IF.

           COMPUTE WS-CAPITALISE-AMOUNT =
              HV-ACCOUNT-ACCRUED-INT + WS-BONUS-PAID.

           IF WS-CAPITALISE-AMOUNT > 0
              PERFORM READ-TAX-EXEMPTION
              IF HV-TAX-EXEMPT NOT = 'Y'
                 COMPUTE WS-WHT-AMOUNT ROUNDED =
                    WS-CAPITALISE-AMOUNT * WS-WHT-RATE
              END-IF
           END-IF.

           COMPUTE WS-NET-INTEREST =
              WS-CAPITALISE-AMOUNT - WS-WHT-AMOUNT.

           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-NET-INTEREST.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-NET-INTEREST.

       SOI999.
           EXIT.


       CHECK-BONUS-CONDITION SECTION.
       CBC010.
      *
      *    Any debit PROCTRAN row from the last statement date to
      *    today, other than the interest, withholding tax and
      *    charges the bank posts itself, forfeits the bonus.
      *
           MOVE HV-ACCOUNT-LAST-STMT-DT TO HV-BONUS-FROM-N.
           MOVE WS-TODAY-INT TO HV-BONUS-TO-N.
           MOVE 0 TO HV-DEBIT-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-DEBIT-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                 AND PROCTRAN_AMOUNT < 0
                 AND PROCTRAN_TYPE NOT IN ('INT', 'WHT', 'CHG')
                 AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                     BETWEEN :HV-BONUS-FROM-X AND :HV-BONUS-TO-X
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW6' TO ABND-CODE
              STRING 'CBC010 - Unable to check the bonus condition '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

           IF HV-DEBIT-COUNT = 0
              MOVE HV-ACCOUNT-BONUS-ACCR TO WS-BONUS-PAID
           ELSE
              DISPLAY 'PRODSWCH: Bonus interest forfeited'
           END-IF.

       CBC999.
           EXIT.


       READ-TAX-EXEMPTION SECTION.
       RTE010.
      *
      *    Interest on a wrapper is always paid gross. A customer
      *    who cannot be read is taxed - withholding must fail
      *    towards the revenue, not away from it.
      *
           MOVE 'N' TO HV-TAX-EXEMPT.

           IF WS-OLD-PROD-TAX-FREE = 'Y'
              MOVE 'Y' TO HV-TAX-EXEMPT
              GO TO RTE999
           END-IF.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_TAX_EXEMPT, 'N')
                INTO :HV-TAX-EXEMPT
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO HV-TAX-EXEMPT
           END-IF.

       RTE999.
           EXIT.


       SET-NEXT-STATEMENT-DATE SECTION.
       SNS010.
      *
      *    On the same frequency the cycle carries on as it was. On
      *    a new one the next statement falls that many months after
      *    the last (or after opening, for an account not yet
      *    statemented) - and if that has already passed, tonight,
      *    which closes off the old product's period.
      *
           MOVE HV-ACCOUNT-NEXT-STMT-DT TO WS-NEW-NEXT-STMT-DT.

           IF OLD-PRODUCT-ON-CATALOG
              AND WS-OLD-PROD-STMT-FREQ = WS-NEW-PROD-STMT-FREQ
              GO TO SNS999
           END-IF.

           IF HV-ACCOUNT-LAST-STMT-DT > 0
              MOVE HV-ACCOUNT-LAST-STMT-DT TO WS-NEXT-STMT-BASE
           ELSE
              MOVE HV-ACCOUNT-OPENED TO WS-NEXT-STMT-BASE
           END-IF.

           IF WS-NEW-PROD-STMT-FREQ = 'Q'
              MOVE 3 TO WS-STMT-MONTHS
           ELSE
              MOVE 1 TO WS-STMT-MONTHS
           END-IF.

           ADD WS-STMT-MONTHS TO WS-NEXT-STMT-MM.
           IF WS-NEXT-STMT-MM > 12
              SUBTRACT 12 FROM WS-NEXT-STMT-MM
              ADD 1 TO WS-NEXT-STMT-YYYY
           END-IF.

           COMPUTE WS-NEW-NEXT-STMT-DT =
              (WS-NEXT-STMT-YYYY * 10000) +
              (WS-NEXT-STMT-MM * 100) +
              WS-NEXT-STMT-DD.

           IF WS-NEW-NEXT-STMT-DT < WS-TODAY-INT
              MOVE WS-TODAY-INT TO WS-NEW-NEXT-STMT-DT
           END-IF.

       SNS999.
           EXIT.


       SWITCH-ACCOUNT-PRODUCT SECTION.
       SAP010.
      *
      *    One update moves the account onto the new product, its
      *    rate and statement date, and capitalises the old
      *    product's interest - guarded on the balances and type
      *    read, so a posting that lands in between is not
      *    overwritten.
      *
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_TYPE = :COMM-PS-NEW-TYPE,
                     ACCOUNT_INTEREST_RATE = :WS-NEW-PROD-INT-RATE,
                     ACCOUNT_NEXT_STMT_DATE = :WS-NEW-NEXT-STMT-DT,
                     ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL,
                     ACCOUNT_ACCRUED_INTEREST = 0,
                     ACCOUNT_BONUS_ACCRUED = 0
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_TYPE = :HV-ACCOUNT-TYPE
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRODSWCH: Account changed during the switch'
              MOVE 'L' TO COMM-PS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW4' TO ABND-CODE
              STRING 'SAP010 - Unable to UPDATE ACCOUNT product '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

       SAP999.
           EXIT.


       WRITE-INTEREST-POSTINGS SECTION.
       WIP010.
      *
      *    The capitalisation posts the way ACCRINT posts it - the
      *    gross interest, any bonus as its own INT row, and the tax
      *    withheld as a WHT row - each carrying the running balance
      *    on, so the statement reads as a continuous ledger.
      *
           IF HV-ACCOUNT-ACCRUED-INT NOT = 0
              PERFORM BUILD-PROCTRAN-ROW
              MOVE 'INT' TO HV-PROCTRAN-TYPE
              MOVE 'INTEREST CAPITALISED' TO HV-PROCTRAN-DESC(17:20)
              MOVE HV-ACCOUNT-ACCRUED-INT TO HV-PROCTRAN-AMOUNT
              COMPUTE HV-PROCTRAN-BALANCE =
                 HV-ACCOUNT-ACTUAL-BAL + HV-ACCOUNT-ACCRUED-INT
              PERFORM INSERT-PROCTRAN-ROW
           END-IF.

           IF WS-BONUS-PAID > 0
              PERFORM BUILD-PROCTRAN-ROW
              MOVE 'INT' TO HV-PROCTRAN-TYPE
              MOVE 'BONUS INTEREST' TO HV-PROCTRAN-DESC(17:14)
              MOVE WS-BONUS-PAID TO HV-PROCTRAN-AMOUNT
              COMPUTE HV-PROCTRAN-BALANCE =
                 HV-ACCOUNT-ACTUAL-BAL + WS-CAPITALISE-AMOUNT
              PERFORM INSERT-PROCTRAN-ROW
           END-IF.

           IF WS-WHT-AMOUNT > 0
              PERFORM BUILD-PROCTRAN-ROW
              MOVE 'WHT' TO HV-PROCTRAN-TYPE
              MOVE 'WITHHOLDING TAX' TO HV-PROCTRAN-DESC(17:15)
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-WHT-AMOUNT
              MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE
              PERFORM INSERT-PROCTRAN-ROW
           END-IF.

       WIP999.
           EXIT.


       WRITE-PROCTRAN-SWITCH SECTION.
       WPS010.
      *
      *    The switch itself - no money moves, so the amount is zero
      *    and the balance is the one the account now carries. Both
      *    products go in the description so the history says what
      *    the account was before.
      *
           PERFORM BUILD-PROCTRAN-ROW.
           MOVE 'PSW' TO HV-PROCTRAN-TYPE.
           MOVE 'SWITCH ' TO HV-PROCTRAN-DESC(17:7).
           MOVE HV-ACCOUNT-TYPE TO HV-PROCTRAN-DESC(24:8).
           MOVE ' TO ' TO HV-PROCTRAN-DESC(32:4).
           MOVE COMM-PS-NEW-TYPE TO HV-PROCTRAN-DESC(36:8).
           MOVE ZEROS TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM INSERT-PROCTRAN-ROW.

           MOVE HV-PROCTRAN-REF TO COMM-PS-PROCTRAN-REF.

       WPS999.
           EXIT.


       END-FEE-WAIVER SECTION.
       EFW010.
      *
      *    A goodwill waiver was granted against the fees the old
      *    product charged. It carries over to a product whose
      *    monthly fee is no higher; otherwise it is lifted through
      *    FEEWAIVE, so the decision lands on FEE_WAIVER_AUDIT like
      *    any other.
      *
           IF HV-ACCOUNT-FEE-WAIVER NOT = 'Y'
              GO TO EFW999
           END-IF.

           MOVE 0 TO HV-OLD-MONTHLY-FEE.
           MOVE 0 TO HV-NEW-MONTHLY-FEE.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN TARIFF_PRODUCT =
                                            :HV-ACCOUNT-TYPE
                                       THEN TARIFF_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN TARIFF_PRODUCT =
                                            :COMM-PS-NEW-TYPE
                                       THEN TARIFF_AMOUNT
                                       ELSE 0 END), 0)
                INTO :HV-OLD-MONTHLY-FEE,
                     :HV-NEW-MONTHLY-FEE
                FROM TARIFF
               WHERE TARIFF_CHARGE_CODE = 'MONTHLY'
                 AND TARIFF_PRODUCT IN (:HV-ACCOUNT-TYPE,
                                        :COMM-PS-NEW-TYPE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW5' TO ABND-CODE
              STRING 'EFW010 - Unable to SELECT TARIFF monthly fees '
                 DELIMITED BY SIZE,
                     'SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

           IF HV-NEW-MONTHLY-FEE NOT > HV-OLD-MONTHLY-FEE
              GO TO EFW999
           END-IF.

           INITIALIZE FEEWAIVE-COMMAREA.
           SET FW-ACTION-LIFT TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-FW-SCODE.
           MOVE COMM-PS-ACCNO TO COMM-FW-ACCNO.
           STRING 'PRODUCT SWITCH TO ' DELIMITED BY SIZE,
                  COMM-PS-NEW-TYPE DELIMITED BY SIZE
              INTO COMM-FW-REASON
           END-STRING.

           EXEC CICS LINK PROGRAM(FEEWAIVE-PROGRAM)
                COMMAREA(FEEWAIVE-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR NOT FW-SUCCESS
              INITIALIZE ABNDINFO-REC
              MOVE WS-CICS-RESP TO ABND-RESPCODE
              MOVE WS-CICS-RESP2 TO ABND-RESP2CODE
              MOVE 'PSW5' TO ABND-CODE
              STRING 'EFW010 - Unable to lift the fee waiver '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-ACCOUNT-SORTCODE DELIMITED BY SIZE,
                     HV-ACCOUNT-NUMBER DELIMITED BY SIZE,
                     ' fail code=' DELIMITED BY SIZE,
                     COMM-FW-FAIL-CD DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

           MOVE 'Y' TO COMM-PS-WAIVER-ENDED.
           DISPLAY 'PRODSWCH: Fee waiver does not carry over - '
                   'lifted'.

       EFW999.
           EXIT.


       PUBLISH-SWITCH-EVENT SECTION.
       PSE010.
      *
      *    Tell the downstream systems through CUSTEVNT. The event
      *    carries the switch's PROCTRAN reference, which names the
      *    account and both products. The message rides this unit
      *    of work; a publish failure is logged for the operator
      *    rather than failing the switch, as for the other events.
      *
           INITIALIZE CUSTEVNT-COMMAREA.
           SET EVENT-ACCT-SWITCH TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-EV-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-EV-CUSTNO.
           MOVE COMM-PS-PROCTRAN-REF TO COMM-EV-PROCTRAN-REF.

           EXEC CICS LINK PROGRAM(CUSTEVNT-PROGRAM)
                COMMAREA(CUSTEVNT-COMMAREA)
                END-EXEC.

           IF NOT EVENT-PUBLISHED
              DISPLAY 'PRODSWCH: Switch event not published,'
                      ' fail code=' COMM-EV-FAIL-CD
           END-IF.

       PSE999.
           EXIT.


       BUILD-PROCTRAN-ROW SECTION.
       BPR010.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           PERFORM GET-PROCTRAN-REF.
           MOVE WS-ORIG-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).

       BPR999.
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
              MOVE 'PSW7' TO ABND-CODE
              STRING 'GPR010 - Unable to GET COUNTER for PROCTRAN ref'
                 DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.

       GPR999.
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

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'PSW8' TO ABND-CODE
              STRING 'IPR010 - Unable to WRITE to PROCTRAN DB2 '
                 DELIMITED BY SIZE,
                     'datastore for product switch' DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-PRODSWCH
           END-IF.

       IPR999.
           EXIT.


       ABEND-PRODSWCH SECTION.
       APS010.
      *
      *    Common abend path - populate the rest of the standard
      *    abend commarea and link to the abend handler. Abending
      *    backs out everything this switch has done, so a part-done
      *    switch can never commit.
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

           DISPLAY 'PRODSWCH: ' ABND-FREEFORM

           EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                COMMAREA(ABNDINFO-REC)
                END-EXEC.

           EXEC CICS ABEND
                ABCODE(ABND-CODE)
                END-EXEC.

       APS999.
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

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

       PTD999.
           EXIT.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program books a personal loan - the drawdown that
      * follows a "yes" from LENDELIG.
      *
      * The product must be a lending product on the ACCOUNT_PRODUCT
      * catalog (ACCOUNT_PRODUCT_CLASS 'L'); its overdraft ceiling
      * is the largest advance and its term the longest loan it
      * will make. The nominated account must be a current account
      * the customer owns. The loan itself goes through LENDELIG,
      * the one copy of credit policy, as a 'L' facility: a decline
      * is final, and a referral needs an operator whose role
      * ODLMAINT would trust with a large overdraft increase.
      *
      * The loan account is opened through CREACC, with the advance
      * as its limit. The advance is then debited to the loan
      * account and credited to the nominated account through
      * DBCRFUN, both under the 'LND' transaction type, so the
      * posting rules, PROCTRAN records and references are the
      * ones every other posting gets.
      *
      * The repayment schedule is a level monthly instalment
      * (annuity) at the product rate: each LOAN_SCHEDULE row shows
      * the instalment, its interest on the balance outstanding, its
      * principal, and the principal remaining after it. The last
      * instalment absorbs the rounding so the loan repays to the
      * penny. Instalments fall due monthly from the drawdown date,
      * and LOANCOLL collects them from the nominated account.
      *
      * Everything happens in one unit of work - any failure after
      * the first change rolls the whole booking back.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDRAW.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * ACCOUNT_PRODUCT DB2 copybook - the lending product
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

       01 HOST-PRODUCT-ROW.
          03 HV-PROD-TYPE               PIC X(8).
          03 HV-PROD-INT-RATE           PIC S9(4)V99 COMP-3.
          03 HV-PROD-OD-CEILING         PIC S9(9) COMP.
          03 HV-PROD-TERM-MONTHS        PIC S9(9) COMP.
          03 HV-PROD-CLASS              PIC X.

      * ACCOUNT and ACCOUNT_OWNER DB2 copybooks - the nominated
      * account must be the customer's own current account
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

       01 HV-NOMINATED-ROW.
          03 HV-NOM-SORTCODE            PIC X(6).
          03 HV-NOM-NUMBER              PIC X(8).
          03 HV-NOM-CUSTOMER            PIC X(10).
       01 HV-NOM-CHECK-COUNT            PIC S9(9) COMP.

      * OPERATOR_ROLE DB2 copybook - a referred loan needs a
      * lender's role
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

       01 HV-OPERATOR-ROW.
          03 HV-OPERATOR-OPID           PIC X(3).
          03 HV-OPERATOR-ROLE           PIC X(4).

      * PERSONAL_LOAN DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

       01 HOST-LOAN-ROW.
          03 HV-LOAN-SORTCODE           PIC X(6).
          03 HV-LOAN-NUMBER             PIC X(8).
          03 HV-LOAN-CUSTOMER-NUMBER    PIC X(10).
          03 HV-LOAN-REPAY-NUMBER       PIC X(8).
          03 HV-LOAN-PRODUCT            PIC X(8).
          03 HV-LOAN-PRINCIPAL          PIC S9(10)V99 COMP-3.
          03 HV-LOAN-RATE               PIC S9(4)V99 COMP-3.
          03 HV-LOAN-TERM-MONTHS        PIC S9(9) COMP.
          03 HV-LOAN-INSTALMENT         PIC S9(10)V99 COMP-3.
          03 HV-LOAN-DRAWN-DATE         PIC S9(9) COMP.
          03 HV-LOAN-DRAWN-BY           PIC X(3).

      * LOAN_SCHEDULE DB2 copybook
           EXEC SQL
              INCLUDE LNSCDB2
           END-EXEC.

       01 HOST-SCHEDULE-ROW.
          03 HV-LNSC-SEQ                PIC S9(9) COMP.
          03 HV-LNSC-DUE-DATE           PIC S9(9) COMP.
          03 HV-LNSC-INSTALMENT         PIC S9(10)V99 COMP-3.
          03 HV-LNSC-PRINCIPAL          PIC S9(10)V99 COMP-3.
          03 HV-LNSC-INTEREST           PIC S9(10)V99 COMP-3.
          03 HV-LNSC-BALANCE            PIC S9(10)V99 COMP-3.

      * Due dates come from DB2 date arithmetic so month ends come
      * out right
       01 HV-DRAWN-ISO                  PIC X(10).
       01 HV-DRAWN-ISO-GRP REDEFINES HV-DRAWN-ISO.
          03 HV-DRAWN-ISO-YYYY          PIC 9999.
          03 HV-DRAWN-ISO-SEP1          PIC X.
          03 HV-DRAWN-ISO-MM            PIC 99.
          03 HV-DRAWN-ISO-SEP2          PIC X.
          03 HV-DRAWN-ISO-DD            PIC 99.
       01 HV-DUE-ISO                    PIC X(10).
       01 HV-DUE-ISO-GRP REDEFINES HV-DUE-ISO.
          03 HV-DUE-ISO-YYYY            PIC 9999.
          03 FILLER                     PIC X.
          03 HV-DUE-ISO-MM              PIC 99.
          03 FILLER                     PIC X.
          03 HV-DUE-ISO-DD              PIC 99.

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

      *
      * Schedule arithmetic. The monthly rate and the growth factor
      * (1 + r) ** n are carried to sixteen and fourteen places so
      * the instalment comes out right to the penny over the
      * longest term.
      *
       01 WS-MONTHLY-RATE               PIC S9V9(16) COMP-3.
       01 WS-GROWTH-FACTOR              PIC S9(3)V9(14) COMP-3.
       01 WS-LOAN-LIMIT                 PIC 9(8).
       01 WS-REMAINING                  PIC S9(10)V99 COMP-3.
       01 WS-TOTAL-INTEREST             PIC S9(10)V99 COMP-3.

      * LENDELIG commarea - the one copy of credit policy
       01 LENDELIG-PROGRAM              PIC X(8) VALUE 'LENDELIG'.
       01 LENDELIG-COMMAREA.
           COPY LENDELIG.

      * CREACC commarea - renamed so it can live in one program with
      * the DBCRFUN commarea, which uses the same COMM- names.
       01 CREACC-PROGRAM                PIC X(8) VALUE 'CREACC'.
       01 CREACC-COMMAREA.
           COPY CREACC REPLACING LEADING ==COMM== BY ==CRAC==.

      * DBCRFUN commarea - the advance goes through the same posting
      * rules as any other movement, in this task's unit of work,
      * under the LND transaction type.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LOANDRAW.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'LOANDRAW: Customer=' COMM-LD-CUSTNO
                   ' Product=' COMM-LD-PRODUCT
                   ' Amount=' COMM-LD-AMOUNT
                   ' Term=' COMM-LD-TERM-MONTHS

           MOVE 'N' TO COMM-LD-SUCCESS.
           MOVE ' ' TO COMM-LD-FAIL-CD.
           MOVE ' ' TO COMM-LD-DBCR-FAIL-CD.
           MOVE ' ' TO COMM-LD-DECISION.
           MOVE SPACES TO COMM-LD-REASON (1)
                          COMM-LD-REASON (2)
                          COMM-LD-REASON (3).

           IF COMM-LD-CUSTNO NOT NUMERIC
              OR COMM-LD-CUSTNO = ZERO
              OR COMM-LD-SCODE NOT NUMERIC
              OR COMM-LD-PRODUCT = SPACES
              OR COMM-LD-REPAY-ACCNO NOT NUMERIC
              OR COMM-LD-AMOUNT NOT NUMERIC
              OR COMM-LD-AMOUNT = ZERO
              OR COMM-LD-TERM-MONTHS NOT NUMERIC
              OR COMM-LD-TERM-MONTHS = ZERO
              MOVE '1' TO COMM-LD-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           PERFORM READ-LENDING-PRODUCT.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-NOMINATED-ACCOUNT.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-LENDING-POLICY.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM OPEN-LOAN-ACCOUNT.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM PAY-ADVANCE.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM BUILD-REPAYMENT-SCHEDULE.
           IF COMM-LD-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'Y' TO COMM-LD-SUCCESS.
           DISPLAY 'LOANDRAW: Loan ' COMM-LD-SCODE '/'
                   COMM-LD-LOAN-ACCNO ' drawn, instalment '
                   COMM-LD-INSTALMENT

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-LENDING-PRODUCT SECTION.
       RLP010.
      *
      *    The product must be a lending product, the advance within
      *    its ceiling and the term within its longest.
      *
           MOVE COMM-LD-PRODUCT TO HV-PROD-TYPE.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_INT_RATE,
                     ACCOUNT_PRODUCT_OD_CEILING,
                     ACCOUNT_PRODUCT_TERM_MONTHS,
                     ACCOUNT_PRODUCT_CLASS
                INTO :HV-PROD-INT-RATE,
                     :HV-PROD-OD-CEILING,
                     :HV-PROD-TERM-MONTHS,
                     :HV-PROD-CLASS
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-PROD-TYPE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'T' TO COMM-LD-FAIL-CD
              GO TO RLP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANDRAW - Product read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LD-FAIL-CD
              GO TO RLP999
           END-IF.

           IF HV-PROD-CLASS NOT = 'L'
              DISPLAY 'LOANDRAW: ' HV-PROD-TYPE ' is not a lending '
                      'product'
              MOVE 'T' TO COMM-LD-FAIL-CD
              GO TO RLP999
           END-IF.

           IF COMM-LD-AMOUNT > HV-PROD-OD-CEILING
              OR (HV-PROD-TERM-MONTHS > 0
                  AND COMM-LD-TERM-MONTHS > HV-PROD-TERM-MONTHS)
              DISPLAY 'LOANDRAW: Amount or term beyond what the '
                      'product allows'
              MOVE 'C' TO COMM-LD-FAIL-CD
              GO TO RLP999
           END-IF.

           MOVE HV-PROD-INT-RATE TO COMM-LD-RATE.

       RLP999.
           EXIT.


       CHECK-NOMINATED-ACCOUNT SECTION.
       CNA010.
      *
      *    The advance is paid to, and the instalments collected
      *    from, a current account the customer owns - not another
      *    loan and not a fixed-term deposit.
      *
           MOVE COMM-LD-SCODE TO HV-NOM-SORTCODE.
           MOVE COMM-LD-REPAY-ACCNO TO HV-NOM-NUMBER.
           MOVE COMM-LD-CUSTNO TO HV-NOM-CUSTOMER.
           MOVE 0 TO HV-NOM-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-NOM-CHECK-COUNT
                FROM ACCOUNT A, ACCOUNT_OWNER O, ACCOUNT_PRODUCT P
               WHERE A.ACCOUNT_SORTCODE = :HV-NOM-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-NOM-NUMBER
                 AND O.ACCOUNT_OWNER_SORTCODE = A.ACCOUNT_SORTCODE
                 AND O.ACCOUNT_OWNER_NUMBER = A.ACCOUNT_NUMBER
                 AND O.ACCOUNT_OWNER_CUSTOMER = :HV-NOM-CUSTOMER
                 AND P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
                 AND P.ACCOUNT_PRODUCT_CLASS <> 'L'
                 AND P.ACCOUNT_PRODUCT_TERM_MONTHS = 0
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANDRAW - Nominated account check failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-LD-FAIL-CD
              GO TO CNA999
           END-IF.

           IF HV-NOM-CHECK-COUNT = 0
              DISPLAY 'LOANDRAW: Nominated account '
                      COMM-LD-SCODE '/' COMM-LD-REPAY-ACCNO
                      ' is not a current account of the customer'
              MOVE 'N' TO COMM-LD-FAIL-CD
           END-IF.

       CNA999.
           EXIT.


       CHECK-LENDING-POLICY SECTION.
       CLP010.
      *
      *    The loan sits on LENDELIG like any other lending. A
      *    decline is final; a referral needs an operator whose role
      *    ODLMAINT would trust with a large increase - an operator
      *    with no OPERATOR_ROLE row, or a failed lookup, is treated
      *    as unauthorised rather than let through.
      *
           INITIALIZE LENDELIG-COMMAREA.
           MOVE COMM-LD-SCODE TO COMM-LE-SCODE.
           MOVE COMM-LD-CUSTNO TO COMM-LE-CUSTNO.
           SET LE-FACILITY-LOAN TO TRUE.
           MOVE COMM-LD-AMOUNT TO COMM-LE-AMOUNT.

           EXEC CICS LINK PROGRAM(LENDELIG-PROGRAM)
                COMMAREA(LENDELIG-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-LE-FAIL-CD NOT = ' '
              DISPLAY 'LOANDRAW: Lending decision unavailable, '
                      'fail code ' COMM-LE-FAIL-CD
              IF LE-CUST-NOT-FOUND
                 MOVE '1' TO COMM-LD-FAIL-CD
              ELSE
                 MOVE '8' TO COMM-LD-FAIL-CD
              END-IF
              GO TO CLP999
           END-IF.

           MOVE COMM-LE-DECISION TO COMM-LD-DECISION.
           MOVE COMM-LE-REASON (1) TO COMM-LD-REASON (1).
           MOVE COMM-LE-REASON (2) TO COMM-LD-REASON (2).
           MOVE COMM-LE-REASON (3) TO COMM-LD-REASON (3).

           IF LE-DECISION-APPROVE
              GO TO CLP999
           END-IF.

           IF LE-DECISION-DECLINE
              DISPLAY 'LOANDRAW: Lending policy declines this loan - '
                      COMM-LE-REASON (1)
              MOVE 'D' TO COMM-LD-FAIL-CD
              GO TO CLP999
           END-IF.

           MOVE EIBOPID TO HV-OPERATOR-OPID.
           MOVE SPACES TO HV-OPERATOR-ROLE.

           EXEC SQL
              SELECT OPERATOR_ROLE_CODE
                INTO :HV-OPERATOR-ROLE
                FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-OPERATOR-OPID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-OPERATOR-ROLE
           END-IF.

           IF HV-OPERATOR-ROLE NOT = 'MGR '
           AND HV-OPERATOR-ROLE NOT = 'RISK'
              DISPLAY 'LOANDRAW: Operator ' EIBOPID ' not '
                      'authorised for a referred loan'
              MOVE 'A' TO COMM-LD-FAIL-CD
           END-IF.

       CLP999.
           EXIT.


       OPEN-LOAN-ACCOUNT SECTION.
       OLA010.
      *
      *    CREACC opens the loan account on the lending product. Its
      *    limit is the advance rounded up to whole pounds, so the
      *    drawdown debit passes the overdraft floor and nothing
      *    more can be drawn.
      *
           COMPUTE WS-LOAN-LIMIT = COMM-LD-AMOUNT + 0.99.

           INITIALIZE CREACC-COMMAREA.
           MOVE 'ACCT' TO CRAC-EYE.
           MOVE COMM-LD-CUSTNO TO CRAC-CUSTNO.
           MOVE COMM-LD-SCODE TO CRAC-SCODE.
           MOVE COMM-LD-PRODUCT TO CRAC-ACC-TYPE.
           MOVE ZERO TO CRAC-INT-RATE.
           MOVE WS-LOAN-LIMIT TO CRAC-OVERDRAFT.
           MOVE SPACE TO CRAC-MATURITY-DISP.
           MOVE ZERO TO CRAC-MATURITY-ACCNO.

           EXEC CICS LINK PROGRAM(CREACC-PROGRAM)
                COMMAREA(CREACC-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR CRAC-SUCCESS NOT = 'Y'
              DISPLAY 'LOANDRAW: Loan account open failed, '
                      'fail code ' CRAC-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'O' TO COMM-LD-FAIL-CD
              GO TO OLA999
           END-IF.

           MOVE CRAC-ACCNO TO COMM-LD-LOAN-ACCNO.

       OLA999.
           EXIT.


       PAY-ADVANCE SECTION.
       PAD010.
      *
      *    The advance leaves the loan account...
      *
           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-LD-SCODE TO COMM-SCODE.
           MOVE COMM-LD-LOAN-ACCNO TO COMM-ACCNO.
           COMPUTE COMM-AMT = 0 - COMM-LD-AMOUNT.
           MOVE 'LND' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'LOAN ADVANCE TO' TO COMM-ORIGIN(1:15).
           MOVE COMM-LD-REPAY-ACCNO TO COMM-ORIGIN(17:8).

           PERFORM LINK-DBCRFUN.
           IF COMM-LD-FAIL-CD NOT = ' '
              GO TO PAD999
           END-IF.

      *
      *    ...and arrives in the nominated account, cleared.
      *
           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-LD-SCODE TO COMM-SCODE.
           MOVE COMM-LD-REPAY-ACCNO TO COMM-ACCNO.
           MOVE COMM-LD-AMOUNT TO COMM-AMT.
           MOVE 'LND' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'LOAN ADVANCE FROM' TO COMM-ORIGIN(1:17).
           MOVE COMM-LD-LOAN-ACCNO TO COMM-ORIGIN(19:8).

           PERFORM LINK-DBCRFUN.

       PAD999.
           EXIT.


       LINK-DBCRFUN SECTION.
       LDB010.

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'LOANDRAW: Advance posting failed for '
                      COMM-SCODE '/' COMM-ACCNO
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-LD-DBCR-FAIL-CD
              MOVE 'P' TO COMM-LD-FAIL-CD
           END-IF.

       LDB999.
           EXIT.


       BUILD-REPAYMENT-SCHEDULE SECTION.
       BRS010.
      *
      *    Level monthly instalment: P * r * f / (f - 1) where r is
      *    the monthly rate and f is (1 + r) ** n. An interest-free
      *    product simply divides the advance by the term.
      *
           COMPUTE WS-MONTHLY-RATE = COMM-LD-RATE / 1200.

           IF WS-MONTHLY-RATE = ZERO
              COMPUTE HV-LOAN-INSTALMENT ROUNDED =
                 COMM-LD-AMOUNT / COMM-LD-TERM-MONTHS
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                 (1 + WS-MONTHLY-RATE) ** COMM-LD-TERM-MONTHS
              COMPUTE HV-LOAN-INSTALMENT ROUNDED =
                 COMM-LD-AMOUNT * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                 / (WS-GROWTH-FACTOR - 1)
           END-IF.

           MOVE COMM-LD-SCODE TO HV-LOAN-SORTCODE.
           MOVE COMM-LD-LOAN-ACCNO TO HV-LOAN-NUMBER.
           MOVE COMM-LD-CUSTNO TO HV-LOAN-CUSTOMER-NUMBER.
           MOVE COMM-LD-REPAY-ACCNO TO HV-LOAN-REPAY-NUMBER.
           MOVE COMM-LD-PRODUCT TO HV-LOAN-PRODUCT.
           MOVE COMM-LD-AMOUNT TO HV-LOAN-PRINCIPAL.
           MOVE COMM-LD-RATE TO HV-LOAN-RATE.
           MOVE COMM-LD-TERM-MONTHS TO HV-LOAN-TERM-MONTHS.
           MOVE WS-TODAY-INT TO HV-LOAN-DRAWN-DATE.
           MOVE EIBOPID TO HV-LOAN-DRAWN-BY.

           EXEC SQL
              INSERT INTO PERSONAL_LOAN
                     ( LOAN_SORTCODE,
                       LOAN_NUMBER,
                       LOAN_CUSTOMER_NUMBER,
                       LOAN_REPAY_NUMBER,
                       LOAN_PRODUCT,
                       LOAN_PRINCIPAL,
                       LOAN_RATE,
                       LOAN_TERM_MONTHS,
                       LOAN_INSTALMENT,
                       LOAN_DRAWN_DATE,
                       LOAN_DRAWN_BY,
                       LOAN_OUTSTANDING,
                       LOAN_ARREARS_COUNT,
                       LOAN_STATUS,
                       LOAN_SETTLED_DATE )
              VALUES ( :HV-LOAN-SORTCODE,
                       :HV-LOAN-NUMBER,
                       :HV-LOAN-CUSTOMER-NUMBER,
                       :HV-LOAN-REPAY-NUMBER,
                       :HV-LOAN-PRODUCT,
                       :HV-LOAN-PRINCIPAL,
                       :HV-LOAN-RATE,
                       :HV-LOAN-TERM-MONTHS,
                       :HV-LOAN-INSTALMENT,
                       :HV-LOAN-DRAWN-DATE,
                       :HV-LOAN-DRAWN-BY,
                       :HV-LOAN-PRINCIPAL,
                       0,
                       'A',
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANDRAW - Loan insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-LD-FAIL-CD
              GO TO BRS999
           END-IF.

           MOVE HV-LOAN-INSTALMENT TO COMM-LD-INSTALMENT.

           MOVE WS-ORIG-DATE-YYYY TO HV-DRAWN-ISO-YYYY.
           MOVE '-' TO HV-DRAWN-ISO-SEP1.
           MOVE WS-ORIG-DATE-MM TO HV-DRAWN-ISO-MM.
           MOVE '-' TO HV-DRAWN-ISO-SEP2.
           MOVE WS-ORIG-DATE-DD TO HV-DRAWN-ISO-DD.

           MOVE COMM-LD-AMOUNT TO WS-REMAINING.
           MOVE ZERO TO WS-TOTAL-INTEREST.

           PERFORM VARYING HV-LNSC-SEQ FROM 1 BY 1
                   UNTIL HV-LNSC-SEQ > COMM-LD-TERM-MONTHS
                   OR COMM-LD-FAIL-CD NOT = ' '
              PERFORM WRITE-INSTALMENT-ROW
           END-PERFORM.

           IF COMM-LD-FAIL-CD NOT = ' '
              GO TO BRS999
           END-IF.

           MOVE WS-TOTAL-INTEREST TO COMM-LD-TOTAL-INTEREST.

       BRS999.
           EXIT.


       WRITE-INSTALMENT-ROW SECTION.
       WIR010.
      *
      *    Interest on the principal still outstanding; the rest of
      *    the instalment repays principal. The final instalment
      *    clears whatever is left.
      *
           COMPUTE HV-LNSC-INTEREST ROUNDED =
              WS-REMAINING * WS-MONTHLY-RATE.

           IF HV-LNSC-SEQ = COMM-LD-TERM-MONTHS
              MOVE WS-REMAINING TO HV-LNSC-PRINCIPAL
              COMPUTE HV-LNSC-INSTALMENT =
                 HV-LNSC-PRINCIPAL + HV-LNSC-INTEREST
           ELSE
              MOVE HV-LOAN-INSTALMENT TO HV-LNSC-INSTALMENT
              COMPUTE HV-LNSC-PRINCIPAL =
                 HV-LNSC-INSTALMENT - HV-LNSC-INTEREST
           END-IF.

           COMPUTE WS-REMAINING = WS-REMAINING - HV-LNSC-PRINCIPAL.
           MOVE WS-REMAINING TO HV-LNSC-BALANCE.
           ADD HV-LNSC-INTEREST TO WS-TOTAL-INTEREST.

           EXEC SQL
              SELECT CHAR(DATE(:HV-DRAWN-ISO)
                          + :HV-LNSC-SEQ MONTHS, ISO)
                INTO :HV-DUE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANDRAW - Due date failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-LD-FAIL-CD
              GO TO WIR999
           END-IF.

           COMPUTE HV-LNSC-DUE-DATE =
              (HV-DUE-ISO-YYYY * 10000) +
              (HV-DUE-ISO-MM * 100) +
              HV-DUE-ISO-DD.

           IF HV-LNSC-SEQ = 1
              MOVE HV-LNSC-DUE-DATE TO COMM-LD-FIRST-DUE
           END-IF.
           MOVE HV-LNSC-DUE-DATE TO COMM-LD-FINAL-DUE.

           EXEC SQL
              INSERT INTO LOAN_SCHEDULE
                     ( LNSC_SORTCODE,
                       LNSC_NUMBER,
                       LNSC_SEQ,
                       LNSC_DUE_DATE,
                       LNSC_INSTALMENT,
                       LNSC_PRINCIPAL,
                       LNSC_INTEREST,
                       LNSC_BALANCE,
                       LNSC_STATUS,
                       LNSC_PAID_DATE,
                       LNSC_PAID_REF )
              VALUES ( :HV-LOAN-SORTCODE,
                       :HV-LOAN-NUMBER,
                       :HV-LNSC-SEQ,
                       :HV-LNSC-DUE-DATE,
                       :HV-LNSC-INSTALMENT,
                       :HV-LNSC-PRINCIPAL,
                       :HV-LNSC-INTEREST,
                       :HV-LNSC-BALANCE,
                       'D',
                       0,
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANDRAW - Schedule insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-LD-FAIL-CD
           END-IF.

       WIR999.
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

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

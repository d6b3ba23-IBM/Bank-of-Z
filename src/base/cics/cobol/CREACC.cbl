      * for the new account.
      *
      * A zero incoming interest rate takes the product's default
      * rate, and the account takes the product's currency. The
      * overdraft keyed must be allowed by the product and within
      * its ceiling, or the open is rejected.
      *
      * A lending product (ACCOUNT_PRODUCT_CLASS 'L') is opened by
      * the LOANDRAW drawdown: no maturity date, no account rate,
      * and an overdraft limit equal to the advance so the
      * drawdown debit can post.
      *
      * Before anything is numbered the customer must pass the
      * product's PRODUCT_ELIGIBILITY rules - age, residency, income
      * band, how many of the product they already hold and risk
      * rating - through PRODELIG, the one copy of those rules that
      * the ACCTLOAD migration applies too. A refusal comes back as
      * fail code 'E' with a reason code for every rule failed.
      *
      * If there is any kind of DB2 problem then an appropriate abend
      * is issued.
          03 HV-PROD-OD-ALLOWED         PIC X.
          03 HV-PROD-OD-CEILING         PIC S9(9) COMP.
          03 HV-PROD-TERM-MONTHS        PIC S9(9) COMP.
          03 HV-PROD-CLASS              PIC X.
          03 HV-PROD-CURRENCY           PIC X(3).

      * Maturity working fields for a fixed-term product - the
      * date comes from DB2 date arithmetic so month ends come out
          03 HV-ACCOUNT-MATURITY-DISP   PIC X.
          03 HV-ACCOUNT-MATURITY-ACC    PIC X(8).
          03 HV-ACCOUNT-FEE-WAIVER      PIC X.
          03 HV-ACCOUNT-CURRENCY        PIC X(3).

      * ACCOUNT_OWNER DB2 copybook - the opening customer is the
      * account's first owner

       01 HV-CUST-CHECK-COUNT           PIC S9(9) COMP.

      * PRODELIG commarea - the one copy of who may open which
      * product
       01 PRODELIG-PROGRAM              PIC X(8)      VALUE 'PRODELIG'.
       01 PRODELIG-COMMAREA.
           COPY PRODELIG.

      * SVCCHK commarea - whether account opening is frozen for the
      * overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 WS-ELIG-INDEX                 PIC S9(4) COMP VALUE 0.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.

       01 WS-U-TIME                     PIC S9(15) COMP-3.

           MOVE 'N' TO COMM-SUCCESS.
           MOVE ' ' TO COMM-FAIL-CODE.
           MOVE 0 TO COMM-ELIG-REASON-COUNT.
           PERFORM VARYING WS-ELIG-INDEX FROM 1 BY 1
                   UNTIL WS-ELIG-INDEX > 6
              MOVE SPACES TO COMM-ELIG-REASON (WS-ELIG-INDEX)
           END-PERFORM.

      *
      *    No account is opened while operations have account
      *    opening and closing frozen for the overnight batch.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-ACCOUNTS TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'CREACC: Account opening frozen - ' SVCC-MESSAGE
              MOVE 'Q' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    Account lookups are scoped to this bank's own sort code
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           DISPLAY 'CREACC: Checking product eligibility'
           PERFORM CHECK-PRODUCT-ELIGIBILITY

           DISPLAY 'CREACC: Obtaining next account number'
           PERFORM GET-NEXT-ACCOUNT-NUMBER

              SELECT ACCOUNT_PRODUCT_INT_RATE,
                     ACCOUNT_PRODUCT_OD_ALLOWED,
                     ACCOUNT_PRODUCT_OD_CEILING,
                     ACCOUNT_PRODUCT_TERM_MONTHS,
                     ACCOUNT_PRODUCT_CLASS,
                     ACCOUNT_PRODUCT_CURRENCY
                INTO :HV-PROD-INT-RATE,
                     :HV-PROD-OD-ALLOWED,
                     :HV-PROD-OD-CEILING,
                     :HV-PROD-TERM-MONTHS,
                     :HV-PROD-CLASS,
                     :HV-PROD-CURRENCY
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-PROD-TYPE
           END-EXEC.
              MOVE HV-PROD-INT-RATE TO COMM-INT-RATE
           END-IF.

      *
      *    A lending product's loan account always carries the
      *    advance as its limit, so only the ceiling applies to it.
      *
           IF HV-PROD-CLASS = 'L'
              MOVE 'Y' TO HV-PROD-OD-ALLOWED
           END-IF.

           IF COMM-OVERDRAFT > ZERO
              AND (HV-PROD-OD-ALLOWED NOT = 'Y'
                   OR COMM-OVERDRAFT > HV-PROD-OD-CEILING)
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    On a lending product the term is the longest loan the
      *    product allows, not a deposit term - the loan account has
      *    no maturity instruction and no maturity date, since its
      *    end is set by the repayment schedule LOANDRAW builds.
      *
           IF HV-PROD-CLASS = 'L'
              MOVE ZERO TO HV-PROD-TERM-MONTHS
           END-IF.

      *
      *    A fixed-term product needs a usable maturity standing
      *    instruction - roll, or pay away to a nominated account
           EXIT.


       CHECK-PRODUCT-ELIGIBILITY SECTION.
       CPE010.
      *
      *    The product's eligibility rules sit in PRODELIG, the one
      *    copy the ACCTLOAD migration uses too. Every failed rule's
      *    reason code goes back so the branch can tell the customer
      *    everything that stands in the way at once.
      *
           INITIALIZE PRODELIG-COMMAREA.
           MOVE COMM-SCODE TO COMM-PE-SCODE.
           MOVE COMM-CUSTNO TO COMM-PE-CUSTNO.
           MOVE COMM-ACC-TYPE TO COMM-PE-ACC-TYPE.

           EXEC CICS LINK PROGRAM(PRODELIG-PROGRAM)
                COMMAREA(PRODELIG-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR PE-DB2-ERROR
              INITIALIZE ABNDINFO-REC
              MOVE WS-CICS-RESP TO ABND-RESPCODE
              MOVE WS-CICS-RESP2 TO ABND-RESP2CODE
              MOVE 'CAC7' TO ABND-CODE
              STRING 'CPE010 - Unable to check product eligibility '
                 DELIMITED BY SIZE,
                     'for customer ' DELIMITED BY SIZE,
                     COMM-CUSTNO DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-CREACC
           END-IF.

           IF PE-CUST-NOT-FOUND
              DISPLAY 'CREACC: Customer not found'
              MOVE '1' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF PE-CUSTOMER-NOT-ELIGIBLE
              DISPLAY 'CREACC: Customer not eligible for product '
                      COMM-ACC-TYPE ' - ' COMM-PE-REASON (1)
              MOVE COMM-PE-REASON-COUNT TO COMM-ELIG-REASON-COUNT
              PERFORM VARYING WS-ELIG-INDEX FROM 1 BY 1
                      UNTIL WS-ELIG-INDEX > 6
                 MOVE COMM-PE-REASON (WS-ELIG-INDEX)
                    TO COMM-ELIG-REASON (WS-ELIG-INDEX)
              END-PERFORM
              MOVE 'E' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CPE999.
           EXIT.


       GET-NEXT-ACCOUNT-NUMBER SECTION.
       GNAN010.
      *
           MOVE COMM-INT-RATE TO HV-ACCOUNT-INT-RATE.
           MOVE COMM-OVERDRAFT TO HV-ACCOUNT-OVERDRAFT.

      *
      *    Loan interest is charged through the repayment schedule,
      *    so the loan account itself carries no rate for ACCRINT to
      *    accrue on its debit balance. COMM-INT-RATE still returns
      *    the loan rate to the caller.
      *
           IF HV-PROD-CLASS = 'L'
              MOVE ZERO TO HV-ACCOUNT-INT-RATE
           END-IF.

           PERFORM POPULATE-TIME-DATE
      *
      *    Store the DDMMYYYY value CICS gave us as a CCYYMMDD
      *
           MOVE 'N' TO HV-ACCOUNT-FEE-WAIVER.

      *
      *    The account is held in its product's currency for life.
      *
           MOVE HV-PROD-CURRENCY TO HV-ACCOUNT-CURRENCY.
           IF HV-ACCOUNT-CURRENCY = SPACES
              MOVE 'GBP' TO HV-ACCOUNT-CURRENCY
           END-IF.

           DISPLAY 'CREACC: Inserting account into DB2'
           DISPLAY 'CREACC: Sort code=' HV-ACCOUNT-SORTCODE
           DISPLAY 'CREACC: Account number=' HV-ACCOUNT-NUMBER
                      ACCOUNT_MATURITY_DATE,
                      ACCOUNT_MATURITY_DISP,
                      ACCOUNT_MATURITY_ACCNO,
                      ACCOUNT_FEE_WAIVER,
                      ACCOUNT_CURRENCY
                     )
              VALUES
                     (
                      :HV-ACCOUNT-MATURITY-DT,
                      :HV-ACCOUNT-MATURITY-DISP,
                      :HV-ACCOUNT-MATURITY-ACC,
                      :HV-ACCOUNT-FEE-WAIVER,
                      :HV-ACCOUNT-CURRENCY
                     )
           END-EXEC.


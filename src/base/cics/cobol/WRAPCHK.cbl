       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program holds the one copy of the tax-free savings
      * wrapper allowance rules. A wrapper is any account whose
      * ACCOUNT_PRODUCT row has ACCOUNT_PRODUCT_TAX_FREE 'Y'; what a
      * customer pays into their wrappers in a tax year is counted
      * on WRAP_SUBSCRIPTION and may not pass the annual allowance,
      * across all of the customer's wrappers together.
      *
      * It is a plain subprogram in the CUSTALRT one-copy style:
      * DBCRFUN, XFRFUN and the batch inbound-credit job ICRPROC CALL
      * it to check a credit before it posts ('C') and to record the
      * subscription once it has ('R'), and WRAPXFR CALLs it to
      * record a transfer to or from another provider ('I'/'O').
      * REVPOST and the returned-cheque job CHQRTN CALL it to take a
      * subscription back when the credit behind it is undone ('V').
      * Nothing is committed here - the subscription row rides the
      * caller's unit of work, so it can never outlive a posting
      * that backed out.
      *
      * Money moved from one of the customer's own wrappers into
      * another is not new money and is never counted. A failed
      * lookup refuses the credit: letting an unchecked subscription
      * through could cost the customer the wrapper's tax relief.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRAPCHK.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook - the tax-free flag says whether
      * the account is a wrapper at all
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WRAP_SUBSCRIPTION DB2 copybook
           EXEC SQL
              INCLUDE WSUBDB2
           END-EXEC.

      * ACCOUNT host variables for DB2
       01 HOST-WRAP-ACCOUNT.
          03 HV-WRAP-SORTCODE           PIC X(6).
          03 HV-WRAP-NUMBER             PIC X(8).
          03 HV-WRAP-CUSTNO             PIC X(10).
          03 HV-WRAP-TAX-FREE           PIC X.
          03 HV-FROM-CUSTNO             PIC X(10).
          03 HV-FROM-TAX-FREE           PIC X.

      * WRAP_SUBSCRIPTION host variables for DB2
       01 HOST-SUBSCRIPTION-ROW.
          03 HV-SUB-TAX-YEAR            PIC S9(9) COMP.
          03 HV-SUB-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-SUB-TRANSFER-IN         PIC S9(10)V99 COMP-3.
          03 HV-SUB-TRANSFER-OUT        PIC S9(10)V99 COMP-3.
          03 HV-SUB-DATE                PIC S9(9) COMP.
          03 HV-SUB-SUBSCRIBED          PIC S9(10)V99 COMP-3.

       01 HV-TODAY-ISO                  PIC X(10).
       01 HV-TODAY-ISO-GRP REDEFINES HV-TODAY-ISO.
          03 HV-TODAY-ISO-YYYY          PIC 9999.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-MM            PIC 99.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-DD            PIC 99.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      *
      * The statutory annual subscription allowance, across all of a
      * customer's wrappers in one tax year.
      *
       01 WS-ANNUAL-ALLOWANCE           PIC S9(10)V99 VALUE 20000.00.

       01 WS-POSTING-DATE               PIC 9(8)      VALUE 0.
       01 WS-POSTING-DATE-GRP REDEFINES WS-POSTING-DATE.
          03 WS-POSTING-YYYY            PIC 9999.
          03 WS-POSTING-MMDD            PIC 9999.

      *
      * The tax year starts on 6 April - a posting on or before
      * 5 April belongs to the tax year that began the year before.
      *
       01 WS-TAX-YEAR-START-MMDD        PIC 9999      VALUE 0406.

       01 WS-NEW-SUBSCRIBED             PIC S9(10)V99 VALUE 0.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY WRAPCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE 'N' TO COMM-WR-SUCCESS.
           MOVE ' ' TO COMM-WR-FAIL-CD.
           MOVE 'N' TO COMM-WR-WRAPPED.
           MOVE 'N' TO COMM-WR-SUBSCRIPTION.
           MOVE SPACES TO COMM-WR-CUSTNO.
           MOVE 0 TO COMM-WR-TAX-YEAR.
           MOVE 0 TO COMM-WR-SUBSCRIBED.
           MOVE WS-ANNUAL-ALLOWANCE TO COMM-WR-ALLOWANCE.
           MOVE WS-ANNUAL-ALLOWANCE TO COMM-WR-REMAINING.

           IF NOT WR-FUNCTION-CHECK
              AND NOT WR-FUNCTION-RECORD
              AND NOT WR-FUNCTION-TRANSFER-IN
              AND NOT WR-FUNCTION-TRANSFER-OUT
              AND NOT WR-FUNCTION-REVERSE
              MOVE 'F' TO COMM-WR-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-WRAPPED-ACCOUNT.

           IF COMM-WR-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    Anything paid into an account that is not a wrapper is
      *    none of this program's business.
      *
           IF NOT WR-ACCOUNT-IS-WRAPPER
              MOVE 'Y' TO COMM-WR-SUCCESS
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM SET-TAX-YEAR.

           IF COMM-WR-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-SUBSCRIBED.

           IF COMM-WR-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WR-FUNCTION-TRANSFER-IN OR WR-FUNCTION-TRANSFER-OUT
              PERFORM RECORD-TRANSFER
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    A move from another of the customer's own wrappers is not
      *    new money and is not a subscription.
      *
           MOVE 'Y' TO COMM-WR-SUBSCRIPTION.

           IF COMM-WR-FROM-ACCNO NOT = SPACES AND LOW-VALUES
              PERFORM CHECK-FROM-WRAPPER
              IF COMM-WR-FAIL-CD NOT = ' '
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           IF NOT WR-IS-SUBSCRIPTION
              MOVE 'Y' TO COMM-WR-SUCCESS
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN WR-FUNCTION-CHECK
                 PERFORM CHECK-ALLOWANCE
              WHEN WR-FUNCTION-REVERSE
                 PERFORM REVERSE-SUBSCRIPTION
              WHEN OTHER
                 PERFORM RECORD-SUBSCRIPTION
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-WRAPPED-ACCOUNT SECTION.
       RWA010.
      *
      *    The owning customer, and whether the account's product
      *    is a wrapper. A product missing from the catalog is taken
      *    as not a wrapper, as CREACC would never have opened it.
      *
           INITIALIZE HOST-WRAP-ACCOUNT.
           MOVE COMM-WR-SCODE TO HV-WRAP-SORTCODE.
           MOVE COMM-WR-ACCNO TO HV-WRAP-NUMBER.

           EXEC SQL
              SELECT A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(P.ACCOUNT_PRODUCT_TAX_FREE, 'N')
                INTO :HV-WRAP-CUSTNO,
                     :HV-WRAP-TAX-FREE
                FROM ACCOUNT A
                LEFT OUTER JOIN ACCOUNT_PRODUCT P
                  ON P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
               WHERE A.ACCOUNT_SORTCODE = :HV-WRAP-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-WRAP-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '1' TO COMM-WR-FAIL-CD
              GO TO RWA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPCHK: Account read failed for '
                      HV-WRAP-SORTCODE '/' HV-WRAP-NUMBER
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-WR-FAIL-CD
              GO TO RWA999
           END-IF.

           MOVE HV-WRAP-CUSTNO TO COMM-WR-CUSTNO.

           IF HV-WRAP-TAX-FREE = 'Y'
              MOVE 'Y' TO COMM-WR-WRAPPED
           END-IF.

       RWA999.
           EXIT.


       SET-TAX-YEAR SECTION.
       STY010.

           MOVE COMM-WR-DATE TO WS-POSTING-DATE.

           IF WS-POSTING-DATE = 0
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :HV-TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '8' TO COMM-WR-FAIL-CD
                 GO TO STY999
              END-IF
              MOVE HV-TODAY-ISO-YYYY TO WS-POSTING-YYYY
              COMPUTE WS-POSTING-MMDD =
                 HV-TODAY-ISO-MM * 100 + HV-TODAY-ISO-DD
           END-IF.

           MOVE WS-POSTING-YYYY TO COMM-WR-TAX-YEAR.

           IF WS-POSTING-MMDD < WS-TAX-YEAR-START-MMDD
              SUBTRACT 1 FROM COMM-WR-TAX-YEAR
           END-IF.

           MOVE COMM-WR-TAX-YEAR TO HV-SUB-TAX-YEAR.
           MOVE WS-POSTING-DATE TO HV-SUB-DATE.

       STY999.
           EXIT.


       READ-SUBSCRIBED SECTION.
       RSB010.

           MOVE 0 TO HV-SUB-SUBSCRIBED.

           EXEC SQL
              SELECT COALESCE(SUM(WRAP_SUBSCRIPTION_AMOUNT), 0)
                INTO :HV-SUB-SUBSCRIBED
                FROM WRAP_SUBSCRIPTION
               WHERE WRAP_SUBSCRIPTION_SORTCODE = :HV-WRAP-SORTCODE
                 AND WRAP_SUBSCRIPTION_CUSTNO = :HV-WRAP-CUSTNO
                 AND WRAP_SUBSCRIPTION_TAX_YEAR = :HV-SUB-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPCHK: Subscription read failed for '
                      HV-WRAP-SORTCODE '/' HV-WRAP-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-WR-FAIL-CD
              GO TO RSB999
           END-IF.

           MOVE HV-SUB-SUBSCRIBED TO COMM-WR-SUBSCRIBED.
           COMPUTE COMM-WR-REMAINING =
              WS-ANNUAL-ALLOWANCE - HV-SUB-SUBSCRIBED.

       RSB999.
           EXIT.


       CHECK-FROM-WRAPPER SECTION.
       CFW010.
      *
      *    Money coming from another of the same customer's
      *    wrappers is already inside the wrapper - moving it is
      *    not a subscription.
      *
           MOVE COMM-WR-FROM-ACCNO TO HV-WRAP-NUMBER.

           EXEC SQL
              SELECT A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(P.ACCOUNT_PRODUCT_TAX_FREE, 'N')
                INTO :HV-FROM-CUSTNO,
                     :HV-FROM-TAX-FREE
                FROM ACCOUNT A
                LEFT OUTER JOIN ACCOUNT_PRODUCT P
                  ON P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
               WHERE A.ACCOUNT_SORTCODE = :HV-WRAP-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-WRAP-NUMBER
           END-EXEC.

           MOVE COMM-WR-ACCNO TO HV-WRAP-NUMBER.

           IF SQLCODE = 100
              GO TO CFW999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WR-FAIL-CD
              GO TO CFW999
           END-IF.

           IF HV-FROM-TAX-FREE = 'Y'
              AND HV-FROM-CUSTNO = HV-WRAP-CUSTNO
              MOVE 'N' TO COMM-WR-SUBSCRIPTION
           END-IF.

       CFW999.
           EXIT.


       CHECK-ALLOWANCE SECTION.
       CAL010.

           COMPUTE WS-NEW-SUBSCRIBED =
              HV-SUB-SUBSCRIBED + COMM-WR-AMOUNT.

           IF WS-NEW-SUBSCRIBED > WS-ANNUAL-ALLOWANCE
              DISPLAY 'WRAPCHK: Credit of ' COMM-WR-AMOUNT
                      ' would take ' HV-WRAP-SORTCODE '/'
                      HV-WRAP-CUSTNO ' over the allowance for '
                      COMM-WR-TAX-YEAR
              MOVE 'A' TO COMM-WR-FAIL-CD
              GO TO CAL999
           END-IF.

           MOVE 'Y' TO COMM-WR-SUCCESS.

       CAL999.
           EXIT.


       RECORD-SUBSCRIPTION SECTION.
       RSU010.
      *
      *    Recorded after the posting, inside its unit of work. The
      *    caller checked the allowance first; a credit the caller
      *    had to accept regardless - this year's subscriptions
      *    brought in from another provider - is counted all the
      *    same.
      *
           MOVE COMM-WR-AMOUNT TO HV-SUB-AMOUNT.
           MOVE 0 TO HV-SUB-TRANSFER-IN.
           MOVE 0 TO HV-SUB-TRANSFER-OUT.

           PERFORM UPSERT-SUBSCRIPTION.

           IF COMM-WR-FAIL-CD = ' '
              ADD COMM-WR-AMOUNT TO COMM-WR-SUBSCRIBED
              SUBTRACT COMM-WR-AMOUNT FROM COMM-WR-REMAINING
              MOVE 'Y' TO COMM-WR-SUCCESS
           END-IF.

       RSU999.
           EXIT.


       REVERSE-SUBSCRIPTION SECTION.
       RVS010.
      *
      *    A credit taken back - reversed, or a cheque returned
      *    unpaid - was never really paid in, and gives its
      *    allowance back. The tax year is the one the original
      *    credit counted in. The year's total never goes below
      *    nothing: a credit from before the account was a wrapper
      *    was never counted.
      *
           IF COMM-WR-AMOUNT > HV-SUB-SUBSCRIBED
              MOVE HV-SUB-SUBSCRIBED TO HV-SUB-AMOUNT
           ELSE
              MOVE COMM-WR-AMOUNT TO HV-SUB-AMOUNT
           END-IF.

           IF HV-SUB-AMOUNT NOT > 0
              MOVE 'N' TO COMM-WR-SUBSCRIPTION
              MOVE 'Y' TO COMM-WR-SUCCESS
              GO TO RVS999
           END-IF.

           EXEC SQL
              UPDATE WRAP_SUBSCRIPTION
                 SET WRAP_SUBSCRIPTION_AMOUNT =
                        WRAP_SUBSCRIPTION_AMOUNT - :HV-SUB-AMOUNT
               WHERE WRAP_SUBSCRIPTION_SORTCODE = :HV-WRAP-SORTCODE
                 AND WRAP_SUBSCRIPTION_CUSTNO = :HV-WRAP-CUSTNO
                 AND WRAP_SUBSCRIPTION_TAX_YEAR = :HV-SUB-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPCHK: Subscription reversal failed for '
                      HV-WRAP-SORTCODE '/' HV-WRAP-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-WR-FAIL-CD
              GO TO RVS999
           END-IF.

           SUBTRACT HV-SUB-AMOUNT FROM COMM-WR-SUBSCRIBED.
           ADD HV-SUB-AMOUNT TO COMM-WR-REMAINING.
           MOVE 'Y' TO COMM-WR-SUCCESS.

       RVS999.
           EXIT.


       RECORD-TRANSFER SECTION.
       RTR010.
      *
      *    Earlier years' savings moved in or out - reported on the
      *    return, but never counted against the allowance.
      *
           MOVE 'N' TO COMM-WR-SUBSCRIPTION.
           MOVE 0 TO HV-SUB-AMOUNT.
           MOVE 0 TO HV-SUB-TRANSFER-IN.
           MOVE 0 TO HV-SUB-TRANSFER-OUT.

           IF WR-FUNCTION-TRANSFER-IN
              MOVE COMM-WR-AMOUNT TO HV-SUB-TRANSFER-IN
           ELSE
              MOVE COMM-WR-AMOUNT TO HV-SUB-TRANSFER-OUT
           END-IF.

           PERFORM UPSERT-SUBSCRIPTION.

           IF COMM-WR-FAIL-CD = ' '
              MOVE 'Y' TO COMM-WR-SUCCESS
           END-IF.

       RTR999.
           EXIT.


       UPSERT-SUBSCRIPTION SECTION.
       UPS010.

           EXEC SQL
              UPDATE WRAP_SUBSCRIPTION
                 SET WRAP_SUBSCRIPTION_AMOUNT =
                        WRAP_SUBSCRIPTION_AMOUNT + :HV-SUB-AMOUNT,
                     WRAP_SUBSCRIPTION_TRANSFER_IN =
                        WRAP_SUBSCRIPTION_TRANSFER_IN
                           + :HV-SUB-TRANSFER-IN,
                     WRAP_SUBSCRIPTION_TRANSFER_OUT =
                        WRAP_SUBSCRIPTION_TRANSFER_OUT
                           + :HV-SUB-TRANSFER-OUT,
                     WRAP_SUBSCRIPTION_LAST_DATE = :HV-SUB-DATE
               WHERE WRAP_SUBSCRIPTION_SORTCODE = :HV-WRAP-SORTCODE
                 AND WRAP_SUBSCRIPTION_CUSTNO = :HV-WRAP-CUSTNO
                 AND WRAP_SUBSCRIPTION_TAX_YEAR = :HV-SUB-TAX-YEAR
           END-EXEC.

           IF SQLCODE = 0
              GO TO UPS999
           END-IF.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPCHK: Subscription update failed for '
                      HV-WRAP-SORTCODE '/' HV-WRAP-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-WR-FAIL-CD
              GO TO UPS999
           END-IF.

           EXEC SQL
              INSERT INTO WRAP_SUBSCRIPTION
                     ( WRAP_SUBSCRIPTION_SORTCODE,
                       WRAP_SUBSCRIPTION_CUSTNO,
                       WRAP_SUBSCRIPTION_TAX_YEAR,
                       WRAP_SUBSCRIPTION_AMOUNT,
                       WRAP_SUBSCRIPTION_TRANSFER_IN,
                       WRAP_SUBSCRIPTION_TRANSFER_OUT,
                       WRAP_SUBSCRIPTION_FIRST_DATE,
                       WRAP_SUBSCRIPTION_LAST_DATE )
              VALUES ( :HV-WRAP-SORTCODE,
                       :HV-WRAP-CUSTNO,
                       :HV-SUB-TAX-YEAR,
                       :HV-SUB-AMOUNT,
                       :HV-SUB-TRANSFER-IN,
                       :HV-SUB-TRANSFER-OUT,
                       :HV-SUB-DATE,
                       :HV-SUB-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPCHK: Subscription insert failed for '
                      HV-WRAP-SORTCODE '/' HV-WRAP-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-WR-FAIL-CD
           END-IF.

       UPS999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

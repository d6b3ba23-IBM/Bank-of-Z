      * This program is READ-ONLY apart from that trail row, so it
      * is safe to give to front-line staff.
      *
      * For a tiered savings product the balance bands on
      * PRODUCT_RATE_TIER are returned too, each flagged if today's
      * balance reaches it, with the bonus accrued so far - so staff
      * can explain the interest the account is earning.
      *
      * The account's IBAN, derived through IBANVAL, and our BIC
      * are returned too, for a customer who is to be paid from
      * abroad.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way CUSTSRCH reports a failed search.
      *
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACCRUED-INT     PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-BONUS-ACCR      PIC S9(10)V99 COMP-3.

      * PRODUCT_RATE_TIER DB2 copybook
           EXEC SQL
              INCLUDE RTIRDB2
           END-EXEC.

      * PRODUCT_RATE_TIER host variables for DB2
       01 HOST-RATE-TIER-ROW.
          03 HV-TIER-FLOOR              PIC S9(10)V99 COMP-3.
          03 HV-TIER-RATE               PIC S9(4)V99 COMP-3.
          03 HV-TIER-BONUS-RATE         PIC S9(4)V99 COMP-3.
          03 HV-TIER-BONUS-COND         PIC X.

      * The product's bands as read, for either interface.
       01 WS-TIER-COUNT                 PIC 9         VALUE 0.
       01 WS-TIER-TABLE.
          03 WS-TIER OCCURS 5 TIMES.
             05 WS-TIER-FLOOR           PIC 9(10)V99.
             05 WS-TIER-RATE            PIC 9(4)V99.
             05 WS-TIER-BONUS-RATE      PIC 9(4)V99.
             05 WS-TIER-BONUS-COND      PIC X.
             05 WS-TIER-APPLIES         PIC X.

      * The bands of one product, lowest floor first.
           EXEC SQL
              DECLARE TIER-CURSOR CURSOR FOR
                 SELECT RATE_TIER_FLOOR, RATE_TIER_RATE,
                        RATE_TIER_BONUS_RATE, RATE_TIER_BONUS_COND
                   FROM PRODUCT_RATE_TIER
                  WHERE RATE_TIER_PRODUCT = :HV-ACCOUNT-TYPE
                  ORDER BY RATE_TIER_FLOOR
           END-EXEC.

      * CUSTOMER_ACCESS_LOG DB2 copybook
           EXEC SQL
       01 WS-READ-OK                    PIC X         VALUE 'N'.
       01 WS-READ-FAIL-CD               PIC X         VALUE ' '.

      * IBANVAL commarea - the account's IBAN and our BIC
       01 IBANVAL-PROGRAM               PIC X(8)      VALUE 'IBANVAL'.
       01 IBANVAL-COMMAREA.
           COPY IBANVAL.

      * Channel (container) interface areas - see INQACCHN.
       COPY INQACCHN.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO INQACC-ACTUAL-BAL.
           MOVE HV-ACCOUNT-ACCRUED-INT TO INQACC-ACCRUED-INT.

           PERFORM READ-RATE-TIERS.

           MOVE HV-ACCOUNT-BONUS-ACCR TO INQACC-BONUS-ACCRUED.
           MOVE WS-TIER-COUNT TO INQACC-TIER-COUNT.
           MOVE WS-TIER-TABLE TO INQACC-TIERS.

           PERFORM DERIVE-ACCOUNT-IBAN.
           MOVE IBANVAL-IBAN TO INQACC-IBAN.
           MOVE IBANVAL-BIC TO INQACC-BIC.

           PERFORM WRITE-ACCESS-LOG.

           MOVE 'Y' TO INQACC-SUCCESS.
                     ACCOUNT_NEXT_STMT_DATE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_ACCRUED_INTEREST, 0),
                     COALESCE(ACCOUNT_BONUS_ACCRUED, 0)
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT,
                     :HV-ACCOUNT-BONUS-ACCR
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           EXIT.


       READ-RATE-TIERS SECTION.
       RRT010.
      *
      *    The bands of the account's product, lowest floor first.
      *    A product with none is simply not tiered; the bands are
      *    background to the enquiry, so a failed read returns the
      *    account without them rather than failing it.
      *
           MOVE 0 TO WS-TIER-COUNT.
           INITIALIZE WS-TIER-TABLE.

           EXEC SQL
              OPEN TIER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'INQACC: Unable to OPEN TIER-CURSOR SQLCODE='
                      SQLCODE-DISPLAY
              GO TO RRT999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-TIER-COUNT = 5
              EXEC SQL
                 FETCH TIER-CURSOR
                   INTO :HV-TIER-FLOOR, :HV-TIER-RATE,
                        :HV-TIER-BONUS-RATE, :HV-TIER-BONUS-COND
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-TIER-COUNT
                 MOVE HV-TIER-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
                 MOVE HV-TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
                 MOVE HV-TIER-BONUS-RATE
                    TO WS-TIER-BONUS-RATE(WS-TIER-COUNT)
                 MOVE HV-TIER-BONUS-COND
                    TO WS-TIER-BONUS-COND(WS-TIER-COUNT)
                 IF HV-ACCOUNT-ACTUAL-BAL > HV-TIER-FLOOR
                    MOVE 'Y' TO WS-TIER-APPLIES(WS-TIER-COUNT)
                 ELSE
                    MOVE 'N' TO WS-TIER-APPLIES(WS-TIER-COUNT)
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TIER-CURSOR
           END-EXEC.

       RRT999.
           EXIT.


       DERIVE-ACCOUNT-IBAN SECTION.
       DAI010.
      *
      *    The IBAN comes from the one copy of the derivation
      *    rules. It is background to the enquiry, so a failure
      *    returns the account with the IBAN and BIC blank.
      *
           INITIALIZE IBANVAL-COMMAREA.
           SET IBANVAL-DERIVE TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO IBANVAL-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO IBANVAL-ACCNO.

           EXEC CICS LINK PROGRAM(IBANVAL-PROGRAM)
                COMMAREA(IBANVAL-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR NOT IBANVAL-VALID
              DISPLAY 'INQACC: Unable to derive IBAN'
              MOVE SPACES TO IBANVAL-IBAN
              MOVE SPACES TO IBANVAL-BIC
           END-IF.

       DAI999.
           EXIT.


       CHANNEL-ACCOUNT-ENQUIRY SECTION.
       CAE010.
      *
              MOVE HV-ACCOUNT-AVAIL-BAL TO INQACC-CHR-AVAIL-BAL
              MOVE HV-ACCOUNT-ACTUAL-BAL TO INQACC-CHR-ACTUAL-BAL
              MOVE HV-ACCOUNT-ACCRUED-INT TO INQACC-CHR-ACCRUED-INT
              PERFORM READ-RATE-TIERS
              MOVE HV-ACCOUNT-BONUS-ACCR TO INQACC-CHR-BONUS-ACCRUED
              MOVE WS-TIER-COUNT TO INQACC-CHR-TIER-COUNT
              MOVE WS-TIER-TABLE TO INQACC-CHR-TIERS
              PERFORM DERIVE-ACCOUNT-IBAN
              MOVE IBANVAL-IBAN TO INQACC-CHR-IBAN
              MOVE IBANVAL-BIC TO INQACC-CHR-BIC
              PERFORM WRITE-ACCESS-LOG-CHANNEL
              MOVE 'Y' TO INQACC-CHR-SUCCESS
           ELSE

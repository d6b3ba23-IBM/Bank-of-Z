      * EMAIL_DOMAIN_BLOCKLIST, OPERATOR_ROLE and the
      * ACCOUNT_PRODUCT catalog - so a new title, a newly blocked
      * domain, an operator role change or a new savings product no
      * longer needs an SQL request to the DBA team. The balance
      * bands of tiered savings products on PRODUCT_RATE_TIER are
      * kept here too, as is the PRODUCT_RATE_CHANGE schedule the
      * nightly RATECHG job works from to give customers notice of
      * a rate change and then re-price their accounts, and the
      * ECL_PARAMETER factors the month-end provisioning run uses.
      * The THIRD_PARTY_PROVIDER register of account-information
      * providers MQENQSRV holds to their customers' consents is
      * maintained here as well.
      *
      * VALID_TITLE and EMAIL_DOMAIN_BLOCKLIST changes take effect
      * immediately. OPERATOR_ROLE governs UPDCUST's segregation-of-
              INCLUDE HOLIDB2
           END-EXEC.

      * PRODUCT_RATE_TIER DB2 copybook
           EXEC SQL
              INCLUDE RTIRDB2
           END-EXEC.

      * PRODUCT_RATE_TIER host variables for DB2 - the commarea
      * value field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-RATE-TIER-ROW.
          03 HV-TIER-PRODUCT            PIC X(8).
          03 HV-TIER-FLOOR              PIC S9(10)V99 COMP-3.
          03 HV-TIER-RATE               PIC S9(4)V99 COMP-3.
          03 HV-TIER-BONUS-RATE         PIC S9(4)V99 COMP-3.
          03 HV-TIER-BONUS-COND         PIC X.

       01 WS-RATE-TIER-VALUE.
          03 WS-TIERV-PRODUCT           PIC X(8).
          03 WS-TIERV-FLOOR             PIC 9(10)V99.
          03 WS-TIERV-RATE              PIC 9(4)V99.
          03 WS-TIERV-BONUS-RATE        PIC 9(4)V99.
          03 WS-TIERV-BONUS-COND        PIC X.
          03 FILLER                     PIC X(27).

      * A product carries at most this many bands - ACCRINT holds
      * them in a table of the same size.
       01 WS-TIER-MAX                   PIC S9(9) COMP VALUE 5.

      * PRODUCT_RATE_CHANGE DB2 copybook
           EXEC SQL
              INCLUDE RTCHDB2
           END-EXEC.

      * PRODUCT_RATE_CHANGE host variables for DB2 - the commarea
      * value field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-RATE-CHANGE-ROW.
          03 HV-RCHG-PRODUCT            PIC X(8).
          03 HV-RCHG-EFFECTIVE          PIC S9(9) COMP.
          03 HV-RCHG-NOTICE             PIC S9(9) COMP.
          03 HV-RCHG-OLD-RATE           PIC S9(4)V99 COMP-3.
          03 HV-RCHG-NEW-RATE           PIC S9(4)V99 COMP-3.
          03 HV-RCHG-STATUS             PIC X.
          03 HV-RCHG-SCHED-BY           PIC X(3).
          03 HV-RCHG-SCHED-DATE         PIC S9(9) COMP.
          03 HV-RCHG-LETTERS            PIC S9(9) COMP.
          03 HV-RCHG-REPRICED           PIC S9(9) COMP.

       01 WS-RATE-CHANGE-VALUE.
          03 WS-RCHGV-PRODUCT           PIC X(8).
          03 WS-RCHGV-EFFECTIVE         PIC 9(8).
          03 WS-RCHGV-EFFECTIVE-GRP REDEFINES WS-RCHGV-EFFECTIVE.
             05 WS-RCHGV-EFF-YYYY       PIC 9(4).
             05 WS-RCHGV-EFF-MM         PIC 99.
             05 WS-RCHGV-EFF-DD         PIC 99.
          03 WS-RCHGV-NOTICE            PIC 9(8).
          03 WS-RCHGV-NOTICE-GRP REDEFINES WS-RCHGV-NOTICE.
             05 WS-RCHGV-NTC-YYYY       PIC 9(4).
             05 WS-RCHGV-NTC-MM         PIC 99.
             05 WS-RCHGV-NTC-DD         PIC 99.
          03 WS-RCHGV-NEW-RATE          PIC 9(4)V99.
          03 WS-RCHGV-STATUS            PIC X.
          03 WS-RCHGV-OLD-RATE          PIC 9(4)V99.
          03 WS-RCHGV-LETTERS           PIC 9(7).
          03 WS-RCHGV-REPRICED          PIC 9(7).
          03 FILLER                     PIC X(9).

      * Dates for the notice-period check, in the ISO form DB2's
      * DATE() takes.
       01 HV-TODAY-ISO                  PIC X(10).
       01 HV-TODAY-ISO-GRP REDEFINES HV-TODAY-ISO.
          03 HV-TODAY-ISO-YYYY          PIC 9999.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-MM            PIC 99.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-DD            PIC 99.
       01 HV-NOTICE-ISO                 PIC X(10).
       01 HV-NOTICE-ISO-GRP REDEFINES HV-NOTICE-ISO.
          03 HV-NOTICE-ISO-YYYY         PIC 9999.
          03 FILLER                     PIC X.
          03 HV-NOTICE-ISO-MM           PIC 99.
          03 FILLER                     PIC X.
          03 HV-NOTICE-ISO-DD           PIC 99.
       01 HV-EFFECT-ISO                 PIC X(10).
       01 HV-EFFECT-ISO-GRP REDEFINES HV-EFFECT-ISO.
          03 HV-EFFECT-ISO-YYYY         PIC 9999.
          03 FILLER                     PIC X.
          03 HV-EFFECT-ISO-MM           PIC 99.
          03 FILLER                     PIC X.
          03 HV-EFFECT-ISO-DD           PIC 99.
       01 HV-NOTICE-DAYS-AHEAD          PIC S9(9) COMP.
       01 HV-NOTICE-PERIOD              PIC S9(9) COMP.

      * The least notice, in days, a customer is given of a change
      * to the rate on their account.
       01 WS-RATE-MIN-NOTICE            PIC S9(9) COMP VALUE 14.

      * EXCHANGE_RATE DB2 copybook - a product in a currency other
      * than sterling must have a rate to convert at
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

      * ECL_PARAMETER DB2 copybook
           EXEC SQL
              INCLUDE ECLPDB2
           END-EXEC.

      * ECL_PARAMETER host variables for DB2 - the commarea value
      * field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-ECL-PARM-ROW.
          03 HV-ECLP-STAGE              PIC S9(4) COMP.
          03 HV-ECLP-CLASS              PIC X.
          03 HV-ECLP-PD                 PIC S9V9(6) COMP-3.
          03 HV-ECLP-LGD                PIC S9V9(4) COMP-3.
          03 HV-ECLP-CCF                PIC S9V9(4) COMP-3.

       01 WS-ECL-PARM-VALUE.
          03 WS-ECLV-STAGE              PIC 9.
          03 WS-ECLV-CLASS              PIC X.
          03 WS-ECLV-PD                 PIC 9V9(6).
          03 WS-ECLV-LGD                PIC 9V9(4).
          03 WS-ECLV-CCF                PIC 9V9(4).
          03 FILLER                     PIC X(41).

      * PRODUCT_ELIGIBILITY DB2 copybook
           EXEC SQL
              INCLUDE PELGDB2
           END-EXEC.

      * PRODUCT_ELIGIBILITY host variables for DB2 - the commarea
      * value field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-ELIGIBILITY-ROW.
          03 HV-ELIG-TYPE               PIC X(8).
          03 HV-ELIG-MIN-AGE            PIC S9(4) COMP.
          03 HV-ELIG-MAX-AGE            PIC S9(4) COMP.
          03 HV-ELIG-RESIDENCY          PIC X.
          03 HV-ELIG-MIN-INCOME         PIC X(10).
          03 HV-ELIG-MAX-HELD           PIC S9(4) COMP.
          03 HV-ELIG-EXCL-RISK1         PIC X(10).
          03 HV-ELIG-EXCL-RISK2         PIC X(10).
          03 HV-ELIG-EXCL-RISK3         PIC X(10).

       01 WS-ELIGIBILITY-VALUE.
          03 WS-ELGV-TYPE               PIC X(8).
          03 WS-ELGV-MIN-AGE            PIC 9(3).
          03 WS-ELGV-MAX-AGE            PIC 9(3).
          03 WS-ELGV-RESIDENCY          PIC X.
          03 WS-ELGV-MIN-INCOME         PIC X(10).
          03 WS-ELGV-MAX-HELD           PIC 9(2).
          03 WS-ELGV-EXCL-RISK          PIC X(10) OCCURS 3 TIMES.
          03 FILLER                     PIC X(3).

       01 WS-ELGV-INDEX                 PIC S9(4) COMP VALUE 0.

      * BANK_HOLIDAY host variables for DB2 - the commarea value
      * field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-HOLIDAY-ROW.
          03 WS-HOLIV-DESCRIPTION      PIC X(30).
          03 FILLER                     PIC X(20).

      * THIRD_PARTY_PROVIDER DB2 copybook
           EXEC SQL
              INCLUDE TPPVDB2
           END-EXEC.

      * THIRD_PARTY_CONSENT DB2 copybook - a provider holding
      * consents may not be removed
           EXEC SQL
              INCLUDE TPCNDB2
           END-EXEC.

      * THIRD_PARTY_PROVIDER host variables for DB2 - the commarea
      * value field carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-PROVIDER-ROW.
          03 HV-TPP-ID                  PIC X(8).
          03 HV-TPP-NAME                PIC X(30).

       01 WS-PROVIDER-VALUE.
          03 WS-TPPV-ID                 PIC X(8).
          03 WS-TPPV-NAME               PIC X(30).
          03 FILLER                     PIC X(22).

      * TARIFF host variables for DB2 - the commarea value field
      * carries the row packed, as for ACCOUNT_PRODUCT.
       01 HOST-TARIFF-ROW.
          03 HV-PROD-OD-CEILING         PIC S9(9) COMP.
          03 HV-PROD-STMT-FREQ          PIC X.
          03 HV-PROD-TERM-MONTHS        PIC S9(9) COMP.
          03 HV-PROD-CLASS              PIC X.
          03 HV-PROD-CURRENCY           PIC X(3).
          03 HV-PROD-NOTICE-DAYS        PIC S9(9) COMP.
          03 HV-PROD-TAX-FREE           PIC X.

       01 WS-PRODUCT-VALUE.
          03 WS-PRODV-TYPE              PIC X(8).
          03 WS-PRODV-OD-CEILING        PIC 9(8).
          03 WS-PRODV-STMT-FREQ         PIC X.
          03 WS-PRODV-TERM-MONTHS       PIC 9(3).
          03 WS-PRODV-CLASS             PIC X.
          03 FILLER                     PIC X(7).

       01 HV-REF-VALUE                  PIC X(60).
       01 HV-BLOCKLIST-ADDED            PIC S9(9) COMP.
                  ORDER BY TARIFF_PRODUCT, TARIFF_CHARGE_CODE
           END-EXEC.

           EXEC SQL
              DECLARE TIER-LIST-CURSOR CURSOR FOR
                 SELECT RATE_TIER_PRODUCT, RATE_TIER_FLOOR,
                        RATE_TIER_RATE, RATE_TIER_BONUS_RATE,
                        RATE_TIER_BONUS_COND
                   FROM PRODUCT_RATE_TIER
                  ORDER BY RATE_TIER_PRODUCT, RATE_TIER_FLOOR
           END-EXEC.

           EXEC SQL
              DECLARE RCHG-LIST-CURSOR CURSOR FOR
                 SELECT RATE_CHANGE_PRODUCT,
                        RATE_CHANGE_EFFECTIVE_DATE,
                        RATE_CHANGE_NOTICE_DATE,
                        RATE_CHANGE_NEW_RATE,
                        RATE_CHANGE_STATUS,
                        RATE_CHANGE_OLD_RATE,
                        RATE_CHANGE_LETTERS,
                        RATE_CHANGE_REPRICED
                   FROM PRODUCT_RATE_CHANGE
                  ORDER BY RATE_CHANGE_PRODUCT,
                           RATE_CHANGE_EFFECTIVE_DATE
           END-EXEC.

           EXEC SQL
              DECLARE ECLP-LIST-CURSOR CURSOR FOR
                 SELECT ECL_PARM_STAGE, ECL_PARM_CLASS,
                        ECL_PARM_PD, ECL_PARM_LGD, ECL_PARM_CCF
                   FROM ECL_PARAMETER
                  ORDER BY ECL_PARM_CLASS, ECL_PARM_STAGE
           END-EXEC.

           EXEC SQL
              DECLARE ELIG-LIST-CURSOR CURSOR FOR
                 SELECT PRODUCT_ELIGIBILITY_TYPE,
                        PRODUCT_ELIGIBILITY_MIN_AGE,
                        PRODUCT_ELIGIBILITY_MAX_AGE,
                        PRODUCT_ELIGIBILITY_RESIDENCY,
                        PRODUCT_ELIGIBILITY_MIN_INCOME,
                        PRODUCT_ELIGIBILITY_MAX_HELD,
                        PRODUCT_ELIGIBILITY_EXCL_RISK1,
                        PRODUCT_ELIGIBILITY_EXCL_RISK2,
                        PRODUCT_ELIGIBILITY_EXCL_RISK3
                   FROM PRODUCT_ELIGIBILITY
                  ORDER BY PRODUCT_ELIGIBILITY_TYPE
           END-EXEC.

           EXEC SQL
              DECLARE TXNT-LIST-CURSOR CURSOR FOR
                 SELECT TRANSACTION_TYPE_CODE,
                  ORDER BY BANK_HOLIDAY_DATE
           END-EXEC.

           EXEC SQL
              DECLARE TPPV-LIST-CURSOR CURSOR FOR
                 SELECT TPP_ID, TPP_NAME
                   FROM THIRD_PARTY_PROVIDER
                  ORDER BY TPP_ID
           END-EXEC.

           EXEC SQL
              DECLARE PROD-LIST-CURSOR CURSOR FOR
                 SELECT ACCOUNT_PRODUCT_TYPE,
                        ACCOUNT_PRODUCT_OD_ALLOWED,
                        ACCOUNT_PRODUCT_OD_CEILING,
                        ACCOUNT_PRODUCT_STMT_FREQ,
                        ACCOUNT_PRODUCT_TERM_MONTHS,
                        ACCOUNT_PRODUCT_CLASS,
                        ACCOUNT_PRODUCT_CURRENCY,
                        ACCOUNT_PRODUCT_NOTICE_DAYS,
                        ACCOUNT_PRODUCT_TAX_FREE
                   FROM ACCOUNT_PRODUCT
                  ORDER BY ACCOUNT_PRODUCT_TYPE
           END-EXEC.
                 PERFORM MAINTAIN-TXN-TYPE
              WHEN REF-TABLE-TARIFF
                 PERFORM MAINTAIN-TARIFF
              WHEN REF-TABLE-RATE-TIER
                 PERFORM MAINTAIN-RATE-TIER
              WHEN REF-TABLE-RATE-CHANGE
                 PERFORM MAINTAIN-RATE-CHANGE
              WHEN REF-TABLE-ECL-PARAMETER
                 PERFORM MAINTAIN-ECL-PARAMETER
              WHEN REF-TABLE-HOLIDAY
                 PERFORM MAINTAIN-BANK-HOLIDAY
              WHEN REF-TABLE-ELIGIBILITY
                 PERFORM MAINTAIN-PRODUCT-ELIGIBILITY
              WHEN REF-TABLE-PROVIDER
                 PERFORM MAINTAIN-THIRD-PARTY-PROVIDER
              WHEN OTHER
                 MOVE '1' TO COMM-REF-FAIL-CD
           END-EVALUATE.
           EXIT.


       MAINTAIN-RATE-TIER SECTION.
       MRT010.
      *
      *    The band travels packed in COMM-REF-VALUE - see the
      *    layout note in REFDMNT.cpy. A band is changed by deleting
      *    it and adding it back, as a tariff price is.
      *
           MOVE COMM-REF-VALUE TO WS-RATE-TIER-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-RATE-TIER-ROW
              WHEN REF-ACTION-DELETE
                 IF WS-TIERV-FLOOR NOT NUMERIC
                    MOVE '2' TO COMM-REF-FAIL-CD
                    GO TO MRT999
                 END-IF
                 MOVE WS-TIERV-PRODUCT TO HV-TIER-PRODUCT
                 MOVE WS-TIERV-FLOOR TO HV-TIER-FLOOR
                 EXEC SQL
                    DELETE FROM PRODUCT_RATE_TIER
                     WHERE RATE_TIER_PRODUCT = :HV-TIER-PRODUCT
                       AND RATE_TIER_FLOOR = :HV-TIER-FLOOR
                 END-EXEC
                 PERFORM CHECK-DELETE-RESULT
              WHEN REF-ACTION-LIST
                 PERFORM LIST-RATE-TIER-ROWS
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MRT999.
           EXIT.


       MAINTAIN-BANK-HOLIDAY SECTION.
       MBH010.
      *
           EXIT.


       MAINTAIN-THIRD-PARTY-PROVIDER SECTION.
       MTP010.
      *
      *    The provider row travels packed in COMM-REF-VALUE - see
      *    the layout note in REFDMNT.cpy. MQENQSRV treats any
      *    system on this register as a third party needing the
      *    customer's consent, so a provider is only removed once
      *    it has never held a consent.
      *
           MOVE COMM-REF-VALUE TO WS-PROVIDER-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-THIRD-PARTY-PROVIDER
              WHEN REF-ACTION-DELETE
                 PERFORM DELETE-THIRD-PARTY-PROVIDER
              WHEN REF-ACTION-LIST
                 PERFORM LIST-THIRD-PARTY-PROVIDERS
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MTP999.
           EXIT.


       ADD-THIRD-PARTY-PROVIDER SECTION.
       ATP010.

           IF WS-TPPV-ID = SPACES OR WS-TPPV-NAME = SPACES
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ATP999
           END-IF.

           MOVE WS-TPPV-ID TO HV-TPP-ID.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM THIRD_PARTY_PROVIDER
               WHERE TPP_ID = :HV-TPP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ATP999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO ATP999
           END-IF.

           MOVE WS-TPPV-NAME TO HV-TPP-NAME.

           EXEC SQL
              INSERT INTO THIRD_PARTY_PROVIDER
                     ( TPP_ID,
                       TPP_NAME )
              VALUES ( :HV-TPP-ID,
                       :HV-TPP-NAME )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       ATP999.
           EXIT.


       DELETE-THIRD-PARTY-PROVIDER SECTION.
       DTP010.

           MOVE WS-TPPV-ID TO HV-TPP-ID.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM THIRD_PARTY_CONSENT
               WHERE TPC_PROVIDER = :HV-TPP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO DTP999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE 'U' TO COMM-REF-FAIL-CD
              GO TO DTP999
           END-IF.

           EXEC SQL
              DELETE FROM THIRD_PARTY_PROVIDER
               WHERE TPP_ID = :HV-TPP-ID
           END-EXEC.

           PERFORM CHECK-DELETE-RESULT.

       DTP999.
           EXIT.


       LIST-THIRD-PARTY-PROVIDERS SECTION.
       LTP010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN TPPV-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LTP999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH TPPV-LIST-CURSOR
                   INTO :HV-TPP-ID, :HV-TPP-NAME
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-PROVIDER-VALUE
                 MOVE HV-TPP-ID TO WS-TPPV-ID
                 MOVE HV-TPP-NAME TO WS-TPPV-NAME
                 MOVE WS-PROVIDER-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TPPV-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.

       LTP999.
           EXIT.


       ADD-TARIFF-ROW SECTION.
       ATF010.

           EXIT.


       ADD-RATE-TIER-ROW SECTION.
       ART010.
      *
      *    ACCRINT trusts these rates, so the packed fields are
      *    validated, the bonus condition must be one it knows (blank
      *    or 'N' - no withdrawals in the period), a bonus condition
      *    needs a bonus rate, and the product must be on the
      *    ACCOUNT_PRODUCT catalog.
      *
           IF WS-TIERV-PRODUCT = SPACES
              OR WS-TIERV-FLOOR NOT NUMERIC
              OR WS-TIERV-RATE NOT NUMERIC
              OR WS-TIERV-BONUS-RATE NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF WS-TIERV-BONUS-COND NOT = SPACE
              AND WS-TIERV-BONUS-COND NOT = 'N'
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF WS-TIERV-BONUS-COND = SPACE
              AND WS-TIERV-BONUS-RATE NOT = 0
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF WS-TIERV-BONUS-COND = 'N'
              AND WS-TIERV-BONUS-RATE = 0
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           MOVE WS-TIERV-PRODUCT TO HV-TIER-PRODUCT.
           MOVE WS-TIERV-FLOOR TO HV-TIER-FLOOR.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-TIER-PRODUCT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF HV-CHECK-COUNT = 0
              MOVE '4' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_RATE_TIER
               WHERE RATE_TIER_PRODUCT = :HV-TIER-PRODUCT
                 AND RATE_TIER_FLOOR = :HV-TIER-FLOOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_RATE_TIER
               WHERE RATE_TIER_PRODUCT = :HV-TIER-PRODUCT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           IF HV-CHECK-COUNT >= WS-TIER-MAX
              MOVE 'M' TO COMM-REF-FAIL-CD
              GO TO ART999
           END-IF.

           MOVE WS-TIERV-RATE TO HV-TIER-RATE.
           MOVE WS-TIERV-BONUS-RATE TO HV-TIER-BONUS-RATE.
           MOVE WS-TIERV-BONUS-COND TO HV-TIER-BONUS-COND.

           EXEC SQL
              INSERT INTO PRODUCT_RATE_TIER
                     ( RATE_TIER_PRODUCT,
                       RATE_TIER_FLOOR,
                       RATE_TIER_RATE,
                       RATE_TIER_BONUS_RATE,
                       RATE_TIER_BONUS_COND )
              VALUES ( :HV-TIER-PRODUCT,
                       :HV-TIER-FLOOR,
                       :HV-TIER-RATE,
                       :HV-TIER-BONUS-RATE,
                       :HV-TIER-BONUS-COND )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       ART999.
           EXIT.


       LIST-RATE-TIER-ROWS SECTION.
       LRT010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN TIER-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LRT999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH TIER-LIST-CURSOR
                   INTO :HV-TIER-PRODUCT, :HV-TIER-FLOOR,
                        :HV-TIER-RATE, :HV-TIER-BONUS-RATE,
                        :HV-TIER-BONUS-COND
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-RATE-TIER-VALUE
                 MOVE HV-TIER-PRODUCT TO WS-TIERV-PRODUCT
                 MOVE HV-TIER-FLOOR TO WS-TIERV-FLOOR
                 MOVE HV-TIER-RATE TO WS-TIERV-RATE
                 MOVE HV-TIER-BONUS-RATE TO WS-TIERV-BONUS-RATE
                 MOVE HV-TIER-BONUS-COND TO WS-TIERV-BONUS-COND
                 MOVE WS-RATE-TIER-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TIER-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.

       LRT999.
           EXIT.


       MAINTAIN-RATE-CHANGE SECTION.
       MRC010.
      *
      *    The scheduled change travels packed in COMM-REF-VALUE -
      *    see the layout note in REFDMNT.cpy. Delete cancels the
      *    change rather than removing it, so the schedule keeps
      *    its history, and only while no letter has gone out.
      *
           MOVE COMM-REF-VALUE TO WS-RATE-CHANGE-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-RATE-CHANGE-ROW
              WHEN REF-ACTION-DELETE
                 PERFORM CANCEL-RATE-CHANGE-ROW
              WHEN REF-ACTION-LIST
                 PERFORM LIST-RATE-CHANGE-ROWS
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MRC999.
           EXIT.


       ADD-RATE-CHANGE-ROW SECTION.
       ARC010.
      *
      *    RATECHG writes to and re-prices every account on the
      *    product from this row, so the dates and rate are checked
      *    hard here. The notice date may be no earlier than today,
      *    and must leave the customer at least WS-RATE-MIN-NOTICE
      *    days before the effective date.
      *
           IF WS-RCHGV-PRODUCT = SPACES
              OR WS-RCHGV-EFFECTIVE NOT NUMERIC
              OR WS-RCHGV-NOTICE NOT NUMERIC
              OR WS-RCHGV-NEW-RATE NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           MOVE WS-RCHGV-PRODUCT TO HV-RCHG-PRODUCT.

      *
      *    The product must be on the catalog and carry a flat rate
      *    that RATECHG can move. A lending product's rate is fixed
      *    into each loan's schedule at drawdown, a fixed-term
      *    deposit keeps its rate for the term, and a tiered product
      *    is paid from its bands on PRODUCT_RATE_TIER, not the
      *    account rate - none of those is re-priced this way.
      *
           EXEC SQL
              SELECT ACCOUNT_PRODUCT_INT_RATE,
                     ACCOUNT_PRODUCT_TERM_MONTHS,
                     ACCOUNT_PRODUCT_CLASS
                INTO :HV-PROD-INT-RATE,
                     :HV-PROD-TERM-MONTHS,
                     :HV-PROD-CLASS
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-RCHG-PRODUCT
           END-EXEC.

           IF SQLCODE = 100
              MOVE '4' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           IF HV-PROD-CLASS = 'L'
              OR HV-PROD-TERM-MONTHS NOT = 0
              OR HV-PROD-INT-RATE = WS-RCHGV-NEW-RATE
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_RATE_TIER
               WHERE RATE_TIER_PRODUCT = :HV-RCHG-PRODUCT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE 'T' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           MOVE '-' TO HV-TODAY-ISO(5:1).
           MOVE '-' TO HV-TODAY-ISO(8:1).
           MOVE WS-ORIG-DATE-YYYY TO HV-TODAY-ISO-YYYY.
           MOVE WS-ORIG-DATE-MM TO HV-TODAY-ISO-MM.
           MOVE WS-ORIG-DATE-DD TO HV-TODAY-ISO-DD.

           MOVE '-' TO HV-NOTICE-ISO(5:1).
           MOVE '-' TO HV-NOTICE-ISO(8:1).
           MOVE WS-RCHGV-NTC-YYYY TO HV-NOTICE-ISO-YYYY.
           MOVE WS-RCHGV-NTC-MM TO HV-NOTICE-ISO-MM.
           MOVE WS-RCHGV-NTC-DD TO HV-NOTICE-ISO-DD.

           MOVE '-' TO HV-EFFECT-ISO(5:1).
           MOVE '-' TO HV-EFFECT-ISO(8:1).
           MOVE WS-RCHGV-EFF-YYYY TO HV-EFFECT-ISO-YYYY.
           MOVE WS-RCHGV-EFF-MM TO HV-EFFECT-ISO-MM.
           MOVE WS-RCHGV-EFF-DD TO HV-EFFECT-ISO-DD.

      *
      *    DATE() refuses anything that is not a real calendar
      *    date, which is the validation the two dates need.
      *
           EXEC SQL
              SELECT DAYS(DATE(:HV-NOTICE-ISO))
                        - DAYS(DATE(:HV-TODAY-ISO)),
                     DAYS(DATE(:HV-EFFECT-ISO))
                        - DAYS(DATE(:HV-NOTICE-ISO))
                INTO :HV-NOTICE-DAYS-AHEAD,
                     :HV-NOTICE-PERIOD
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-NOTICE-DAYS-AHEAD < 0
              OR HV-NOTICE-PERIOD < WS-RATE-MIN-NOTICE
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

      *
      *    One pending change per product - a second would have
      *    customers told of two rates at once.
      *
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_RATE_CHANGE
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_STATUS IN ('S', 'N')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           MOVE WS-RCHGV-EFFECTIVE TO HV-RCHG-EFFECTIVE.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_RATE_CHANGE
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_EFFECTIVE_DATE = :HV-RCHG-EFFECTIVE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO ARC999
           END-IF.

           MOVE WS-RCHGV-NOTICE TO HV-RCHG-NOTICE.
           MOVE HV-PROD-INT-RATE TO HV-RCHG-OLD-RATE.
           MOVE WS-RCHGV-NEW-RATE TO HV-RCHG-NEW-RATE.
           MOVE 'S' TO HV-RCHG-STATUS.
           MOVE WS-OPERATOR-ID TO HV-RCHG-SCHED-BY.
           MOVE WS-TODAY-INT TO HV-RCHG-SCHED-DATE.
           MOVE 0 TO HV-RCHG-LETTERS.
           MOVE 0 TO HV-RCHG-REPRICED.

           EXEC SQL
              INSERT INTO PRODUCT_RATE_CHANGE
                     ( RATE_CHANGE_PRODUCT,
                       RATE_CHANGE_EFFECTIVE_DATE,
                       RATE_CHANGE_NOTICE_DATE,
                       RATE_CHANGE_OLD_RATE,
                       RATE_CHANGE_NEW_RATE,
                       RATE_CHANGE_STATUS,
                       RATE_CHANGE_SCHED_BY,
                       RATE_CHANGE_SCHED_DATE,
                       RATE_CHANGE_LETTERS,
                       RATE_CHANGE_REPRICED )
              VALUES ( :HV-RCHG-PRODUCT,
                       :HV-RCHG-EFFECTIVE,
                       :HV-RCHG-NOTICE,
                       :HV-RCHG-OLD-RATE,
                       :HV-RCHG-NEW-RATE,
                       :HV-RCHG-STATUS,
                       :HV-RCHG-SCHED-BY,
                       :HV-RCHG-SCHED-DATE,
                       :HV-RCHG-LETTERS,
                       :HV-RCHG-REPRICED )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       ARC999.
           EXIT.


       CANCEL-RATE-CHANGE-ROW SECTION.
       CRC010.
      *
      *    Once RATECHG has written to customers the change has been
      *    promised to them and stands; cancelling it then is
      *    refused with 'L'.
      *
           IF WS-RCHGV-EFFECTIVE NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           MOVE WS-RCHGV-PRODUCT TO HV-RCHG-PRODUCT.
           MOVE WS-RCHGV-EFFECTIVE TO HV-RCHG-EFFECTIVE.

           EXEC SQL
              SELECT RATE_CHANGE_STATUS
                INTO :HV-RCHG-STATUS
                FROM PRODUCT_RATE_CHANGE
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_EFFECTIVE_DATE = :HV-RCHG-EFFECTIVE
           END-EXEC.

           IF SQLCODE = 100
              MOVE '4' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           IF HV-RCHG-STATUS = 'X'
              MOVE '4' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           IF HV-RCHG-STATUS NOT = 'S'
              MOVE 'L' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           EXEC SQL
              UPDATE PRODUCT_RATE_CHANGE
                 SET RATE_CHANGE_STATUS = 'X'
               WHERE RATE_CHANGE_PRODUCT = :HV-RCHG-PRODUCT
                 AND RATE_CHANGE_EFFECTIVE_DATE = :HV-RCHG-EFFECTIVE
                 AND RATE_CHANGE_STATUS = 'S'
           END-EXEC.

      *
      *    No row updated means RATECHG's notice run got to it
      *    between the read and the update.
      *
           IF SQLCODE = 100
              MOVE 'L' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REFDMNT - UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO CRC999
           END-IF.

           MOVE 'Y' TO COMM-REF-SUCCESS.

       CRC999.
           EXIT.


       LIST-RATE-CHANGE-ROWS SECTION.
       LRC010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN RCHG-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LRC999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH RCHG-LIST-CURSOR
                   INTO :HV-RCHG-PRODUCT, :HV-RCHG-EFFECTIVE,
                        :HV-RCHG-NOTICE, :HV-RCHG-NEW-RATE,
                        :HV-RCHG-STATUS, :HV-RCHG-OLD-RATE,
                        :HV-RCHG-LETTERS, :HV-RCHG-REPRICED
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-RATE-CHANGE-VALUE
                 MOVE HV-RCHG-PRODUCT TO WS-RCHGV-PRODUCT
                 MOVE HV-RCHG-EFFECTIVE TO WS-RCHGV-EFFECTIVE
                 MOVE HV-RCHG-NOTICE TO WS-RCHGV-NOTICE
                 MOVE HV-RCHG-NEW-RATE TO WS-RCHGV-NEW-RATE
                 MOVE HV-RCHG-STATUS TO WS-RCHGV-STATUS
                 MOVE HV-RCHG-OLD-RATE TO WS-RCHGV-OLD-RATE
                 MOVE HV-RCHG-LETTERS TO WS-RCHGV-LETTERS
                 MOVE HV-RCHG-REPRICED TO WS-RCHGV-REPRICED
                 MOVE WS-RATE-CHANGE-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE RCHG-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.

       LRC999.
           EXIT.


       MAINTAIN-ECL-PARAMETER SECTION.
       MEP010.
      *
      *    The factor row travels packed in COMM-REF-VALUE - see the
      *    layout note in REFDMNT.cpy. A factor is changed by
      *    deleting the row and adding it back, as a tariff price
      *    is.
      *
           MOVE COMM-REF-VALUE TO WS-ECL-PARM-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-ECL-PARAMETER-ROW
              WHEN REF-ACTION-DELETE
                 IF WS-ECLV-STAGE NOT NUMERIC
                    MOVE '2' TO COMM-REF-FAIL-CD
                    GO TO MEP999
                 END-IF
                 MOVE WS-ECLV-STAGE TO HV-ECLP-STAGE
                 MOVE WS-ECLV-CLASS TO HV-ECLP-CLASS
                 EXEC SQL
                    DELETE FROM ECL_PARAMETER
                     WHERE ECL_PARM_STAGE = :HV-ECLP-STAGE
                       AND ECL_PARM_CLASS = :HV-ECLP-CLASS
                 END-EXEC
                 PERFORM CHECK-DELETE-RESULT
              WHEN REF-ACTION-LIST
                 PERFORM LIST-ECL-PARAMETER-ROWS
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MEP999.
           EXIT.


       ADD-ECL-PARAMETER-ROW SECTION.
       AEP010.
      *
      *    ECLPROV multiplies the exposure by these, so each must be
      *    a fraction no greater than one, for a stage and product
      *    class it knows.
      *
           IF WS-ECLV-STAGE NOT NUMERIC
              OR WS-ECLV-PD NOT NUMERIC
              OR WS-ECLV-LGD NOT NUMERIC
              OR WS-ECLV-CCF NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEP999
           END-IF.

           IF WS-ECLV-STAGE < 1 OR WS-ECLV-STAGE > 3
              OR (WS-ECLV-CLASS NOT = 'D' AND WS-ECLV-CLASS NOT = 'L')
              OR WS-ECLV-PD > 1
              OR WS-ECLV-LGD > 1
              OR WS-ECLV-CCF > 1
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEP999
           END-IF.

           MOVE WS-ECLV-STAGE TO HV-ECLP-STAGE.
           MOVE WS-ECLV-CLASS TO HV-ECLP-CLASS.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ECL_PARAMETER
               WHERE ECL_PARM_STAGE = :HV-ECLP-STAGE
                 AND ECL_PARM_CLASS = :HV-ECLP-CLASS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO AEP999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO AEP999
           END-IF.

           MOVE WS-ECLV-PD TO HV-ECLP-PD.
           MOVE WS-ECLV-LGD TO HV-ECLP-LGD.
           MOVE WS-ECLV-CCF TO HV-ECLP-CCF.

           EXEC SQL
              INSERT INTO ECL_PARAMETER
                     ( ECL_PARM_STAGE,
                       ECL_PARM_CLASS,
                       ECL_PARM_PD,
                       ECL_PARM_LGD,
                       ECL_PARM_CCF )
              VALUES ( :HV-ECLP-STAGE,
                       :HV-ECLP-CLASS,
                       :HV-ECLP-PD,
                       :HV-ECLP-LGD,
                       :HV-ECLP-CCF )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       AEP999.
           EXIT.


       LIST-ECL-PARAMETER-ROWS SECTION.
       LEP010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN ECLP-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LEP999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH ECLP-LIST-CURSOR
                   INTO :HV-ECLP-STAGE, :HV-ECLP-CLASS,
                        :HV-ECLP-PD, :HV-ECLP-LGD, :HV-ECLP-CCF
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-ECL-PARM-VALUE
                 MOVE HV-ECLP-STAGE TO WS-ECLV-STAGE
                 MOVE HV-ECLP-CLASS TO WS-ECLV-CLASS
                 MOVE HV-ECLP-PD TO WS-ECLV-PD
                 MOVE HV-ECLP-LGD TO WS-ECLV-LGD
                 MOVE HV-ECLP-CCF TO WS-ECLV-CCF
                 MOVE WS-ECL-PARM-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ECLP-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.

       LEP999.
           EXIT.


       MAINTAIN-PRODUCT-ELIGIBILITY SECTION.
       MPL010.
      *
      *    The rules row travels packed in COMM-REF-VALUE - see the
      *    layout note in REFDMNT.cpy. A rule is changed by deleting
      *    the row and adding it back, as a tariff price is.
      *
           MOVE COMM-REF-VALUE TO WS-ELIGIBILITY-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-ELIGIBILITY-ROW
              WHEN REF-ACTION-DELETE
                 MOVE WS-ELGV-TYPE TO HV-ELIG-TYPE
                 EXEC SQL
                    DELETE FROM PRODUCT_ELIGIBILITY
                     WHERE PRODUCT_ELIGIBILITY_TYPE = :HV-ELIG-TYPE
                 END-EXEC
                 PERFORM CHECK-DELETE-RESULT
              WHEN REF-ACTION-LIST
                 PERFORM LIST-ELIGIBILITY-ROWS
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MPL999.
           EXIT.


       ADD-ELIGIBILITY-ROW SECTION.
       AEL010.
      *
      *    PRODELIG reads these as they stand, so only values it
      *    understands are let in: ages and the holding limit
      *    numeric (zero for no limit), a maximum age no lower than
      *    the minimum, residency 'A' or 'U' (blank taken as 'A'),
      *    and income band and excluded risk ratings from the LOW,
      *    MEDIUM, HIGH scale or blank.
      *
           IF WS-ELGV-MIN-AGE NOT NUMERIC
              OR WS-ELGV-MAX-AGE NOT NUMERIC
              OR WS-ELGV-MAX-HELD NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           IF WS-ELGV-MAX-AGE > 0
              AND WS-ELGV-MAX-AGE < WS-ELGV-MIN-AGE
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           IF WS-ELGV-RESIDENCY = SPACE
              MOVE 'A' TO WS-ELGV-RESIDENCY
           END-IF.

           IF WS-ELGV-RESIDENCY NOT = 'A'
              AND WS-ELGV-RESIDENCY NOT = 'U'
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           IF WS-ELGV-MIN-INCOME NOT = SPACES
              AND WS-ELGV-MIN-INCOME NOT = 'LOW'
              AND WS-ELGV-MIN-INCOME NOT = 'MEDIUM'
              AND WS-ELGV-MIN-INCOME NOT = 'HIGH'
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           PERFORM VARYING WS-ELGV-INDEX FROM 1 BY 1
                   UNTIL WS-ELGV-INDEX > 3
              IF WS-ELGV-EXCL-RISK (WS-ELGV-INDEX) NOT = SPACES
                 AND WS-ELGV-EXCL-RISK (WS-ELGV-INDEX) NOT = 'LOW'
                 AND WS-ELGV-EXCL-RISK (WS-ELGV-INDEX) NOT = 'MEDIUM'
                 AND WS-ELGV-EXCL-RISK (WS-ELGV-INDEX) NOT = 'HIGH'
                 MOVE '2' TO COMM-REF-FAIL-CD
              END-IF
           END-PERFORM.

           IF COMM-REF-FAIL-CD NOT = ' '
              GO TO AEL999
           END-IF.

      *
      *    The rules must be for a product on the catalog.
      *
           MOVE WS-ELGV-TYPE TO HV-ELIG-TYPE.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-ELIG-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           IF HV-CHECK-COUNT = 0
              MOVE '4' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM PRODUCT_ELIGIBILITY
               WHERE PRODUCT_ELIGIBILITY_TYPE = :HV-ELIG-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO AEL999
           END-IF.

           MOVE WS-ELGV-MIN-AGE TO HV-ELIG-MIN-AGE.
           MOVE WS-ELGV-MAX-AGE TO HV-ELIG-MAX-AGE.
           MOVE WS-ELGV-RESIDENCY TO HV-ELIG-RESIDENCY.
           MOVE WS-ELGV-MIN-INCOME TO HV-ELIG-MIN-INCOME.
           MOVE WS-ELGV-MAX-HELD TO HV-ELIG-MAX-HELD.
           MOVE WS-ELGV-EXCL-RISK (1) TO HV-ELIG-EXCL-RISK1.
           MOVE WS-ELGV-EXCL-RISK (2) TO HV-ELIG-EXCL-RISK2.
           MOVE WS-ELGV-EXCL-RISK (3) TO HV-ELIG-EXCL-RISK3.

           EXEC SQL
              INSERT INTO PRODUCT_ELIGIBILITY
                     ( PRODUCT_ELIGIBILITY_TYPE,
                       PRODUCT_ELIGIBILITY_MIN_AGE,
                       PRODUCT_ELIGIBILITY_MAX_AGE,
                       PRODUCT_ELIGIBILITY_RESIDENCY,
                       PRODUCT_ELIGIBILITY_MIN_INCOME,
                       PRODUCT_ELIGIBILITY_MAX_HELD,
                       PRODUCT_ELIGIBILITY_EXCL_RISK1,
                       PRODUCT_ELIGIBILITY_EXCL_RISK2,
                       PRODUCT_ELIGIBILITY_EXCL_RISK3 )
              VALUES ( :HV-ELIG-TYPE,
                       :HV-ELIG-MIN-AGE,
                       :HV-ELIG-MAX-AGE,
                       :HV-ELIG-RESIDENCY,
                       :HV-ELIG-MIN-INCOME,
                       :HV-ELIG-MAX-HELD,
                       :HV-ELIG-EXCL-RISK1,
                       :HV-ELIG-EXCL-RISK2,
                       :HV-ELIG-EXCL-RISK3 )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       AEL999.
           EXIT.


       LIST-ELIGIBILITY-ROWS SECTION.
       LEL010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN ELIG-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LEL999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH ELIG-LIST-CURSOR
                   INTO :HV-ELIG-TYPE, :HV-ELIG-MIN-AGE,
                        :HV-ELIG-MAX-AGE, :HV-ELIG-RESIDENCY,
                        :HV-ELIG-MIN-INCOME, :HV-ELIG-MAX-HELD,
                        :HV-ELIG-EXCL-RISK1, :HV-ELIG-EXCL-RISK2,
                        :HV-ELIG-EXCL-RISK3
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-ELIGIBILITY-VALUE
                 MOVE HV-ELIG-TYPE TO WS-ELGV-TYPE
                 MOVE HV-ELIG-MIN-AGE TO WS-ELGV-MIN-AGE
                 MOVE HV-ELIG-MAX-AGE TO WS-ELGV-MAX-AGE
                 MOVE HV-ELIG-RESIDENCY TO WS-ELGV-RESIDENCY
                 MOVE HV-ELIG-MIN-INCOME TO WS-ELGV-MIN-INCOME
                 MOVE HV-ELIG-MAX-HELD TO WS-ELGV-MAX-HELD
                 MOVE HV-ELIG-EXCL-RISK1 TO WS-ELGV-EXCL-RISK (1)
                 MOVE HV-ELIG-EXCL-RISK2 TO WS-ELGV-EXCL-RISK (2)
                 MOVE HV-ELIG-EXCL-RISK3 TO WS-ELGV-EXCL-RISK (3)
                 MOVE WS-ELIGIBILITY-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ELIG-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.

       LEL999.
           EXIT.


       MAINTAIN-TXN-TYPE SECTION.
       MTT010.
      *
      *    The transaction-type row travels packed in COMM-REF-VALUE
      *    - see the layout note in REFDMNT.cpy. Adds validate the
      *    packed fields, since the posting programs trust what they
      *    find on the table.
      *
           MOVE COMM-REF-VALUE TO WS-TXNTYPE-VALUE.

           EVALUATE TRUE
              WHEN REF-ACTION-ADD
                 PERFORM ADD-TXN-TYPE
              WHEN REF-ACTION-DELETE
                 MOVE WS-TXNTV-CODE TO HV-TXNT-CODE
                 EXEC SQL
                    DELETE FROM TRANSACTION_TYPE
                     WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
                 END-EXEC
                 PERFORM CHECK-DELETE-RESULT
              WHEN REF-ACTION-LIST
                 PERFORM LIST-TXN-TYPES
              WHEN OTHER
                 MOVE '2' TO COMM-REF-FAIL-CD
           END-EVALUATE.

       MTT999.
           EXIT.


       ADD-TXN-TYPE SECTION.
       ATT010.

           IF WS-TXNTV-CODE = SPACES
              OR (WS-TXNTV-NATURE NOT = 'D'
                  AND WS-TXNTV-NATURE NOT = 'C'
                  AND WS-TXNTV-NATURE NOT = 'B'
                  AND WS-TXNTV-NATURE NOT = 'N')
              OR (WS-TXNTV-VISIBLE NOT = 'Y'
                  AND WS-TXNTV-VISIBLE NOT = 'N')
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO ATT999
           END-IF.

           MOVE WS-TXNTV-CODE TO HV-TXNT-CODE.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO ATT999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '3' TO COMM-REF-FAIL-CD
              GO TO ATT999
           END-IF.

           MOVE WS-TXNTV-DESCRIPTION TO HV-TXNT-DESCRIPTION.
           MOVE WS-TXNTV-NATURE TO HV-TXNT-NATURE.
           MOVE WS-TXNTV-VISIBLE TO HV-TXNT-VISIBLE.

           EXEC SQL
              INSERT INTO TRANSACTION_TYPE
                     ( TRANSACTION_TYPE_CODE,
                       TRANSACTION_TYPE_DESCRIPTION,
                       TRANSACTION_TYPE_NATURE,
                       TRANSACTION_TYPE_VISIBLE )
              VALUES ( :HV-TXNT-CODE,
                       :HV-TXNT-DESCRIPTION,
                       :HV-TXNT-NATURE,
                       :HV-TXNT-VISIBLE )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.

       ATT999.
           EXIT.


       LIST-TXN-TYPES SECTION.
       LTT010.

           MOVE COMM-REF-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN TXNT-LIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '5' TO COMM-REF-FAIL-CD
              GO TO LTT999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 20
              EXEC SQL
                 FETCH TXNT-LIST-CURSOR
                   INTO :HV-TXNT-CODE, :HV-TXNT-DESCRIPTION,
                        :HV-TXNT-NATURE, :HV-TXNT-VISIBLE
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-TXNTYPE-VALUE
                 MOVE HV-TXNT-CODE TO WS-TXNTV-CODE
                 MOVE HV-TXNT-DESCRIPTION TO WS-TXNTV-DESCRIPTION
                 MOVE HV-TXNT-NATURE TO WS-TXNTV-NATURE
                 MOVE HV-TXNT-VISIBLE TO WS-TXNTV-VISIBLE
                 MOVE WS-TXNTYPE-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TXNT-LIST-CURSOR
           END-EXEC.

           PERFORM FINISH-LIST-PAGE.
       ADD-ACCOUNT-PRODUCT SECTION.
       AAP010.

           IF WS-PRODV-CLASS = SPACE
              MOVE 'D' TO WS-PRODV-CLASS
           END-IF.

           IF WS-PRODV-TYPE = SPACES
              OR WS-PRODV-INT-RATE NOT NUMERIC
              OR WS-PRODV-OD-CEILING NOT NUMERIC
                  AND WS-PRODV-OD-ALLOWED NOT = 'N')
              OR (WS-PRODV-STMT-FREQ NOT = 'M'
                  AND WS-PRODV-STMT-FREQ NOT = 'Q')
              OR (WS-PRODV-CLASS NOT = 'D'
                  AND WS-PRODV-CLASS NOT = 'L')
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AAP999
           END-IF.
              GO TO AAP999
           END-IF.

      *
      *    The product's currency travels outside the packed value.
      *    Blank is sterling; any other currency must already be
      *    quoted on EXCHANGE_RATE, or nothing could convert it.
      *
           MOVE COMM-REF-CURRENCY TO HV-PROD-CURRENCY.
           IF HV-PROD-CURRENCY = SPACES OR LOW-VALUES
              MOVE 'GBP' TO HV-PROD-CURRENCY
           END-IF.

           IF HV-PROD-CURRENCY NOT = 'GBP'
              MOVE 0 TO HV-CHECK-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-CHECK-COUNT
                   FROM EXCHANGE_RATE
                  WHERE EXCHANGE_RATE_CURRENCY = :HV-PROD-CURRENCY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '5' TO COMM-REF-FAIL-CD
                 GO TO AAP999
              END-IF
              IF HV-CHECK-COUNT = 0
                 MOVE 'F' TO COMM-REF-FAIL-CD
                 GO TO AAP999
              END-IF
           END-IF.

      *
      *    So does the notice period. Notice is for an open deposit
      *    product - a fixed term already locks the money in, and a
      *    loan has nothing to give notice on.
      *
           IF COMM-REF-NOTICE-DAYS NOT NUMERIC
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AAP999
           END-IF.

           MOVE COMM-REF-NOTICE-DAYS TO HV-PROD-NOTICE-DAYS.

           IF HV-PROD-NOTICE-DAYS NOT = 0
              AND (WS-PRODV-TERM-MONTHS NOT = 0
                   OR WS-PRODV-CLASS = 'L')
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AAP999
           END-IF.

      *
      *    And the tax-free wrapper flag. A wrapper holds the
      *    customer's savings, so a loan can never be one.
      *
           MOVE COMM-REF-TAX-FREE TO HV-PROD-TAX-FREE.
           IF HV-PROD-TAX-FREE = SPACES OR LOW-VALUES
              MOVE 'N' TO HV-PROD-TAX-FREE
           END-IF.

           IF HV-PROD-TAX-FREE NOT = 'Y' AND HV-PROD-TAX-FREE NOT = 'N'
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AAP999
           END-IF.

           IF HV-PROD-TAX-FREE = 'Y' AND WS-PRODV-CLASS = 'L'
              MOVE '2' TO COMM-REF-FAIL-CD
              GO TO AAP999
           END-IF.

           MOVE WS-PRODV-DESCRIPTION TO HV-PROD-DESCRIPTION.
           MOVE WS-PRODV-INT-RATE TO HV-PROD-INT-RATE.
           MOVE WS-PRODV-OD-ALLOWED TO HV-PROD-OD-ALLOWED.
           MOVE WS-PRODV-OD-CEILING TO HV-PROD-OD-CEILING.
           MOVE WS-PRODV-STMT-FREQ TO HV-PROD-STMT-FREQ.
           MOVE WS-PRODV-TERM-MONTHS TO HV-PROD-TERM-MONTHS.
           MOVE WS-PRODV-CLASS TO HV-PROD-CLASS.

           EXEC SQL
              INSERT INTO ACCOUNT_PRODUCT
                       ACCOUNT_PRODUCT_OD_ALLOWED,
                       ACCOUNT_PRODUCT_OD_CEILING,
                       ACCOUNT_PRODUCT_STMT_FREQ,
                       ACCOUNT_PRODUCT_TERM_MONTHS,
                       ACCOUNT_PRODUCT_CLASS,
                       ACCOUNT_PRODUCT_CURRENCY,
                       ACCOUNT_PRODUCT_NOTICE_DAYS,
                       ACCOUNT_PRODUCT_TAX_FREE )
              VALUES ( :HV-PROD-TYPE,
                       :HV-PROD-DESCRIPTION,
                       :HV-PROD-INT-RATE,
                       :HV-PROD-OD-ALLOWED,
                       :HV-PROD-OD-CEILING,
                       :HV-PROD-STMT-FREQ,
                       :HV-PROD-TERM-MONTHS,
                       :HV-PROD-CLASS,
                       :HV-PROD-CURRENCY,
                       :HV-PROD-NOTICE-DAYS,
                       :HV-PROD-TAX-FREE )
           END-EXEC.

           PERFORM CHECK-WRITE-RESULT.
                   INTO :HV-PROD-TYPE, :HV-PROD-DESCRIPTION,
                        :HV-PROD-INT-RATE, :HV-PROD-OD-ALLOWED,
                        :HV-PROD-OD-CEILING, :HV-PROD-STMT-FREQ,
                        :HV-PROD-TERM-MONTHS, :HV-PROD-CLASS,
                        :HV-PROD-CURRENCY, :HV-PROD-NOTICE-DAYS,
                        :HV-PROD-TAX-FREE
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-PRODUCT-VALUE
                 MOVE HV-PROD-OD-CEILING TO WS-PRODV-OD-CEILING
                 MOVE HV-PROD-STMT-FREQ TO WS-PRODV-STMT-FREQ
                 MOVE HV-PROD-TERM-MONTHS TO WS-PRODV-TERM-MONTHS
                 MOVE HV-PROD-CLASS TO WS-PRODV-CLASS
                 MOVE WS-PRODUCT-VALUE TO HV-REF-VALUE
                 PERFORM STORE-LIST-ENTRY
                 IF WS-LIST-INDEX > 0 AND WS-LIST-INDEX <= 20
                    MOVE HV-PROD-CURRENCY
                       TO COMM-REF-LIST-CURRENCY (WS-LIST-INDEX)
                    MOVE HV-PROD-NOTICE-DAYS
                       TO COMM-REF-LIST-NOTICE-DAYS (WS-LIST-INDEX)
                    MOVE HV-PROD-TAX-FREE
                       TO COMM-REF-LIST-TAX-FREE (WS-LIST-INDEX)
                 END-IF
              END-IF
           END-PERFORM.


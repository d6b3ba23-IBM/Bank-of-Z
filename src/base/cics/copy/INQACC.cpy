      *  Read-only except for its CUSTOMER_ACCESS_LOG trail row,      *
      *  written against the owning customer.                         *
      *                                                                *
      *  For a tiered savings product the product's balance bands     *
      *  from PRODUCT_RATE_TIER follow, lowest floor first, with      *
      *  INQACC-TIER-APPLIES 'Y' on each band the actual balance      *
      *  reaches today, and the bonus accrued so far this statement   *
      *  period (paid at capitalisation only if the band's bonus      *
      *  condition holds). INQACC-TIER-COUNT is zero for a product    *
      *  that is not tiered.                                          *
      *                                                                *
      *  INQACC-IBAN is the account's IBAN (compacted) and INQACC-BIC *
      *  our BIC - what the customer quotes to be paid from abroad.   *
      *                                                                *
      ******************************************************************
          03 INQACC-EYE                   PIC X(4).
          03 INQACC-SCODE                 PIC X(6).
          03 INQACC-FAIL-CD               PIC X.
             88 INQACC-NOT-FOUND          VALUE '1'.
             88 INQACC-DB2-ERROR          VALUE '2'.
          03 INQACC-BONUS-ACCRUED         PIC S9(10)V99.
          03 INQACC-TIER-COUNT            PIC 9.
          03 INQACC-TIERS.
             05 INQACC-TIER OCCURS 5 TIMES.
                07 INQACC-TIER-FLOOR       PIC 9(10)V99.
                07 INQACC-TIER-RATE        PIC 9(4)V99.
                07 INQACC-TIER-BONUS-RATE  PIC 9(4)V99.
                07 INQACC-TIER-BONUS-COND  PIC X.
                07 INQACC-TIER-APPLIES     PIC X.
          03 INQACC-IBAN                  PIC X(34).
          03 INQACC-BIC                   PIC X(11).

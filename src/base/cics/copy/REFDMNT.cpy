      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *  Commarea for REFDMNT - online maintenance of the reference    *
      *  tables that were created so behaviour could change without    *
      *  a program change, but which until now still needed a DBA to   *
      *  actually change: VALID_TITLE ('T'), EMAIL_DOMAIN_BLOCKLIST    *
      *  ('B'), OPERATOR_ROLE ('R') and the ACCOUNT_PRODUCT catalog    *
      *  ('A').                                                        *
      *                                                                *
      *  For ACCOUNT_PRODUCT the row is packed into COMM-REF-VALUE:    *
      *  type(8) description(30) rate 9(4)V99 (6) overdraft-allowed    *
      *  Y/N (1) overdraft-ceiling 9(8) statement-frequency M/Q (1)    *
      *  term-months 9(3) (zero for an open account product) class     *
      *  D/L (1) - 'L' for a lending product, blank taken as 'D'.      *
      *  Delete and list key on the type in the first eight bytes.     *
      *  The product's ISO currency has no room in the packed value    *
      *  and travels in COMM-REF-CURRENCY on an add (blank is 'GBP');  *
      *  a list returns each entry's currency in the matching          *
      *  COMM-REF-LIST-CURRENCY. A currency other than sterling that   *
      *  is not quoted on EXCHANGE_RATE is refused with 'F'.           *
      *  The notice period in days travels the same way, in            *
      *  COMM-REF-NOTICE-DAYS and COMM-REF-LIST-NOTICE-DAYS - zero     *
      *  for a product that needs no notice. A notice period on a      *
      *  fixed-term or lending product is refused with '2'.            *
      *  The tax-free wrapper flag travels in COMM-REF-TAX-FREE and    *
      *  COMM-REF-LIST-TAX-FREE - 'Y' for a wrapper, 'N' or blank for  *
      *  not. A wrapper must be an open deposit product; a lending     *
      *  product marked as one is refused with '2'.                    *
      *                                                                *
      *  For TRANSACTION_TYPE ('X') the row is packed the same way:    *
      *  code(3) description(30) nature D/C/B/N (1) customer-visible   *
      *  Y/N (1). Delete and list key on the three-byte code.          *
      *                                                                *
      *  For TARIFF ('G') the row is packed as: product-type(8)        *
      *  charge-code(8) amount 9(8)V99 (10). Delete and list key on    *
      *  the product and charge code in the first sixteen bytes.       *
      *                                                                *
      *  For PRODUCT_RATE_TIER ('I') the row is packed as:             *
      *  product-type(8) floor 9(10)V99 (12) rate 9(4)V99 (6)          *
      *  bonus-rate 9(4)V99 (6) bonus-condition (1) - blank for no     *
      *  bonus, 'N' for no withdrawals in the statement period.        *
      *  Delete keys on the product and floor in the first twenty      *
      *  bytes. A product takes at most five bands; a sixth is         *
      *  refused with COMM-REF-FAIL-CD 'M', and a band for a product   *
      *  not on ACCOUNT_PRODUCT with '4'.                              *
      *                                                                *
      *  For PRODUCT_RATE_CHANGE ('C') the row is packed as:           *
      *  product-type(8) effective-date 9(8) notice-date 9(8), both    *
      *  CCYYMMDD, new-rate 9(4)V99 (6); a list also returns           *
      *  status (1) old-rate 9(4)V99 (6) letters 9(7) and repriced     *
      *  9(7). The notice date may not be in the past and must be      *
      *  at least fourteen days before the effective date. Lending,    *
      *  fixed-term and unknown products are refused with '2' or       *
      *  '4', a tiered product with 'T', and a second pending change   *
      *  for a product with '3'. Delete, keyed on the product and      *
      *  effective date in the first sixteen bytes, cancels the        *
      *  change - refused with 'L' once notice letters have gone.      *
      *                                                                *
      *  For ECL_PARAMETER ('E') the row is packed as: stage 9 (1)     *
      *  product-class D/L (1) PD 9V9(6) (7) LGD 9V9(4) (5) CCF        *
      *  9V9(4) (5). The stage is 1 to 3 and each factor a fraction    *
      *  no greater than one. Delete keys on the stage and class in    *
      *  the first two bytes.                                          *
      *                                                                *
      *  For PRODUCT_ELIGIBILITY ('L') the row is packed as:           *
      *  product-type(8) minimum-age 9(3) maximum-age 9(3) (zero for   *
      *  no limit) residency A/U (1) minimum-income-band (10)          *
      *  maximum-held 9(2) (zero for no limit) and three excluded      *
      *  risk ratings (10 each). Bands and ratings are LOW, MEDIUM or  *
      *  HIGH, or blank; a product not on ACCOUNT_PRODUCT is refused   *
      *  with '4'. Delete and list key on the type in the first eight  *
      *  bytes.                                                        *
      *                                                                *
      *  For BANK_HOLIDAY ('H') the row is packed as: date in ISO      *
      *  YYYY-MM-DD (10) description(30). Delete and list key on the   *
      *  date in the first ten bytes.                                  *
      *                                                                *
      *  For THIRD_PARTY_PROVIDER ('P') the row is packed as:          *
      *  provider-id(8) name(30). The id is the system identifier the  *
      *  provider sends MQENQSRV. Delete and list key on the id in     *
      *  the first eight bytes; a provider that holds any              *
      *  THIRD_PARTY_CONSENT rows is refused with 'U', since removing  *
      *  it would let its enquiries through as one of our own          *
      *  systems.                                                      *
      *                                                                *
      *  Actions are add, delete and list. For OPERATOR_ROLE an add    *
      *  or delete is only CAPTURED - it sits in                       *
      *  OPERATOR_ROLE_PENDING (success with COMM-REF-FAIL-CD 'P')     *
      *  until a DIFFERENT operator approves it with action 'P',       *
      *  since that table governs UPDCUST's segregation-of-duties      *
      *  checks and must not be self-service for the operator it       *
      *  empowers.                                                     *
      *                                                                *
      ******************************************************************
          03 COMM-REF-TABLE                  PIC X.
             88 REF-TABLE-TXNTYPE            VALUE 'X'.
             88 REF-TABLE-TARIFF             VALUE 'G'.
             88 REF-TABLE-HOLIDAY            VALUE 'H'.
             88 REF-TABLE-RATE-TIER          VALUE 'I'.
             88 REF-TABLE-RATE-CHANGE        VALUE 'C'.
             88 REF-TABLE-ECL-PARAMETER      VALUE 'E'.
             88 REF-TABLE-ELIGIBILITY        VALUE 'L'.
             88 REF-TABLE-PROVIDER           VALUE 'P'.
          03 COMM-REF-ACTION                 PIC X.
             88 REF-ACTION-ADD               VALUE 'A'.
             88 REF-ACTION-DELETE            VALUE 'D'.
             88 REF-NOT-FOUND                VALUE '4'.
             88 REF-DB2-ERROR                VALUE '5'.
             88 REF-SELF-APPROVAL            VALUE 'S'.
             88 REF-TOO-MANY-TIERS           VALUE 'M'.
             88 REF-PRODUCT-IS-TIERED        VALUE 'T'.
             88 REF-NOTICE-ALREADY-SENT      VALUE 'L'.
             88 REF-AWAITING-APPROVAL        VALUE 'P'.
             88 REF-NO-EXCHANGE-RATE         VALUE 'F'.
             88 REF-PROVIDER-IN-USE          VALUE 'U'.
          03 COMM-REF-CURRENCY               PIC X(3).
          03 COMM-REF-LIST-CURRENCY OCCURS 20 TIMES
                                             PIC X(3).
          03 COMM-REF-NOTICE-DAYS            PIC 9(3).
          03 COMM-REF-LIST-NOTICE-DAYS OCCURS 20 TIMES
                                             PIC 9(3).
          03 COMM-REF-TAX-FREE               PIC X.
          03 COMM-REF-LIST-TAX-FREE OCCURS 20 TIMES
                                             PIC X.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Product eligibility commarea - the one copy of who may open   *
      *  which product, in the LENDELIG style: LINKable from CICS and  *
      *  CALLable from batch. Supply the customer key and the          *
      *  ACCOUNT_PRODUCT type; COMM-PE-ELIGIBLE comes back 'Y' or 'N'  *
      *  with a reason code for every PRODUCT_ELIGIBILITY rule the     *
      *  customer fails:                                               *
      *                                                                *
      *    AGEL under the minimum age     AGEH over the maximum age    *
      *    DOBU no date of birth held     RESD not a UK resident       *
      *    INCM income band too low       HELD already holds the most  *
      *    RISK risk rating excluded           allowed                 *
      *                                                                *
      ******************************************************************
          03 COMM-PE-SCODE                   PIC X(6).
          03 COMM-PE-CUSTNO                  PIC X(10).
          03 COMM-PE-ACC-TYPE                PIC X(8).
          03 COMM-PE-ELIGIBLE                PIC X.
             88 PE-CUSTOMER-ELIGIBLE         VALUE 'Y'.
             88 PE-CUSTOMER-NOT-ELIGIBLE     VALUE 'N'.
          03 COMM-PE-REASON-COUNT            PIC 9.
          03 COMM-PE-REASON OCCURS 6 TIMES   PIC X(4).
          03 COMM-PE-FAIL-CD                 PIC X.
             88 PE-CUST-NOT-FOUND            VALUE '1'.
             88 PE-DB2-ERROR                 VALUE '8'.

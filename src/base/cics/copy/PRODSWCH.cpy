      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for PRODSWCH - moves one ACCOUNT to another          *
      *  ACCOUNT_PRODUCT in place, keeping its sort code and account   *
      *  number so standing orders, direct debit mandates and saved    *
      *  payees that point at it carry on working.                     *
      *                                                                *
      *  Supply the account and COMM-PS-NEW-TYPE. The customer must    *
      *  pass the new product's PRODUCT_ELIGIBILITY rules - a failure  *
      *  comes back as fail code 'E' with PRODELIG's reason codes in   *
      *  COMM-PS-ELIG-REASON - and the account's overdraft limit must  *
      *  sit within the new product's terms ('O' otherwise; reduce it  *
      *  through ODLMAINT first). Only an open deposit product can be  *
      *  switched to another in the same currency, and a tax-free      *
      *  wrapper only to another wrapper ('4').                        *
      *                                                                *
      *  Interest accrued under the old product is capitalised first,  *
      *  net of withholding tax, and comes back gross in               *
      *  COMM-PS-INT-CAPITALISED; the new product's rate applies from  *
      *  the switch date. A goodwill fee waiver is ended where the     *
      *  new product's monthly fee is higher than the old one's        *
      *  (COMM-PS-WAIVER-ENDED 'Y'), and the next statement date is    *
      *  set from the new product's frequency.                         *
      *                                                                *
      *  Nothing is switched while postings are frozen for the         *
      *  overnight batch ('Q').                                        *
      *                                                                *
      ******************************************************************
          03 COMM-PS-SCODE                   PIC X(6).
          03 COMM-PS-ACCNO                   PIC 9(8).
          03 COMM-PS-NEW-TYPE                PIC X(8).
          03 COMM-PS-OLD-TYPE                PIC X(8).
          03 COMM-PS-NEW-RATE                PIC 9(4)V99.
          03 COMM-PS-INT-CAPITALISED         PIC S9(10)V99.
          03 COMM-PS-TAX-WITHHELD            PIC S9(10)V99.
          03 COMM-PS-WAIVER-ENDED            PIC X.
          03 COMM-PS-NEXT-STMT-DT            PIC 9(8).
          03 COMM-PS-PROCTRAN-REF            PIC X(12).
          03 COMM-PS-ELIG-REASON-COUNT       PIC 9.
          03 COMM-PS-ELIG-REASON OCCURS 6 TIMES
                                             PIC X(4).
          03 COMM-PS-SUCCESS                 PIC X.
             88 PS-SUCCESS                   VALUE 'Y'.
          03 COMM-PS-FAIL-CD                 PIC X.
             88 PS-ACC-NOT-FOUND             VALUE '1'.
             88 PS-PRODUCT-NOT-FOUND         VALUE '2'.
             88 PS-SAME-PRODUCT              VALUE '3'.
             88 PS-SWITCH-NOT-ALLOWED        VALUE '4'.
             88 PS-NOT-ELIGIBLE              VALUE 'E'.
             88 PS-OVERDRAFT-OUTSIDE-TERMS   VALUE 'O'.
             88 PS-ACCT-CONTROLLED           VALUE 'F'.
             88 PS-BALANCE-CHANGED           VALUE 'L'.
             88 PS-SERVICE-FROZEN            VALUE 'Q'.

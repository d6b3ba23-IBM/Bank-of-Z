      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *  Commarea for CREACC - opens a new ACCOUNT for an existing     *
      *  customer, in the same style that CRECUST onboards the         *
      *  customer themselves. The ACCOUNT-NUMBER is issued from the    *
      *  HBNKACCT named counter and returned in COMM-ACCNO.            *
      *                                                                *
      *  For a fixed-term product (non-zero term on the catalog)       *
      *  COMM-MATURITY-DISP carries the customer's standing            *
      *  instruction - 'P' pay to the nominated COMM-MATURITY-ACCNO    *
      *  at maturity, 'R' roll into a new term - and the computed      *
      *  maturity date comes back in COMM-MATURITY-DT.                 *
      *                                                                *
      *  A customer who fails the product's PRODUCT_ELIGIBILITY rules  *
      *  is refused with fail code 'E' and PRODELIG's reason code for  *
      *  every rule failed in COMM-ELIG-REASON (see PRODELIG.cpy).     *
      *                                                                *
      *  No account is opened ('Q') while SERVICE_CONTROL has the      *
      *  'ACCOUNTS' service read-only or closed (see SVCCHK).          *
      *                                                                *
      ******************************************************************
          03 COMM-EYE                    PIC X(4).
             88 CREACC-BAD-ACC-TYPE      VALUE 'T'.
             88 CREACC-BAD-OVERDRAFT     VALUE 'V'.
             88 CREACC-BAD-MATURITY      VALUE 'M'.
             88 CREACC-NOT-ELIGIBLE      VALUE 'E'.
             88 CREACC-SERVICE-FROZEN    VALUE 'Q'.
          03 COMM-ELIG-REASON-COUNT      PIC 9.
          03 COMM-ELIG-REASON OCCURS 6 TIMES
                                         PIC X(4).

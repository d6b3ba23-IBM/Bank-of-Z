      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for WRAPCHK - the one copy of the tax-free savings   *
      *  wrapper allowance rules, in the CUSTALRT plain-subprogram     *
      *  style so DBCRFUN, XFRFUN, ICRPROC and WRAPXFR just CALL it.   *
      *                                                                *
      *  COMM-WR-FUNCTION 'C' checks whether a credit of               *
      *  COMM-WR-AMOUNT to COMM-WR-ACCNO may be paid in: a credit to   *
      *  an account that is not a wrapper, or one moved from another   *
      *  of the same customer's wrappers (COMM-WR-FROM-ACCNO), is      *
      *  always allowed; anything else must keep the customer's        *
      *  subscriptions for the tax year inside the annual allowance,   *
      *  or it is refused with COMM-WR-FAIL-CD 'A'. 'R' records the    *
      *  credit as a subscription once it has posted. 'I' and 'O'      *
      *  record a transfer in or out of earlier years' savings, which  *
      *  does not count against the allowance. 'V' takes back a        *
      *  subscription when the credit that made it is reversed or      *
      *  returned unpaid - COMM-WR-DATE is then the original credit's  *
      *  posting date, so the tax year it counted in is the one        *
      *  reduced. Nothing is committed here - the rows ride the        *
      *  caller's unit of work.                                        *
      *                                                                *
      *  COMM-WR-DATE is the posting date YYYYMMDD (zero for today)    *
      *  and decides the tax year, which starts on 6 April. The        *
      *  customer, tax year, subscriptions so far and the allowance    *
      *  left come back for the caller's messages. A lookup failure    *
      *  refuses the credit ('8') - an unchecked subscription could    *
      *  cost the customer the wrapper's tax relief.                   *
      *                                                                *
      ******************************************************************
          03 COMM-WR-FUNCTION                PIC X.
             88 WR-FUNCTION-CHECK            VALUE 'C'.
             88 WR-FUNCTION-RECORD           VALUE 'R'.
             88 WR-FUNCTION-TRANSFER-IN      VALUE 'I'.
             88 WR-FUNCTION-TRANSFER-OUT     VALUE 'O'.
             88 WR-FUNCTION-REVERSE          VALUE 'V'.
          03 COMM-WR-SCODE                   PIC X(6).
          03 COMM-WR-ACCNO                   PIC X(8).
          03 COMM-WR-FROM-ACCNO              PIC X(8).
          03 COMM-WR-AMOUNT                  PIC S9(10)V99.
          03 COMM-WR-DATE                    PIC 9(8).
          03 COMM-WR-WRAPPED                 PIC X.
             88 WR-ACCOUNT-IS-WRAPPER        VALUE 'Y'.
          03 COMM-WR-SUBSCRIPTION            PIC X.
             88 WR-IS-SUBSCRIPTION           VALUE 'Y'.
          03 COMM-WR-CUSTNO                  PIC X(10).
          03 COMM-WR-TAX-YEAR                PIC 9(4).
          03 COMM-WR-SUBSCRIBED              PIC S9(10)V99.
          03 COMM-WR-ALLOWANCE               PIC S9(10)V99.
          03 COMM-WR-REMAINING               PIC S9(10)V99.
          03 COMM-WR-SUCCESS                 PIC X.
             88 WR-CREDIT-PERMITTED          VALUE 'Y'.
          03 COMM-WR-FAIL-CD                 PIC X.
             88 WR-ACC-NOT-FOUND             VALUE '1'.
             88 WR-ALLOWANCE-EXCEEDED        VALUE 'A'.
             88 WR-BAD-FUNCTION              VALUE 'F'.
             88 WR-DB2-ERROR                 VALUE '8'.

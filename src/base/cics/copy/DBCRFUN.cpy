      *  the operator holds an authorised role - an early break      *
      *  forfeits the accrued interest bucket.                        *
      *                                                                *
      *  A credit with no COMM-TXN-TYPE (or an 'ICR' inbound credit) *
      *  to a tax-free savings wrapper is the customer's subscription *
      *  and is refused ('T') if it would take them over the annual   *
      *  allowance (see WRAPCHK).                                     *
      *                                                                *
      *  COMM-VALUE-DATE (ISO) back-values the posting to a date      *
      *  within the BNKDATE window, refused ('E') outside it. Spaces  *
      *  value it today. If the account has already accrued past      *
      *  the value date, ACCRINT re-runs the accrual from it.         *
      *                                                                *
      *  Nothing is posted ('Q') while SERVICE_CONTROL has the        *
      *  'POSTING ' service read-only or closed for the overnight     *
      *  batch (see SVCCHK).                                          *
      *                                                                *
      ******************************************************************
          03 COMM-EYE                    PIC X(4).
          03 COMM-SCODE                  PIC X(6).
             88 DBCR-BAD-TXN-TYPE        VALUE 'X'.
             88 DBCR-BEFORE-MATURITY     VALUE 'M'.
             88 DBCR-DAILY-LIMIT         VALUE 'D'.
             88 DBCR-SIGNING-REFUSED     VALUE 'W'.
             88 DBCR-NOTICE-REQUIRED     VALUE 'N'.
             88 DBCR-ALLOWANCE-EXCEEDED  VALUE 'T'.
             88 DBCR-BAD-VALUE-DATE      VALUE 'E'.
             88 DBCR-SERVICE-FROZEN      VALUE 'Q'.
          03 COMM-CLEAR-DAYS             PIC 9(2).
          03 COMM-EARLY-BREAK            PIC X.
      *
      *
          03 COMM-TXN-TYPE               PIC X(3).
          03 COMM-PROCTRAN-REF           PIC X(12).
      *
      *    A customer's own debit from an organisation's account -
      *    the customer numbers of the signatories instructing it.
      *    MANDCHK applies the organisation's signing rules and
      *    refuses with fail code 'W'. Not asked of a private
      *    customer's account, nor of a posting with a dedicated
      *    COMM-TXN-TYPE, which the bank makes itself.
      *
          03 COMM-SIGNATORY-1            PIC X(10).
          03 COMM-SIGNATORY-2            PIC X(10).
      *
      *    A customer's own debit from a notice account must be
      *    covered by a matured notice on WITHDRAWAL_NOTICE, which
      *    it draws down. Without one it is refused ('N') unless the
      *    customer accepts the product's loss-of-interest penalty
      *    (COMM-NOTICE-PENALTY 'Y') - the interest the amount would
      *    have earned over the notice period, never less than the
      *    product's 'NOTICEPN' TARIFF row, posted as its own 'CHG'
      *    line and returned in COMM-NOTICE-PENALTY-AMT. A product
      *    with no 'NOTICEPN' row offers no penalty route.
      *
          03 COMM-NOTICE-PENALTY         PIC X.
          03 COMM-NOTICE-PENALTY-AMT     PIC S9(10)V99.
      *
      *    A correction keyed after the day it should have posted
      *    carries the date it should have had, in ISO. PROCTRAN
      *    records it as the posting's value date; spaces or
      *    low-values value the posting on the day it is made.
      *
          03 COMM-VALUE-DATE             PIC X(10).

      *  to 'Y' for the verdict alone, without posting, so the       *
      *  channel can warn before the money goes.                     *
      *                                                                *
      *  Payments to another bank: a COMM-XFR-TO-SCODE that is not    *
      *  on the BRANCH directory debits the payer through the same    *
      *  controls and queues the payment on OUTBOUND_PAYMENT for the  *
      *  nightly clearing submission (OBPSUBM) instead of crediting   *
      *  an ACCOUNT row. COMM-XFR-PAYEE-REF is the reference the      *
      *  beneficiary sees; COMM-XFR-OUTBOUND comes back 'Y' with the  *
      *  queue id in COMM-XFR-OUTBOUND-ID, and the to-account         *
      *  balances come back as zero.                                  *
      *                                                                *
      *  COMM-XFR-AMT is in the from-account's currency. Between     *
      *  accounts held in different currencies the credit is         *
      *  converted at the day's EXCHANGE_RATE and comes back in      *
      *  COMM-XFR-CREDIT-AMT with the rate applied (to-currency      *
      *  units per from-currency unit) in COMM-XFR-FX-RATE; a        *
      *  currency with no rate is refused with fail code 'R'. A      *
      *  payment to another bank clears in sterling.                 *
      *                                                                *
      *  A transfer into a tax-free savings wrapper that is not from  *
      *  another of the same customer's wrappers is a subscription,   *
      *  refused with fail code 'T' if it would take the customer     *
      *  over the annual allowance (see WRAPCHK).                     *
      *                                                                *
      *  COMM-XFR-VALUE-DATE (ISO) back-values both sides of the      *
      *  transfer to a date within the BNKDATE window, refused with   *
      *  fail code 'E' outside it. Spaces value it today. Either      *
      *  account already accrued past the value date has its accrual  *
      *  re-run from it by ACCRINT.                                   *
      *                                                                *
      *  Nothing is moved ('Q') while SERVICE_CONTROL has the         *
      *  'POSTING ' service read-only or closed for the overnight     *
      *  batch (see SVCCHK). A verify-only call is still answered.    *
      *                                                                *
      ******************************************************************
          03 COMM-XFR-EYE                PIC X(4).
          03 COMM-XFR-FROM-SCODE         PIC X(6).
             88 XFR-VELOCITY-HELD        VALUE 'V'.
             88 XFR-COOLING-HELD         VALUE 'H'.
             88 XFR-MANDATE-REFUSED      VALUE 'A'.
             88 XFR-NO-EXCHANGE-RATE     VALUE 'R'.
             88 XFR-BAD-DESTINATION      VALUE 'B'.
             88 XFR-SIGNING-REFUSED      VALUE 'W'.
             88 XFR-NOTICE-REQUIRED      VALUE 'N'.
             88 XFR-ALLOWANCE-EXCEEDED   VALUE 'T'.
             88 XFR-BAD-VALUE-DATE       VALUE 'E'.
             88 XFR-SERVICE-FROZEN       VALUE 'Q'.
          03 COMM-XFR-PAYEE-REF          PIC X(18).
          03 COMM-XFR-OUTBOUND           PIC X.
             88 XFR-SENT-OUTBOUND        VALUE 'Y'.
          03 COMM-XFR-OUTBOUND-ID        PIC 9(9).
          03 COMM-XFR-CREDIT-AMT         PIC S9(10)V99.
          03 COMM-XFR-FX-RATE            PIC 9(5)V9(6).
      *
      *    An organisation's own payments - the customer numbers of
      *    the signatories instructing it. MANDCHK applies the
      *    organisation's signing rules (each within their own
      *    limit, two different signatories above its dual-signing
      *    limit) and refuses with fail code 'W'. Ignored for a
      *    private customer's account.
      *
          03 COMM-XFR-SIGNATORY-1        PIC X(10).
          03 COMM-XFR-SIGNATORY-2        PIC X(10).
      *
      *    A transfer out of a notice account must be covered by a
      *    matured notice on WITHDRAWAL_NOTICE, which it draws down.
      *    Without one it is refused ('N') unless the customer
      *    accepts the product's loss-of-interest penalty
      *    (COMM-XFR-NOTICE-PENALTY 'Y'), charged exactly as DBCRFUN
      *    charges it and returned in COMM-XFR-NOTICE-PENALTY-AMT.
      *
          03 COMM-XFR-NOTICE-PENALTY     PIC X.
          03 COMM-XFR-NOTICE-PENALTY-AMT PIC S9(10)V99.
      *
      *    The PROCTRAN reference of the debit side, for the caller
      *    to quote back to whoever instructed the transfer.
      *
          03 COMM-XFR-PROCTRAN-REF       PIC X(12).
      *
      *    A correction keyed after the day it should have posted
      *    carries the date it should have had, in ISO, exactly as
      *    DBCRFUN's COMM-VALUE-DATE. Spaces or low-values value the
      *    transfer on the day it is made.
      *
          03 COMM-XFR-VALUE-DATE         PIC X(10).

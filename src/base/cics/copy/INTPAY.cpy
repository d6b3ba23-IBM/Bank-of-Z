      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for INTPAY - international payment capture.         *
      *                                                                *
      *  Action 'C' captures a payment from the account keyed to the  *
      *  beneficiary's IBAN/BIC, name and address. The IBAN (and the  *
      *  BIC, if keyed) must pass IBANVAL, and the beneficiary name   *
      *  is screened through SCRNCUST before anything is debited. A   *
      *  potential match is held - COMM-IP-STATUS 'H' with the        *
      *  payment id - and queued on SCREEN_REVIEW; a clear name pays  *
      *  at once, the amount and the TARIFF charge being debited and  *
      *  the payment queued for the outbound message file            *
      *  (COMM-IP-STATUS 'Q').                                        *
      *                                                                *
      *  Action 'R' releases a held payment, by COMM-IP-PAYMENT-ID,  *
      *  once compliance has cleared its review as a false positive. *
      *                                                                *
      *  COMM-IP-AMOUNT is in the paying account's currency, which   *
      *  comes back in COMM-IP-CURRENCY with the charge and the       *
      *  account's new balances.                                      *
      *                                                                *
      *  Nothing is captured or released while postings are frozen   *
      *  ('Q'). A payment out of a notice account needs a matured     *
      *  notice on WITHDRAWAL_NOTICE when it is paid ('T').           *
      *                                                                *
      ******************************************************************
          03 COMM-IP-ACTION                  PIC X.
             88 IP-ACTION-CAPTURE            VALUE 'C'.
             88 IP-ACTION-RELEASE            VALUE 'R'.
          03 COMM-IP-FROM-SCODE              PIC X(6).
          03 COMM-IP-FROM-ACCNO              PIC 9(8).
          03 COMM-IP-AMOUNT                  PIC S9(10)V99.
          03 COMM-IP-BENE-IBAN               PIC X(34).
          03 COMM-IP-BENE-BIC                PIC X(11).
          03 COMM-IP-BENE-NAME               PIC X(35).
          03 COMM-IP-BENE-ADDR1              PIC X(35).
          03 COMM-IP-BENE-ADDR2              PIC X(35).
          03 COMM-IP-BENE-ADDR3              PIC X(35).
          03 COMM-IP-REMIT-INFO              PIC X(35).
          03 COMM-IP-PAYMENT-ID              PIC 9(9).
          03 COMM-IP-STATUS                  PIC X.
             88 IP-PAYMENT-HELD              VALUE 'H'.
             88 IP-PAYMENT-QUEUED            VALUE 'Q'.
          03 COMM-IP-CURRENCY                PIC X(3).
          03 COMM-IP-CHARGE                  PIC S9(10)V99.
          03 COMM-IP-AVAIL-BAL               PIC S9(10)V99.
          03 COMM-IP-ACTUAL-BAL              PIC S9(10)V99.
          03 COMM-IP-SUCCESS                 PIC X.
             88 IP-SUCCESS                   VALUE 'Y'.
          03 COMM-IP-FAIL-CD                 PIC X.
             88 IP-BAD-ACTION                VALUE 'A'.
             88 IP-ACCOUNT-NOT-FOUND         VALUE '1'.
             88 IP-BAD-AMOUNT                VALUE 'Z'.
             88 IP-NO-BENE-NAME              VALUE 'N'.
             88 IP-BAD-IBAN                  VALUE 'I'.
             88 IP-BAD-BIC                   VALUE 'B'.
             88 IP-ACCOUNT-CONTROLLED        VALUE 'F'.
             88 IP-SCREENING-FAILED          VALUE 'S'.
             88 IP-BAD-TXN-TYPE              VALUE 'X'.
             88 IP-OVERDRAFT-EXCEEDED        VALUE 'O'.
             88 IP-BALANCE-CHANGED           VALUE 'L'.
             88 IP-PAYMENT-NOT-HELD          VALUE 'P'.
             88 IP-REVIEW-NOT-CLEARED        VALUE 'V'.
             88 IP-SERVICE-FROZEN            VALUE 'Q'.
             88 IP-SIGNING-REFUSED           VALUE 'W'.
             88 IP-NOTICE-REQUIRED           VALUE 'T'.
      *
      *    An organisation's own payment - the customer numbers of
      *    the signatories instructing it. MANDCHK applies the
      *    organisation's signing rules when the payment is
      *    captured and refuses with fail code 'W'. Ignored for a
      *    private customer's account and on release.
      *
          03 COMM-IP-SIGNATORY-1             PIC X(10).
          03 COMM-IP-SIGNATORY-2             PIC X(10).

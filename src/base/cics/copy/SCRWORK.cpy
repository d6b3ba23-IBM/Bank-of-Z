      *  cannot disposition a review they themselves caused to be     *
      *  queued.                                                       *
      *                                                                *
      *  A review raised by 'INTPAY' is of a held international        *
      *  payment's beneficiary, COMM-SR-CUSTNO carrying the payment   *
      *  id: 'T' refuses the payment instead of suspending anyone.    *
      *                                                                *
      ******************************************************************
          03 COMM-SR-ACTION                  PIC X.
             88 SR-ACTION-LIST               VALUE 'L'.

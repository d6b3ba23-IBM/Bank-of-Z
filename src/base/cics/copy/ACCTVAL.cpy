      ******************************************************************
      *                                                                *
      *  Sort code and account number validation commarea              *
      *                                                                *
      *  ACCTVAL-SORTCODE must be one of our own branches (SORTCODE    *
      *  or the BRANCH directory) or fall in a range of the industry   *
      *  modulus weight table - anything else is not a bank branch.    *
      *  An account number at another bank must then pass the          *
      *  published modulus checks for its sort code. Our own account   *
      *  numbers are allotted from the account counter, not to a       *
      *  check digit, so the caller proves them against ACCOUNT.       *
      *                                                                *
      *  ACCTVAL-ACCNO blank checks the sort code alone.               *
      *  ACCTVAL-OWN-BANK-ONLY rejects a valid sort code that is not   *
      *  one of ours. ACCTVAL-OWN-BANK comes back 'Y' for one of our   *
      *  own branches.                                                 *
      *                                                                *
      ******************************************************************
          03 ACCTVAL-SORTCODE               PIC X(6).
          03 ACCTVAL-ACCNO                  PIC X(8).
          03 ACCTVAL-SCOPE                  PIC X.
             88 ACCTVAL-ANY-BANK            VALUE 'A' ' '.
             88 ACCTVAL-OWN-BANK-ONLY       VALUE 'O'.
          03 ACCTVAL-OWN-BANK               PIC X.
             88 ACCTVAL-IS-OWN-BANK         VALUE 'Y'.
          03 ACCTVAL-RESULT                 PIC X.
             88 ACCTVAL-VALID               VALUE 'Y'.
             88 ACCTVAL-INVALID             VALUE 'N'.
          03 ACCTVAL-REASON                 PIC X.
             88 ACCTVAL-BAD-FORMAT          VALUE 'F'.
             88 ACCTVAL-UNKNOWN-SORTCODE    VALUE 'S'.
             88 ACCTVAL-NOT-OWN-BANK        VALUE 'O'.
             88 ACCTVAL-MODULUS-FAILED      VALUE 'M'.
             88 ACCTVAL-CHECK-UNAVAILABLE   VALUE 'D'.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for WRAPXFR - moves a tax-free savings wrapper       *
      *  between this bank and another provider, recording it on       *
      *  WRAP_TRANSFER.                                                *
      *                                                                *
      *  Set COMM-WX-ACTION to 'I' to take a wrapper in: the           *
      *  COMM-WX-AMOUNT received from COMM-WX-OTHER-PROVIDER is        *
      *  credited to our wrapper COMM-WX-SCODE/COMM-WX-ACCNO, and      *
      *  COMM-WX-CURRENT-YEAR - the part the ceding provider says was  *
      *  subscribed in this tax year - counts against the allowance    *
      *  here. Set it to 'O' to send a wrapper out: COMM-WX-AMOUNT is  *
      *  paid from our wrapper to the other provider's                 *
      *  COMM-WX-OTHER-SCODE/COMM-WX-OTHER-ACCNO, and the customer's   *
      *  subscriptions this tax year come back in COMM-WX-CURRENT-YEAR *
      *  for the transfer history the other provider asks for.         *
      *                                                                *
      *  A posting refused by DBCRFUN or XFRFUN comes back as fail     *
      *  code '5' with their own fail code in COMM-WX-POST-FAIL-CD.    *
      *                                                                *
      ******************************************************************
          03 COMM-WX-ACTION                  PIC X.
             88 WX-ACTION-TRANSFER-IN        VALUE 'I'.
             88 WX-ACTION-TRANSFER-OUT       VALUE 'O'.
          03 COMM-WX-ID                      PIC 9(9).
          03 COMM-WX-SCODE                   PIC X(6).
          03 COMM-WX-ACCNO                   PIC 9(8).
          03 COMM-WX-OTHER-PROVIDER          PIC X(30).
          03 COMM-WX-OTHER-SCODE             PIC X(6).
          03 COMM-WX-OTHER-ACCNO             PIC X(8).
          03 COMM-WX-AMOUNT                  PIC S9(10)V99.
          03 COMM-WX-CURRENT-YEAR            PIC S9(10)V99.
          03 COMM-WX-CUSTNO                  PIC X(10).
          03 COMM-WX-TAX-YEAR                PIC 9(4).
          03 COMM-WX-PROCTRAN-REF            PIC X(12).
          03 COMM-WX-OUTBOUND-ID             PIC 9(9).
          03 COMM-WX-SUCCESS                 PIC X.
             88 WX-SUCCESS                   VALUE 'Y'.
          03 COMM-WX-FAIL-CD                 PIC X.
             88 WX-BAD-ACTION                VALUE '1'.
             88 WX-ACC-NOT-FOUND             VALUE '2'.
             88 WX-NOT-WRAPPER               VALUE '3'.
             88 WX-BAD-AMOUNT                VALUE '4'.
             88 WX-POSTING-REFUSED           VALUE '5'.
             88 WX-BAD-OTHER-PROVIDER        VALUE '6'.
             88 WX-DB2-ERROR                 VALUE '8'.
          03 COMM-WX-POST-FAIL-CD            PIC X.

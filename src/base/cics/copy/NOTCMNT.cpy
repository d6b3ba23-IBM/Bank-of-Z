      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for NOTCMNT - records and cancels notices of         *
      *  withdrawal against a notice savings account in the            *
      *  WITHDRAWAL_NOTICE register.                                   *
      *                                                                *
      *  Set COMM-WN-ACTION to 'A' to give notice of COMM-WN-AMOUNT    *
      *  (the id, maturity and expiry dates come back), 'C' to cancel  *
      *  a pending notice by id, or 'L' to list the account's pending  *
      *  notices a page at a time (COMM-WN-LIST-START skip-count,      *
      *  CUSTSRCH style). A non-zero COMM-WN-DEST-ACCNO nominates one  *
      *  of our accounts at the same sort code for NOTCEXEC to pay     *
      *  the notice into when it matures; zero leaves the customer to  *
      *  withdraw it themselves before it expires.                     *
      *                                                                *
      ******************************************************************
          03 COMM-WN-ACTION                  PIC X.
             88 WN-ACTION-ADD                VALUE 'A'.
             88 WN-ACTION-CANCEL             VALUE 'C'.
             88 WN-ACTION-LIST               VALUE 'L'.
          03 COMM-WN-ID                      PIC 9(9).
          03 COMM-WN-SCODE                   PIC X(6).
          03 COMM-WN-ACCNO                   PIC 9(8).
          03 COMM-WN-AMOUNT                  PIC S9(10)V99.
          03 COMM-WN-DEST-ACCNO              PIC 9(8).
          03 COMM-WN-MATURES                 PIC 9(8).
          03 COMM-WN-EXPIRES                 PIC 9(8).
          03 COMM-WN-LIST-START              PIC 9(4).
          03 COMM-WN-LIST-MORE               PIC X.
             88 MORE-WN-ROWS-FOLLOW          VALUE 'Y'.
             88 NO-MORE-WN-ROWS              VALUE 'N'.
          03 COMM-WN-LIST-COUNT              PIC 9(2).
          03 COMM-WN-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-WN-LIST-ID              PIC 9(9).
             05 COMM-WN-LIST-AMOUNT          PIC S9(10)V99.
             05 COMM-WN-LIST-USED            PIC S9(10)V99.
             05 COMM-WN-LIST-MATURES         PIC 9(8).
             05 COMM-WN-LIST-EXPIRES         PIC 9(8).
             05 COMM-WN-LIST-DEST-ACCNO      PIC X(8).
          03 COMM-WN-SUCCESS                 PIC X.
             88 WN-SUCCESS                   VALUE 'Y'.
          03 COMM-WN-FAIL-CD                 PIC X.
             88 WN-BAD-ACTION                VALUE '1'.
             88 WN-ACC-NOT-FOUND             VALUE '2'.
             88 WN-NOT-NOTICE-ACCOUNT        VALUE '3'.
             88 WN-BAD-AMOUNT                VALUE '4'.
             88 WN-BAD-DESTINATION           VALUE '5'.
             88 WN-NOTICE-NOT-FOUND          VALUE '7'.
             88 WN-DB2-ERROR                 VALUE '8'.

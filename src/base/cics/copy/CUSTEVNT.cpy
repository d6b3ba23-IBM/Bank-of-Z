      *  COMM-EV-NEW-SCODE/-CUSTNO are only meaningful for TRANSFER  *
      *  events; COMM-EV-PROCTRAN-REF is spaces where the caller     *
      *  wrote no PROCTRAN record (profile updates).                 *
      *  A PRODSWCH event is an account moved to another product in  *
      *  place; COMM-EV-PROCTRAN-REF is its 'PSW' PROCTRAN record,   *
      *  which names the account and both products.                  *
      *                                                                *
      ******************************************************************
          03 COMM-EV-TYPE                    PIC X(8).
             88 EVENT-CUST-UPDATE            VALUE 'UPDATE'.
             88 EVENT-CUST-DELETE            VALUE 'DELETE'.
             88 EVENT-CUST-TRANSFER          VALUE 'TRANSFER'.
             88 EVENT-ACCT-SWITCH            VALUE 'PRODSWCH'.
          03 COMM-EV-SCODE                   PIC X(6).
          03 COMM-EV-CUSTNO                  PIC X(10).
          03 COMM-EV-NEW-SCODE               PIC X(6).

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for LTRREQ - asks for a bank letter about one        *
      *  account for one of its owners. COMM-LRQ-TYPE is 'ACCCONF',    *
      *  'BALCONF' or 'BANKREF'; COMM-LRQ-BAL-CONSENT is 'Y' where the *
      *  customer has explicitly agreed to the balance going on the    *
      *  letter, and must be for a balance confirmation. The           *
      *  addressee's name, first address line and postcode are         *
      *  required. The request is recorded for the overnight BNKLTR    *
      *  run and its id returned.                                      *
      *                                                                *
      ******************************************************************
          03 COMM-LRQ-SCODE                  PIC X(6).
          03 COMM-LRQ-CUSTNO                 PIC X(10).
          03 COMM-LRQ-ACCNO                  PIC X(8).
          03 COMM-LRQ-TYPE                   PIC X(8).
          03 COMM-LRQ-BAL-CONSENT            PIC X.
          03 COMM-LRQ-TO-NAME                PIC X(50).
          03 COMM-LRQ-TO-LINE1               PIC X(50).
          03 COMM-LRQ-TO-LINE2               PIC X(50).
          03 COMM-LRQ-TO-CITY                PIC X(50).
          03 COMM-LRQ-TO-POSTCODE            PIC X(10).
          03 COMM-LRQ-ID                     PIC 9(8).
          03 COMM-LRQ-SUCCESS                PIC X.
             88 LRQ-SUCCESSFUL               VALUE 'Y'.
          03 COMM-LRQ-FAIL-CD                PIC X.
             88 LRQ-BAD-TYPE                 VALUE '1'.
             88 LRQ-NO-KEY                   VALUE '2'.
             88 LRQ-NO-ADDRESSEE             VALUE '3'.
             88 LRQ-ACC-NOT-FOUND            VALUE '4'.
             88 LRQ-NOT-OWNER                VALUE '5'.
             88 LRQ-NO-CONSENT               VALUE '6'.
             88 LRQ-DB2-ERROR                VALUE '8'.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for SUSPMNT - works one item on the SUSPENSE        *
      *  ledger. Apply ('A') credits the item to the account given   *
      *  in COMM-SUS-APPLY-SCODE/ACCNO - spaces takes the account    *
      *  the item named - through the DBCRFUN posting rules as type  *
      *  'ICR', in the same unit of work as closing the item, and    *
      *  returns the posting reference. Return ('R') marks the item  *
      *  to go back to its sender on ICRPROC's next returns file.    *
      *  Only an open item can be applied or returned. The operator  *
      *  is captured from EIBOPID.                                    *
      *                                                                *
      ******************************************************************
          03 COMM-SUS-ACTION                 PIC X.
             88 SUS-ACTION-APPLY             VALUE 'A'.
             88 SUS-ACTION-RETURN            VALUE 'R'.
          03 COMM-SUS-ID                     PIC 9(8).
          03 COMM-SUS-APPLY-SCODE            PIC X(6).
          03 COMM-SUS-APPLY-ACCNO            PIC X(8).
          03 COMM-SUS-AMOUNT                 PIC 9(10)V99.
          03 COMM-SUS-APPLIED-REF            PIC X(12).
          03 COMM-SUS-SUCCESS                PIC X.
             88 SUS-SUCCESSFUL               VALUE 'Y'.
          03 COMM-SUS-FAIL-CD                PIC X.
             88 SUS-BAD-ACTION               VALUE '1'.
             88 SUS-NO-KEY                   VALUE '2'.
             88 SUS-NOT-FOUND                VALUE '3'.
             88 SUS-NOT-OPEN                 VALUE '4'.
             88 SUS-POSTING-FAILED           VALUE '5'.
             88 SUS-DB2-ERROR                VALUE '8'.
          03 COMM-SUS-DBCR-FAIL-CD           PIC X.

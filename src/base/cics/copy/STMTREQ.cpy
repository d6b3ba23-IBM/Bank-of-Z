      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for STMTREQ - asks for a statement of one account    *
      *  for any date range (COMM-SRQ-FROM to COMM-SRQ-TO, CCYYMMDD,   *
      *  neither after today). COMM-SRQ-CHANNEL is 'POST' or           *
      *  'EMAIL'; left blank it takes the customer's contact           *
      *  channel. The request is recorded for the overnight STMTRPRT   *
      *  run and its id returned.                                      *
      *                                                                *
      ******************************************************************
          03 COMM-SRQ-SCODE                  PIC X(6).
          03 COMM-SRQ-ACCNO                  PIC X(8).
          03 COMM-SRQ-FROM                   PIC 9(8).
          03 COMM-SRQ-TO                     PIC 9(8).
          03 COMM-SRQ-CHANNEL                PIC X(6).
          03 COMM-SRQ-ID                     PIC 9(8).
          03 COMM-SRQ-SUCCESS                PIC X.
             88 SRQ-SUCCESSFUL               VALUE 'Y'.
          03 COMM-SRQ-FAIL-CD                PIC X.
             88 SRQ-BAD-CHANNEL              VALUE '1'.
             88 SRQ-NO-KEY                   VALUE '2'.
             88 SRQ-BAD-RANGE                VALUE '3'.
             88 SRQ-ACC-NOT-FOUND            VALUE '4'.
             88 SRQ-DB2-ERROR                VALUE '8'.

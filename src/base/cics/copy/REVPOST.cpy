      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for REVPOST - reverses one posting by its PROCTRAN *
      *  reference: the opposite amount on the same account through  *
      *  DBCRFUN as type 'REV', with the original reference in the   *
      *  description. A transfer has both sides reversed in one unit *
      *  of work. A reference can be reversed only once.              *
      *                                                                *
      *  Action 'R' requests the reversal. One above the approval    *
      *  threshold, or of a posting from before the current business *
      *  date, is not posted but held on POSTING_REVERSAL and comes  *
      *  back successful with COMM-REV-PENDING 'Y'. A second operator *
      *  then approves it ('A') or rejects it ('J') by the same      *
      *  reference - never the operator who requested it.            *
      *                                                                *
      *  A back-valued posting is reversed with its own value date;  *
      *  one whose value date is now outside the BNKDATE window is   *
      *  refused ('V').                                              *
      *                                                                *
      ******************************************************************
          03 COMM-REV-ACTION                 PIC X.
             88 REV-ACTION-REQUEST           VALUE 'R'.
             88 REV-ACTION-APPROVE           VALUE 'A'.
             88 REV-ACTION-REJECT            VALUE 'J'.
          03 COMM-REV-ORIG-REF               PIC X(12).
          03 COMM-REV-SCODE                  PIC X(6).
          03 COMM-REV-ACCNO                  PIC X(8).
          03 COMM-REV-AMOUNT                 PIC S9(10)V99.
          03 COMM-REV-REF                    PIC X(12).
          03 COMM-REV-CONTRA-ORIG-REF        PIC X(12).
          03 COMM-REV-CONTRA-REF             PIC X(12).
          03 COMM-REV-PENDING                PIC X.
             88 REV-AWAITING-APPROVAL        VALUE 'Y'.
          03 COMM-REV-SUCCESS                PIC X.
             88 REV-SUCCESSFUL               VALUE 'Y'.
          03 COMM-REV-FAIL-CD                PIC X.
             88 REV-BAD-ACTION               VALUE '1'.
             88 REV-NO-KEY                   VALUE '2'.
             88 REV-NOT-FOUND                VALUE '3'.
             88 REV-ALREADY-REVERSED         VALUE '4'.
             88 REV-NOT-REVERSIBLE           VALUE '5'.
             88 REV-POSTING-FAILED           VALUE '6'.
             88 REV-NO-CONTRA                VALUE '7'.
             88 REV-NOT-PENDING              VALUE '9'.
             88 REV-SELF-APPROVAL            VALUE 'S'.
             88 REV-VALUE-DATE-REFUSED       VALUE 'V'.
             88 REV-DB2-ERROR                VALUE '8'.
          03 COMM-REV-DBCR-FAIL-CD           PIC X.

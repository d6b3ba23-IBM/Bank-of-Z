      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for DDICLAIM - a Direct Debit Guarantee indemnity  *
      *  claim. COMM-CLM-DEBIT-REF names the disputed 'DDB'          *
      *  collection on the account; it is refunded in full at once  *
      *  through DBCRFUN as type 'DDR' and the claim is recorded for *
      *  DDIXTR to send to the originator. COMM-CLM-REASON is 'A'    *
      *  (amount or date not as advised), 'C' (collected after       *
      *  cancellation) or 'N' (no instruction given). Setting        *
      *  COMM-CLM-CANCEL-DDI to 'Y' also cancels the instruction in  *
      *  the same unit of work. A collection can be claimed once.    *
      *  The refund amount and reference are returned.               *
      *                                                                *
      ******************************************************************
          03 COMM-CLM-SCODE                  PIC X(6).
          03 COMM-CLM-ACCNO                  PIC X(8).
          03 COMM-CLM-DEBIT-REF              PIC X(12).
          03 COMM-CLM-REASON                 PIC X.
             88 CLM-REASON-VALID             VALUES 'A' 'C' 'N'.
          03 COMM-CLM-CANCEL-DDI             PIC X.
             88 CLM-CANCEL-DDI               VALUE 'Y'.
          03 COMM-CLM-ID                     PIC 9(8).
          03 COMM-CLM-AMOUNT                 PIC 9(10)V99.
          03 COMM-CLM-REFUND-REF             PIC X(12).
          03 COMM-CLM-SUCCESS                PIC X.
             88 CLM-SUCCESSFUL               VALUE 'Y'.
          03 COMM-CLM-FAIL-CD                PIC X.
             88 CLM-BAD-REASON               VALUE '1'.
             88 CLM-NO-KEY                   VALUE '2'.
             88 CLM-DEBIT-NOT-FOUND          VALUE '3'.
             88 CLM-ALREADY-CLAIMED          VALUE '4'.
             88 CLM-REFUND-FAILED            VALUE '5'.
             88 CLM-DB2-ERROR                VALUE '8'.
          03 COMM-CLM-DBCR-FAIL-CD           PIC X.

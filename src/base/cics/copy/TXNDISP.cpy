      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for TXNDISP - an unauthorised-transaction claim.     *
      *  COMM-TDS-TXN-REF names the disputed debit on the account.     *
      *                                                                *
      *  COMM-TDS-ACTION 'R' raises the claim: the debit is refunded   *
      *  at once through DBCRFUN as type 'UTR' and the account is      *
      *  set post-no-debits through ACCCTRL. Setting                   *
      *  COMM-TDS-HOLD-REFUND to 'Y' records grounds to suspect        *
      *  fraud by the customer and holds the refund; the grounds go    *
      *  in COMM-TDS-NOTES. 'P' pays a held refund once the grounds    *
      *  fall away. 'C' confirms the refund and closes the claim;      *
      *  'D' closes it against the customer, re-debiting the refund    *
      *  as type 'UTD' - the reason goes in COMM-TDS-NOTES. Both       *
      *  outcomes lift the control and send the customer notice.       *
      *  'I' returns the claim as it stands.                           *
      *                                                                *
      *  The claim's state is returned on every action; the DBCRFUN    *
      *  or ACCCTRL fail code is passed back when one of them says     *
      *  no.                                                           *
      *                                                                *
      ******************************************************************
          03 COMM-TDS-ACTION                 PIC X.
             88 TDS-RAISE                    VALUE 'R'.
             88 TDS-PAY-REFUND               VALUE 'P'.
             88 TDS-CONFIRM                  VALUE 'C'.
             88 TDS-REDEBIT                  VALUE 'D'.
             88 TDS-INQUIRE                  VALUE 'I'.
          03 COMM-TDS-SCODE                  PIC X(6).
          03 COMM-TDS-ACCNO                  PIC X(8).
          03 COMM-TDS-TXN-REF                PIC X(12).
          03 COMM-TDS-HOLD-REFUND            PIC X.
             88 TDS-HOLD-REFUND              VALUE 'Y'.
          03 COMM-TDS-NOTES                  PIC X(100).
          03 COMM-TDS-STATUS                 PIC X.
             88 TDS-REFUND-HELD              VALUE 'H'.
             88 TDS-OPEN                     VALUE 'O'.
             88 TDS-CONFIRMED                VALUE 'R'.
             88 TDS-REDEBITED                VALUE 'D'.
          03 COMM-TDS-TXN-DATE               PIC X(10).
          03 COMM-TDS-AMOUNT                 PIC 9(10)V99.
          03 COMM-TDS-RAISED-DATE            PIC 9(8).
          03 COMM-TDS-DEADLINE               PIC 9(8).
          03 COMM-TDS-REFUND-REF             PIC X(12).
          03 COMM-TDS-REDEBIT-REF            PIC X(12).
          03 COMM-TDS-CONTROL-SET            PIC X.
          03 COMM-TDS-SUCCESS                PIC X.
             88 TDS-SUCCESSFUL               VALUE 'Y'.
          03 COMM-TDS-FAIL-CD                PIC X.
             88 TDS-BAD-ACTION               VALUE '1'.
             88 TDS-NO-KEY                   VALUE '2'.
             88 TDS-DEBIT-NOT-FOUND          VALUE '3'.
             88 TDS-ALREADY-DISPUTED         VALUE '4'.
             88 TDS-POSTING-FAILED           VALUE '5'.
             88 TDS-CLAIM-NOT-FOUND          VALUE '6'.
             88 TDS-WRONG-STATUS             VALUE '7'.
             88 TDS-DB2-ERROR                VALUE '8'.
             88 TDS-CONTROL-FAILED           VALUE '9'.
             88 TDS-DIRECT-DEBIT             VALUE 'G'.
             88 TDS-NOTES-NEEDED             VALUE 'N'.
          03 COMM-TDS-DBCR-FAIL-CD           PIC X.
          03 COMM-TDS-AC-FAIL-CD             PIC X.

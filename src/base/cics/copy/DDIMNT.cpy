      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for DDIMNT - branch maintenance of the              *
      *  DIRECT_DEBIT_INSTRUCTION register. Enquire ('E') returns    *
      *  the instruction named by account, originator service user   *
      *  number and reference. Cancel ('C') cancels a live           *
      *  instruction at the customer's request - from then on        *
      *  DDCOLL returns any collection under it. The operator is     *
      *  captured from EIBOPID.                                       *
      *                                                                *
      ******************************************************************
          03 COMM-DDI-ACTION                 PIC X.
             88 DDI-ACTION-ENQUIRE           VALUE 'E'.
             88 DDI-ACTION-CANCEL            VALUE 'C'.
          03 COMM-DDI-SCODE                  PIC X(6).
          03 COMM-DDI-ACCNO                  PIC X(8).
          03 COMM-DDI-SUN                    PIC X(6).
          03 COMM-DDI-REFERENCE              PIC X(18).
          03 COMM-DDI-ORIGINATOR-NAME        PIC X(18).
          03 COMM-DDI-STATUS                 PIC X.
          03 COMM-DDI-SETUP-DATE             PIC 9(8).
          03 COMM-DDI-CANCELLED-DATE         PIC 9(8).
          03 COMM-DDI-CANCELLED-BY           PIC X(3).
          03 COMM-DDI-SUCCESS                PIC X.
             88 DDI-SUCCESSFUL               VALUE 'Y'.
          03 COMM-DDI-FAIL-CD                PIC X.
             88 DDI-BAD-ACTION               VALUE '1'.
             88 DDI-NO-KEY                   VALUE '2'.
             88 DDI-NOT-FOUND                VALUE '3'.
             88 DDI-NOT-LIVE                 VALUE '4'.
             88 DDI-DB2-ERROR                VALUE '8'.

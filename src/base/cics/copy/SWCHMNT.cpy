      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for SWCHMNT - registers, cancels and lists current   *
      *  account switch requests (see ASWTDB2).                        *
      *                                                                *
      *  COMM-SW-ACTION 'R' registers a switch: the direction ('I'     *
      *  incoming, 'O' outgoing), our account, the account at the      *
      *  other bank and a switch date after today are required. The    *
      *  other bank's sort code must not be one of our branches, and   *
      *  an account may have only one pending switch. The new id is    *
      *  returned in COMM-SW-ID. 'X' cancels the pending switch        *
      *  COMM-SW-ID. 'L' lists the switches on our account, latest     *
      *  first; COMM-SW-MORE is 'Y' when there were more than fit.     *
      *                                                                *
      *  The registering operator is captured from EIBOPID.            *
      *                                                                *
      ******************************************************************
          03 COMM-SW-ACTION                  PIC X.
             88 SW-ACTION-REGISTER           VALUE 'R'.
             88 SW-ACTION-CANCEL             VALUE 'X'.
             88 SW-ACTION-LIST               VALUE 'L'.
          03 COMM-SW-ID                      PIC 9(8).
          03 COMM-SW-DIRECTION               PIC X.
             88 SW-INCOMING                  VALUE 'I'.
             88 SW-OUTGOING                  VALUE 'O'.
          03 COMM-SW-SCODE                   PIC X(6).
          03 COMM-SW-ACCNO                   PIC X(8).
          03 COMM-SW-OTHER-SCODE             PIC X(6).
          03 COMM-SW-OTHER-ACCNO             PIC X(8).
          03 COMM-SW-SWITCH-DATE             PIC 9(8).
          03 COMM-SW-COUNT                   PIC 9(2).
          03 COMM-SW-MORE                    PIC X.
          03 COMM-SW-SUCCESS                 PIC X.
             88 SW-SUCCESSFUL                VALUE 'Y'.
          03 COMM-SW-FAIL-CD                 PIC X.
             88 SW-BAD-ACTION                VALUE '1'.
             88 SW-NO-KEY                    VALUE '2'.
             88 SW-BAD-DATA                  VALUE '3'.
             88 SW-ACCOUNT-NOT-FOUND         VALUE '4'.
             88 SW-NOT-PENDING               VALUE '5'.
             88 SW-DB2-ERROR                 VALUE '6'.
             88 SW-ALREADY-PENDING           VALUE '7'.
             88 SW-OTHER-BANK-IS-OURS        VALUE 'B'.
          03 COMM-SW-RESULT OCCURS 4 TIMES.
             05 COMM-SW-RES-ID               PIC 9(8).
             05 COMM-SW-RES-DIRECTION        PIC X.
             05 COMM-SW-RES-OTHER-SCODE      PIC X(6).
             05 COMM-SW-RES-OTHER-ACCNO      PIC X(8).
             05 COMM-SW-RES-SWITCH-DATE      PIC 9(8).
             05 COMM-SW-RES-STATUS           PIC X.
             05 COMM-SW-RES-BALANCE-SENT     PIC S9(10)V99.
             05 COMM-SW-RES-REDIRECT-UNTIL   PIC 9(8).
             05 COMM-SW-RES-CREATED-BY       PIC X(3).
             05 COMM-SW-RES-COMPLETED-DATE   PIC 9(8).

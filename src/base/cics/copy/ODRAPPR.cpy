      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for ODRAPPR - a credit officer's decision on an     *
      *  annual overdraft review the ODREVIEW job has held for        *
      *  approval (a reduction or removal of the limit).              *
      *                                                                *
      *  Action 'A' approves it: the advance-notice letter goes on    *
      *  the next ODREVIEW run and the new limit is applied when the  *
      *  notice expires. Setting COMM-ODR-AMEND to 'Y' approves a     *
      *  different new limit, COMM-ODR-NEW-LIMIT, which must still    *
      *  be below the current limit. Action 'D' declines it and the   *
      *  limit stays. The officer is captured from EIBOPID and must   *
      *  hold a lending role on OPERATOR_ROLE.                         *
      *                                                                *
      ******************************************************************
          03 COMM-ODR-ACTION                 PIC X.
             88 ODR-ACTION-APPROVE           VALUE 'A'.
             88 ODR-ACTION-DECLINE           VALUE 'D'.
          03 COMM-ODR-SCODE                  PIC X(6).
          03 COMM-ODR-ACCNO                  PIC 9(8).
          03 COMM-ODR-REVIEW-DATE            PIC 9(8).
          03 COMM-ODR-AMEND                  PIC X.
             88 ODR-AMEND-LIMIT              VALUE 'Y'.
          03 COMM-ODR-NEW-LIMIT              PIC 9(8).
          03 COMM-ODR-OLD-LIMIT              PIC 9(8).
          03 COMM-ODR-SUCCESS                PIC X.
             88 ODR-SUCCESS                  VALUE 'Y'.
          03 COMM-ODR-FAIL-CD                PIC X.
             88 ODR-BAD-ACTION               VALUE '1'.
             88 ODR-REVIEW-NOT-FOUND         VALUE '2'.
             88 ODR-NOT-A-REDUCTION          VALUE '3'.
             88 ODR-NOT-AUTHORISED           VALUE 'A'.
             88 ODR-DB2-ERROR                VALUE '8'.

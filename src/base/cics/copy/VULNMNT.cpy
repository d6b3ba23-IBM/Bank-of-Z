      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for VULNMNT - records, changes, removes and lists    *
      *  a customer's entries on the CUSTOMER_VULNERABILITY register   *
      *  (see CVULDB2), one per category. The recording operator is    *
      *  captured automatically from EIBOPID.                          *
      *                                                                *
      *  A review date after today is required on 'A' and 'U'. The     *
      *  support notes may only be held with the customer's consent    *
      *  ('C' otherwise).                                              *
      *                                                                *
      ******************************************************************
          03 COMM-VUL-ACTION                 PIC X.
             88 VUL-ACTION-ADD               VALUE 'A'.
             88 VUL-ACTION-UPDATE            VALUE 'U'.
             88 VUL-ACTION-DELETE            VALUE 'D'.
             88 VUL-ACTION-LIST              VALUE 'L'.
          03 COMM-VUL-SCODE                  PIC X(6).
          03 COMM-VUL-CUSTNO                 PIC X(10).
          03 COMM-VUL-CATEGORY               PIC X(10).
             88 VUL-CATEGORY-VALID           VALUE 'HEALTH'
                                                   'BEREAVE'
                                                   'FINDIFF'
                                                   'ACCESS'.
          03 COMM-VUL-CONSENT                PIC X.
          03 COMM-VUL-FEE-WAIVE              PIC X.
          03 COMM-VUL-COLL-PAUSE             PIC X.
          03 COMM-VUL-LETTER-FORMAT          PIC X.
          03 COMM-VUL-SUPPORT-NOTES          PIC X(100).
          03 COMM-VUL-REVIEW-DATE            PIC 9(8).
          03 COMM-VUL-COUNT                  PIC 9(2).
          03 COMM-VUL-SUCCESS                PIC X.
             88 VUL-SUCCESSFUL               VALUE 'Y'.
          03 COMM-VUL-FAIL-CD                PIC X.
             88 VUL-BAD-ACTION               VALUE '1'.
             88 VUL-NO-KEY                   VALUE '2'.
             88 VUL-BAD-DATA                 VALUE '3'.
             88 VUL-CUST-NOT-FOUND           VALUE '4'.
             88 VUL-ROW-NOT-FOUND            VALUE '5'.
             88 VUL-DB2-ERROR                VALUE '6'.
             88 VUL-ALREADY-RECORDED         VALUE '7'.
             88 VUL-NO-CONSENT               VALUE 'C'.
          03 COMM-VUL-RESULT OCCURS 4 TIMES.
             05 COMM-VUL-RES-CATEGORY        PIC X(10).
             05 COMM-VUL-RES-CONSENT         PIC X.
             05 COMM-VUL-RES-FEE-WAIVE       PIC X.
             05 COMM-VUL-RES-COLL-PAUSE      PIC X.
             05 COMM-VUL-RES-LETTER-FORMAT   PIC X.
             05 COMM-VUL-RES-SUPPORT-NOTES   PIC X(100).
             05 COMM-VUL-RES-RECORDED-BY     PIC X(3).
             05 COMM-VUL-RES-RECORDED-DATE   PIC 9(8).
             05 COMM-VUL-RES-REVIEW-DATE     PIC 9(8).

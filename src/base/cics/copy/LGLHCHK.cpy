      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for LGLHCHK - whether a customer is under an active  *
      *  LEGAL_HOLD.                                                   *
      *                                                                *
      *  Supply the customer's sort code and number. LGLH-HELD comes   *
      *  back 'Y' where any hold is active, with the case reference    *
      *  and reason of the earliest one; otherwise 'N' and spaces. A   *
      *  DB2 failure sets fail code '8' and returns LGLH-HELD 'Y' -    *
      *  a hold that cannot be ruled out is treated as in force, so    *
      *  nothing is destroyed on an unverified position.               *
      *                                                                *
      ******************************************************************
          03 LGLH-SCODE                      PIC X(6).
          03 LGLH-CUSTNO                     PIC X(10).
          03 LGLH-HELD                       PIC X.
             88 LGLH-ON-HOLD                 VALUE 'Y'.
          03 LGLH-REASON                     PIC X(10).
          03 LGLH-CASE-REF                   PIC X(20).
          03 LGLH-SUCCESS                    PIC X.
             88 LGLH-OK                      VALUE 'Y'.
          03 LGLH-FAIL-CD                    PIC X.
             88 LGLH-NO-KEY                  VALUE '2'.
             88 LGLH-DB2-ERROR               VALUE '8'.

             05 COMM-CS-REVIEW-MONTH PIC 99.
             05 COMM-CS-REVIEW-YEAR  PIC 9999.
          03 COMM-DEL-SUCCESS        PIC X.
      *
      *    COMM-DEL-FAIL-CD 'H' is returned, and nothing is deleted
      *    or anonymized, while the customer is under an active
      *    LEGAL_HOLD.
      *
          03 COMM-DEL-FAIL-CD        PIC X.
          03 COMM-DEL-RESTART-ACCNO  PIC 9(8).
          03 COMM-DEL-MODE           PIC X.

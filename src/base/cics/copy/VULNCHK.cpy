      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for VULNCHK - the support agreed for one customer    *
      *  on the CUSTOMER_VULNERABILITY register, combined across all   *
      *  their categories.                                             *
      *                                                                *
      *  Supply the customer's sort code and number. VULN-RECORDED     *
      *  is 'Y' where the customer has any row. VULN-FEE-WAIVE and     *
      *  VULN-COLL-PAUSE are 'Y' where any row agrees that support;    *
      *  VULN-LETTER-FORMAT is the most accessible format agreed -     *
      *  'B' braille over 'L' large-print over 'S' standard - and      *
      *  VULN-REVIEW-DATE the earliest review date (CCYYMMDD). A       *
      *  customer who is not on the register comes back 'N', 'N',      *
      *  'S' and 0. A DB2 failure sets fail code '8' and leaves the    *
      *  standard answer, so the caller decides how cautious to be.    *
      *                                                                *
      ******************************************************************
          03 VULN-SCODE                      PIC X(6).
          03 VULN-CUSTNO                     PIC X(10).
          03 VULN-RECORDED                   PIC X.
             88 VULN-ON-REGISTER             VALUE 'Y'.
          03 VULN-FEE-WAIVE                  PIC X.
             88 VULN-WAIVE-FEES              VALUE 'Y'.
          03 VULN-COLL-PAUSE                 PIC X.
             88 VULN-PAUSE-COLLECTIONS       VALUE 'Y'.
          03 VULN-LETTER-FORMAT              PIC X.
             88 VULN-FORMAT-STANDARD         VALUE 'S'.
             88 VULN-FORMAT-LARGE-PRINT      VALUE 'L'.
             88 VULN-FORMAT-BRAILLE          VALUE 'B'.
          03 VULN-REVIEW-DATE                PIC 9(8).
          03 VULN-SUCCESS                    PIC X.
             88 VULN-OK                      VALUE 'Y'.
          03 VULN-FAIL-CD                    PIC X.
             88 VULN-NO-KEY                  VALUE '2'.
             88 VULN-DB2-ERROR               VALUE '8'.

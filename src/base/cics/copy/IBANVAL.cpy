      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  IBAN/BIC commarea for IBANVAL                                 *
      *                                                                *
      *  IBANVAL-VALIDATE checks a beneficiary's IBAN (spaces keyed   *
      *  between the groups are ignored) by length, layout and the    *
      *  ISO 13616 mod-97 check digits, and the BIC too when one is   *
      *  supplied. The IBAN comes back compacted, with the printable  *
      *  form in groups of four.                                      *
      *                                                                *
      *  IBANVAL-DERIVE builds the IBAN of one of our own accounts   *
      *  from its sort code and account number, and returns our BIC  *
      *  - what a customer quotes to be paid from abroad.             *
      *                                                                *
      ******************************************************************
          03 IBANVAL-FUNCTION               PIC X.
             88 IBANVAL-VALIDATE            VALUE 'V'.
             88 IBANVAL-DERIVE              VALUE 'D'.
          03 IBANVAL-IBAN                   PIC X(34).
          03 IBANVAL-BIC                    PIC X(11).
          03 IBANVAL-SORTCODE               PIC X(6).
          03 IBANVAL-ACCNO                  PIC X(8).
          03 IBANVAL-IBAN-PRINT             PIC X(42).
          03 IBANVAL-RESULT                 PIC X.
             88 IBANVAL-VALID               VALUE 'Y'.
             88 IBANVAL-INVALID             VALUE 'N'.
          03 IBANVAL-REASON                 PIC X.
             88 IBANVAL-BAD-FUNCTION        VALUE '1'.
             88 IBANVAL-BAD-LENGTH          VALUE 'L'.
             88 IBANVAL-BAD-FORMAT          VALUE 'F'.
             88 IBANVAL-BAD-CHECK-DIGITS    VALUE 'K'.
             88 IBANVAL-BAD-BIC             VALUE 'B'.
             88 IBANVAL-BAD-ACCOUNT         VALUE 'A'.

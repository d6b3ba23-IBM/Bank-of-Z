      * identical inputs mask to identical outputs; '@', '.' and
      * punctuation pass through untouched.
      *
       01  PII-SUBSTITUTION.
           COPY PIISUBST.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
      * untouched.
       MASK-AND-BUILD-RECORD.
           INSPECT HV-CUSTOMER-FIRST-NAME
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-LAST-NAME
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-EMAIL
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-PHONE
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-ADDR-LINE1
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-ADDR-LINE2
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-MAIL-LINE1
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-MAIL-LINE2
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.
           INSPECT HV-CUSTOMER-TAX-ID
              CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.

           MOVE SPACES TO CUST-MSK-RECORD.
           MOVE HV-CUSTOMER-EYECATCHER TO MSK-EYECATCHER.

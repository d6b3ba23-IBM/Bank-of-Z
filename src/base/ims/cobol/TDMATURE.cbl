           03  HV-CUSTOMER-PREF-LANG     PIC X(2).
           03  HV-CUSTOMER-LOC-CORR      PIC X.
       77  HV-TAX-EXEMPT             PIC X             VALUE 'N'.
       77  HV-PROD-TAX-FREE          PIC X             VALUE 'N'.

      * LETTER_TEMPLATE host variables for DB2
       01  HOST-TEMPLATE-ROW.
                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

       READ-TAX-EXEMPTION.
           MOVE 'N' TO HV-TAX-EXEMPT.

      *
      *    Interest on a tax-free savings wrapper is always paid
      *    gross, whoever holds it.
      *
           MOVE 'N' TO HV-PROD-TAX-FREE.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_TAX_FREE
                INTO :HV-PROD-TAX-FREE
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE = 0 AND HV-PROD-TAX-FREE = 'Y'
             MOVE 'Y' TO HV-TAX-EXEMPT
             GO TO READ-TAX-EXEMPTION-END
           END-IF.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_TAX_EXEMPT, 'N')
                INTO :HV-TAX-EXEMPT
                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0

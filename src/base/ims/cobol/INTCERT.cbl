      * into the first sixteen bytes of every INT description, which
      * is what lets the sweep group by customer without a join.
      *
      * Interest on a tax-free savings wrapper (a product with
      * ACCOUNT_PRODUCT_TAX_FREE 'Y') is not taxable and is left off
      * the certificate - the sweep skips INT rows posted to any
      * wrapper account, live or closed.
      *
      * One certificate is printed per customer through the
      * LETTER_TEMPLATE machinery LTRGEN uses - template type
      * INTCERT, honouring CUSTOMER_PREF_LANGUAGE with the same
              INCLUDE CUSTDB2
           END-EXEC.

      * ACCOUNT and ACCOUNT_PRODUCT DB2 copybooks - interest on a
      * tax-free wrapper is not certified
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * LETTER_TEMPLATE DB2 copybook
           EXEC SQL
              INCLUDE LTRTDB2
                        PROCTRAN_AMOUNT
                   FROM PROCTRAN
                  WHERE PROCTRAN_TYPE = 'INT'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM ACCOUNT A, ACCOUNT_PRODUCT P
                          WHERE A.ACCOUNT_SORTCODE = PROCTRAN_SORTCODE
                            AND A.ACCOUNT_NUMBER = PROCTRAN_NUMBER
                            AND P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
                            AND P.ACCOUNT_PRODUCT_TAX_FREE = 'Y')
                    AND NOT EXISTS
                        (SELECT 1
                           FROM ACCOUNT_ARCHIVE R, ACCOUNT_PRODUCT P
                          WHERE R.ACCOUNT_SORTCODE = PROCTRAN_SORTCODE
                            AND R.ACCOUNT_NUMBER = PROCTRAN_NUMBER
                            AND P.ACCOUNT_PRODUCT_TYPE = R.ACCOUNT_TYPE
                            AND P.ACCOUNT_PRODUCT_TAX_FREE = 'Y')
                  ORDER BY SUBSTR(PROCTRAN_DESC, 1, 16)
           END-EXEC.

                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0

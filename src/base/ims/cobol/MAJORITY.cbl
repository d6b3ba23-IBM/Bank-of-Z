                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

                 WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                   AND LETTER_TEMPLATE_LANGUAGE
                          = :HV-TEMPLATE-LANGUAGE
                   AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
             END-EXEC
             IF SQLCODE NOT = 0 OR HV-TEMPLATE-LINE-COUNT = 0
               MOVE 'EN' TO HV-TEMPLATE-LANGUAGE

      *
      *    Returned-item and failed-order charges this month are
      *    the conduct trace the charging programs leave on
      *    PROCTRAN. A cheque paid in and returned unpaid counts
      *    through CHQRTN's 'RCQ' posting, which is there whether
      *    or not it was charged for.
      *
           MOVE 0 TO HV-RETURNED-COUNT.

                INTO :HV-RETURNED-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :COMM-LE-SCODE
                 AND SUBSTR(PROCTRAN_DATE, 4, 7) = :HV-MONTH-TAIL
                 AND ((PROCTRAN_TYPE = 'CHG'
                       AND (PROCTRAN_DESC LIKE '%RETURNED DD%'
                            OR PROCTRAN_DESC LIKE '%FAILED S/O%'))
                      OR PROCTRAN_TYPE = 'RCQ')
                 AND PROCTRAN_NUMBER IN
                     (SELECT ACCOUNT_NUMBER
                        FROM ACCOUNT

      * PROCEDURE CHECK-CHANNEL-QUARANTINE
      * A lookup failure counts as not quarantined - a broken
      * quarantine table must not silence a consented mailing.
      * Only a confirmed FAILED row counts; a SCREEN row is a
      * screening match still waiting for staff to confirm it.
       CHECK-CHANNEL-QUARANTINE.
           MOVE 0 TO HV-QUAR-COUNT.

               WHERE CONTACT_STATUS_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CONTACT_STATUS_NUMBER = :HV-CUSTOMER-NUMBER
                 AND CONTACT_STATUS_CHANNEL = :HV-QUAR-CHANNEL
                 AND CONTACT_STATUS_STATE = 'FAILED'
           END-EXEC.

           IF SQLCODE NOT = 0

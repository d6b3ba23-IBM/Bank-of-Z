      * permits, with the change written to CUSTOMER_CHANGE_LOG so
      * the audit trail stays authoritative.
      *
      * INTPAY queues a held international payment's beneficiary
      * too, raised by 'INTPAY' with the payment id as the review's
      * number. There a confirmed match refuses the payment on
      * INTL_PAYMENT rather than suspending anyone; a false
      * positive just closes the review, and the branch releases
      * the held payment through INTPAY.
      *
      * A reviewer must not disposition a review they themselves
      * caused to be queued - the raising operator or program is on
      * the row, and a match against the signed-on operator is
              INCLUDE CUSTDB2
           END-EXEC.

      * INTL_PAYMENT DB2 copybook - a confirmed match against a
      * held international payment's beneficiary refuses it
           EXEC SQL
              INCLUDE INTPDB2
           END-EXEC.

       01 HV-INTP-ID                    PIC S9(9) COMP.
       01 WS-PAYMENT-NUMBER             PIC 9(10).

      * CUSTOMER_CHANGE_LOG DB2 copybook
           EXEC SQL
              INCLUDE CHGLGDB2
           END-IF.

           IF COMM-SR-DISPOSITION = 'T'
              IF HV-SCRVW-RAISED-BY = 'INTPAY'
                 PERFORM REFUSE-HELD-PAYMENT
              ELSE
                 PERFORM SUSPEND-CONFIRMED-MATCH
              END-IF
           END-IF.

           IF COMM-SR-FAIL-CD = ' ' OR COMM-SR-FAIL-CD = 'U'
           EXIT.


       REFUSE-HELD-PAYMENT SECTION.
       RHP010.
      *
      *    The review's number is the held payment's id. Nothing
      *    was debited while it was held, so refusing it is all
      *    there is to do - it is never paid.
      *
           MOVE HV-SCRVW-NUMBER TO WS-PAYMENT-NUMBER.
           MOVE WS-PAYMENT-NUMBER TO HV-INTP-ID.

           EXEC SQL
              UPDATE INTL_PAYMENT
                 SET INTL_PAYMENT_STATUS = 'X'
               WHERE INTL_PAYMENT_ID = :HV-INTP-ID
                 AND INTL_PAYMENT_STATUS = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SCRWORK - Payment refusal UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-SR-FAIL-CD
              GO TO RHP999
           END-IF.

           DISPLAY 'SCRWORK: Held international payment '
                   WS-PAYMENT-NUMBER ' refused'.

       RHP999.
           EXIT.


       SUSPEND-CONFIRMED-MATCH SECTION.
       SCM010.
      *

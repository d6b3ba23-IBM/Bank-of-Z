      * COMM-TRN-RESTART-ACCNO once whatever caused the failure has
      * been fixed.
      *
      * A customer who is the subject of a suspicious activity
      * report - an AML_REVIEW case escalated through AMLWORK - is
      * not transferred until the MLRO releases the case.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 HV-BRANCH-OPEN-COUNT          PIC S9(9) COMP.

      * AML_REVIEW DB2 copybook - a customer under a suspicious
      * activity report is held until the MLRO releases the case
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

       01 HV-SAR-HOLD-COUNT             PIC S9(9) COMP.

      * CUSTOMER host variables for DB2
       01 HOST-CUSTOMER-ROW.
          03 HV-CUSTOMER-EYECATCHER     PIC X(4).

           PERFORM CHECK-DESTINATION-BRANCH.

           PERFORM CHECK-SAR-HOLD.

      *
      *    Mark the customer in-operation before anything moves - a
      *    DELCUS (or another TRANSCUS) against the same customer
           EXIT.


       CHECK-SAR-HOLD SECTION.
       CSH010.
      *
      *    An escalated AML_REVIEW case against the customer blocks
      *    the transfer until the MLRO releases it through AMLWORK.
      *    Checked before the operation lock is taken, so a refusal
      *    leaves nothing to undo. A failed lookup is treated as
      *    held - fail safe, not fail open.
      *
           MOVE 0 TO HV-SAR-HOLD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SAR-HOLD-COUNT
                FROM AML_REVIEW
               WHERE AML_REVIEW_SORTCODE = :COMM-TRN-OLD-SCODE
                 AND AML_REVIEW_CUSTOMER = :COMM-TRN-OLD-CUSTNO
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TRANSCUS: AML_REVIEW lookup failed, SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 1 TO HV-SAR-HOLD-COUNT
           END-IF.

           IF HV-SAR-HOLD-COUNT > 0
              DISPLAY 'TRANSCUS: Customer is under a suspicious '
                      'activity report - transfer refused'
              MOVE 'M' TO COMM-TRN-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSH999.
           EXIT.


       ACQUIRE-OPERATION-LOCK SECTION.
       AOL010.
      *

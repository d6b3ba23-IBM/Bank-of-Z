      * distinguishable from a counter debit on INQPTRAN and
      * statements.
      *
      * Every collection must have a live instruction behind it on
      * the DIRECT_DEBIT_INSTRUCTION register, matched on the account,
      * the originator's service user number and the instruction
      * reference the item quotes; an item with none is returned
      * '06' (no instruction), or '07' where the customer or the
      * originator has cancelled it. The service user number is
      * carried on PROCTRAN with the reference so an indemnity claim
      * can find its way back to the instruction.
      *
      * The collection file carries a 'T' trailer with the detail
      * count and amount total; a file whose details do not balance
      * to its trailer is rejected whole, before anything posts.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * DIRECT_DEBIT_INSTRUCTION DB2 copybook - the customer's
      * instruction that authorises the collection
           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

       77  HV-DDI-LIVE-COUNT         PIC S9(9) COMP    VALUE 0.
       77  HV-DDI-ANY-COUNT          PIC S9(9) COMP    VALUE 0.

      * TRANSACTION_TYPE DB2 copybook - the type this job posts
      * must be on the reference table before anything moves
           EXEC SQL

      *
      * The collection file layouts. A detail is one debit against
      * one of our accounts, quoting the originator's service user
      * number and the instruction reference it collects under; the
      * trailer carries the control totals the details must balance
      * to.
      *
       01  WS-COLLECTION-DETAIL.
           05  WS-COL-REC-TYPE       PIC X.
           05  WS-COL-ACCNO          PIC X(8).
           05  WS-COL-AMOUNT         PIC 9(10)V99.
           05  WS-COL-ORIG-REF       PIC X(12).
           05  WS-COL-NARRATIVE.
               10  WS-COL-DDI-REF    PIC X(18).
               10  WS-COL-NARR-TEXT  PIC X(12).
           05  WS-COL-SUN            PIC X(6).
           05  FILLER                PIC X(5).

       01  WS-COLLECTION-TRAILER REDEFINES WS-COLLECTION-DETAIL.
           05  FILLER                PIC X.

           PERFORM READ-NAMED-ACCOUNT THRU READ-NAMED-ACCOUNT-END.

           IF WS-POSTING-OK = 'Y'
             PERFORM CHECK-DD-INSTRUCTION
                THRU CHECK-DD-INSTRUCTION-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM CHECK-ACCOUNT-CONTROLS
                THRU CHECK-ACCOUNT-CONTROLS-END
           END-IF.
       READ-NAMED-ACCOUNT-END.

      * PROCEDURE CHECK-DD-INSTRUCTION
      * The collection needs a live instruction for this account,
      * originator and reference. Without one the item goes back
      * '06'; if the instruction was there but has been cancelled,
      * '07'. A failed lookup returns the item rather than collect
      * without authority.
       CHECK-DD-INSTRUCTION.
           MOVE 0 TO HV-DDI-LIVE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-DDI-LIVE-COUNT
                FROM DIRECT_DEBIT_INSTRUCTION
               WHERE DDI_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND DDI_NUMBER = :HV-ACCOUNT-NUMBER
                 AND DDI_SUN = :WS-COL-SUN
                 AND DDI_REFERENCE = :WS-COL-DDI-REF
                 AND DDI_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DDCOLL: INSTRUCTION LOOKUP FAILED FOR '
                     WS-COL-SORTCODE '/' WS-COL-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE '05' TO WS-RETURN-CODE-WORK
             GO TO CHECK-DD-INSTRUCTION-END
           END-IF.

           IF HV-DDI-LIVE-COUNT > 0
             GO TO CHECK-DD-INSTRUCTION-END
           END-IF.

           MOVE 'N' TO WS-POSTING-OK.
           MOVE '06' TO WS-RETURN-CODE-WORK.
           MOVE 0 TO HV-DDI-ANY-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-DDI-ANY-COUNT
                FROM DIRECT_DEBIT_INSTRUCTION
               WHERE DDI_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND DDI_NUMBER = :HV-ACCOUNT-NUMBER
                 AND DDI_SUN = :WS-COL-SUN
                 AND DDI_REFERENCE = :WS-COL-DDI-REF
           END-EXEC.

           IF SQLCODE = 0 AND HV-DDI-ANY-COUNT > 0
             MOVE '07' TO WS-RETURN-CODE-WORK
           END-IF.
       CHECK-DD-INSTRUCTION-END.

      * PROCEDURE CHECK-ACCOUNT-CONTROLS
      * A freeze or post-no-debits control returns the item unpaid.
      * A failed lookup is treated as controlled - a garnishee
           MOVE 'DDB' TO HV-PROCTRAN-TYPE.
           MOVE WS-COL-ORIG-REF TO HV-PROCTRAN-DESC(1:12).
           MOVE WS-COL-NARRATIVE TO HV-PROCTRAN-DESC(14:30).
           MOVE WS-COL-SUN TO HV-PROCTRAN-DESC(45:6).
           MOVE WS-DEBIT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

               MOVE 'INSUFFICIENT FUNDS' TO WS-RTN-REASON-TEXT
             WHEN '04'
               MOVE 'BALANCE CONFLICT - REFER' TO WS-RTN-REASON-TEXT
             WHEN '06'
               MOVE 'NO INSTRUCTION' TO WS-RTN-REASON-TEXT
             WHEN '07'
               MOVE 'INSTRUCTION CANCELLED' TO WS-RTN-REASON-TEXT
             WHEN OTHER
               MOVE 'PROCESSING ERROR - REFER' TO WS-RTN-REASON-TEXT
           END-EVALUATE.

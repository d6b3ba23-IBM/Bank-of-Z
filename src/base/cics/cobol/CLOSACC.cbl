      * disposition account packed into the closing PROCTRAN
      * record's description, so the books say where the money went.
      *
      * Nor may an account close while its customer is the subject
      * of a suspicious activity report - an AML_REVIEW case
      * escalated through AMLWORK holds the customer until the MLRO
      * releases it, so the funds are not moved out of reach.
      *
      * If there is any kind of DB2 problem once money has started
      * moving then an appropriate abend is issued, so a part-done
      * closure can never commit.

       01 HV-CTRL-CHECK-COUNT           PIC S9(9) COMP.

      * AML_REVIEW DB2 copybook - a customer under a suspicious
      * activity report is held until the MLRO releases the case
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

       01 HV-SAR-HOLD-COUNT             PIC S9(9) COMP.

      * ACCOUNT_ARCHIVE DB2 copybook - the closed row is
      * tombstoned so INQAARCH can still answer for it
           EXEC SQL
       01 WS-DISP-NEW-ACTUAL-BAL        PIC S9(10)V99 VALUE 0.
       01 WS-DEBIT-AMOUNT               PIC S9(10)V99 VALUE 0.

      * SVCCHK commarea - whether account closing, or the postings
      * a closure makes, are frozen for the overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 WS-ABEND-PGM                  PIC X(8)      VALUE 'ABNDPROC'.

       01 ABNDINFO-REC.
           MOVE ZEROS TO COMM-CLS-INT-SETTLED.
           MOVE ZEROS TO COMM-CLS-BAL-DISPOSED.

      *
      *    No account is closed while operations have account
      *    opening and closing frozen for the overnight batch - nor
      *    while postings are frozen, since a closure settles its
      *    interest and moves its balance on.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-ACCOUNTS TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF SVCC-UPDATES-ALLOWED
              INITIALIZE SVCCHK-COMMAREA
              SET SVCC-POSTING TO TRUE
              CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA
           END-IF.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'CLOSACC: ' SVCC-SERVICE ' frozen - '
                      SVCC-MESSAGE
              MOVE 'Q' TO COMM-CLS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-CLS-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-CLS-SCODE
           END-IF.

           PERFORM CHECK-ACCOUNT-CONTROLS.

           PERFORM CHECK-SAR-HOLD.

      *
      *    A debit balance cannot be disposed of - the debt must be
      *    repaid, or written off, before the account can close.
           EXIT.


       CHECK-SAR-HOLD SECTION.
       CSH010.
      *
      *    An escalated AML_REVIEW case against the account's owner
      *    blocks the closure until the MLRO releases it through
      *    AMLWORK. A failed lookup is treated as held - fail safe,
      *    not fail open.
      *
           MOVE 0 TO HV-SAR-HOLD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SAR-HOLD-COUNT
                FROM AML_REVIEW
               WHERE AML_REVIEW_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND AML_REVIEW_CUSTOMER = :HV-ACCOUNT-CUST-NUMBER
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-SAR-HOLD-COUNT
           END-IF.

           IF HV-SAR-HOLD-COUNT > 0
              DISPLAY 'CLOSACC: Customer is under a suspicious '
                      'activity report - closure rejected'
              MOVE 'M' TO COMM-CLS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CSH999.
           EXIT.


       SETTLE-ACCRUED-INTEREST SECTION.
       SAI010.
      *

      * records) reports OUT OF BALANCE and ends with a non-zero
      * return code for operations to reconcile.
      *
      * Each account is loaded to the sort code on its record,
      * which ACCTVAL must confirm is one of our own branches.
      *
      * A migrated customer must pass the product's eligibility
      * rules through PRODELIG, exactly as at CREACC - a failure is
      * rejected with PRODELIG's reason code for every rule failed,
      * so the book is not bought in holding products its customers
      * could never have opened here.
      *
      * Every record is written to the report - ACCEPTED with its
      * new account number, or REJECTED with a reason. Each
      * accepted account commits individually, CUSTPURG-style, so a
       COPY NCSACC.
       COPY NCSPROC.

      * Sort code validation - the loading sort code must be ours
       01  ACCTVAL-COMMAREA.
           COPY ACCTVAL.

      * Product eligibility - the one copy of who may open which
      * product, shared with CREACC
       01  PRODELIG-COMMAREA.
           COPY PRODELIG.

       77  WS-ELIG-INDEX             PIC S9(4) COMP    VALUE 0.
       77  WS-VERDICT-POINTER        PIC S9(4) COMP    VALUE 0.

       77  WS-NCTR-FUNCTION          PIC X(6)          VALUE 'GET   '.
       77  WS-NCTR-POOL              PIC X(8)          VALUE SPACES.
       77  WS-NCTR-RESPONSE          PIC S9(8) COMP    VALUE 0.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BALANCE        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-VERDICT        PIC X(50).

       PROCEDURE DIVISION.

             MOVE WS-DTL-OPEN-BAL TO WS-SIGNED-BALANCE
           END-IF.

      *
      *    The account must be loaded to one of our own branches.
      *
           INITIALIZE ACCTVAL-COMMAREA.
           MOVE WS-DTL-SCODE TO ACCTVAL-SORTCODE.
           SET ACCTVAL-OWN-BANK-ONLY TO TRUE.
           CALL 'ACCTVAL' USING ACCTVAL-COMMAREA.

           IF NOT ACCTVAL-VALID
             MOVE 'N' TO WS-ITEM-OK
             IF ACCTVAL-CHECK-UNAVAILABLE
               MOVE 'SORT CODE CHECK FAILED' TO WS-RPT-VERDICT
             ELSE
               MOVE 'SORT CODE NOT OUR BRANCH' TO WS-RPT-VERDICT
             END-IF
             GO TO LOAD-ACCOUNT-REPORT
           END-IF.

      *
      *    The owning customer must already be migrated.
      *
             GO TO LOAD-ACCOUNT-REPORT
           END-IF.

           PERFORM CHECK-PRODUCT-ELIGIBILITY
              THRU CHECK-PRODUCT-ELIGIBILITY-END.
           IF WS-ITEM-OK NOT = 'Y'
             GO TO LOAD-ACCOUNT-REPORT
           END-IF.

           PERFORM GET-NEXT-ACCOUNT-NUMBER
              THRU GET-NEXT-ACCOUNT-NUMBER-END.
           IF WS-ITEM-OK NOT = 'Y'
           WRITE ACCL-RPT-RECORD.
       LOAD-ONE-ACCOUNT-END.

      * PROCEDURE CHECK-PRODUCT-ELIGIBILITY
      * The customer must be eligible for the product, as at
      * CREACC. Every failed rule's reason code goes on the report
      * line.
       CHECK-PRODUCT-ELIGIBILITY.
           INITIALIZE PRODELIG-COMMAREA.
           MOVE WS-DTL-SCODE TO COMM-PE-SCODE.
           MOVE WS-DTL-CUSTNO TO COMM-PE-CUSTNO.
           MOVE WS-DTL-ACC-TYPE TO COMM-PE-ACC-TYPE.

           CALL 'PRODELIG' USING PRODELIG-COMMAREA.

           IF COMM-PE-FAIL-CD NOT = ' '
             MOVE 'N' TO WS-ITEM-OK
             MOVE 'ELIGIBILITY CHECK FAILED' TO WS-RPT-VERDICT
             GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           IF PE-CUSTOMER-ELIGIBLE
             GO TO CHECK-PRODUCT-ELIGIBILITY-END
           END-IF.

           MOVE 'N' TO WS-ITEM-OK.
           MOVE 'NOT ELIGIBLE:' TO WS-RPT-VERDICT.
           MOVE 14 TO WS-VERDICT-POINTER.
           PERFORM VARYING WS-ELIG-INDEX FROM 1 BY 1
                   UNTIL WS-ELIG-INDEX > COMM-PE-REASON-COUNT
             STRING ' ' DELIMITED BY SIZE,
                    COMM-PE-REASON (WS-ELIG-INDEX) DELIMITED BY SIZE
                INTO WS-RPT-VERDICT
                WITH POINTER WS-VERDICT-POINTER
             END-STRING
           END-PERFORM.
       CHECK-PRODUCT-ELIGIBILITY-END.

      * PROCEDURE GET-NEXT-ACCOUNT-NUMBER
      * The next ACCOUNT-NUMBER for the sort code comes from the
      * HBNKACCT sequence through the counter server's batch CALL

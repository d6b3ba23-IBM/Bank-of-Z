      * The customer named must exist - this program stores
      * destinations for them, it does not validate that the
      * destination account exists, since payees at other banks are
      * exactly what the list is for. The destination must still
      * be a real one: ACCTVAL checks the sort code is a bank branch
      * and the account number passes that bank's modulus check, so
      * a mistyped payee is refused when it is saved rather than
      * bouncing days after the first payment to it.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way CUSREL reports its failures.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

      * Sort code and account number validation
       01 ACCTVAL-PROGRAM               PIC X(8) VALUE 'ACCTVAL'.
       01 ACCTVAL-COMMAREA.
          COPY ACCTVAL.

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.
              GO TO ASP999
           END-IF.

           INITIALIZE ACCTVAL-COMMAREA.
           MOVE COMM-PY-DEST-SCODE TO ACCTVAL-SORTCODE.
           MOVE COMM-PY-DEST-ACCNO TO ACCTVAL-ACCNO.
           SET ACCTVAL-ANY-BANK TO TRUE.

           EXEC CICS LINK PROGRAM(ACCTVAL-PROGRAM)
                     COMMAREA(ACCTVAL-COMMAREA)
           END-EXEC.

           IF NOT ACCTVAL-VALID
              IF ACCTVAL-CHECK-UNAVAILABLE
                 MOVE '8' TO COMM-PY-FAIL-CD
              ELSE
                 MOVE '6' TO COMM-PY-FAIL-CD
              END-IF
              GO TO ASP999
           END-IF.

           MOVE COMM-PY-DEST-SCODE TO HV-PY-DEST-SORTCODE.
           MOVE COMM-PY-DEST-ACCNO TO HV-PY-DEST-NUMBER.
           MOVE WS-TODAY-INT TO HV-PY-CREATED-DATE.

      * Both accounts named on an add must already exist on the
      * ACCOUNT table - this program does not create accounts, it
      * only links two that CREACC has already opened, the same way
      * CUSREL only links customers CRECUST has onboarded. The one
      * exception is a payee at another bank - a payee sort code
      * that is not on the BRANCH directory - whose account cannot be
      * looked up here; SORDEXEC pays it through the clearing queue.
      * ACCTVAL still checks that its sort code is a real bank
      * branch and its account number passes that bank's modulus
      * check, so a mistyped payee is refused at set-up.
      * The
      * setting-up operator is captured from EIBOPID the way COMPLNT
      * captures the raising operator.
      *
              INCLUDE ACCTDB2
           END-EXEC.

      * BRANCH DB2 copybook - a payee sort code off the directory
      * is an account at another bank
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

      * STANDING_ORDER DB2 copybook
           EXEC SQL
              INCLUDE SORDDB2
       01 HV-CHECK-SORTCODE             PIC X(6).
       01 HV-CHECK-NUMBER               PIC X(8).
       01 HV-CHECK-COUNT                PIC S9(9) COMP.
       01 WS-OWN-BRANCH                 PIC X     VALUE 'Y'.
          88 OWN-BRANCH                 VALUE 'Y'.
       01 HV-MAX-ID                     PIC S9(9) COMP.

      * Sort code and account number validation
       01 ACCTVAL-PROGRAM               PIC X(8) VALUE 'ACCTVAL'.
       01 ACCTVAL-COMMAREA.
          COPY ACCTVAL.

       01 WS-ACC-FOUND                  PIC X     VALUE 'N'.
          88 ACC-FOUND                  VALUE 'Y'.


           MOVE COMM-SO-TO-SCODE TO HV-CHECK-SORTCODE.
           MOVE COMM-SO-TO-ACCNO TO HV-CHECK-NUMBER.
           PERFORM CHECK-OWN-BRANCH.
           IF OWN-BRANCH
              PERFORM CHECK-ACCOUNT-EXISTS
              IF NOT ACC-FOUND
                 MOVE '6' TO COMM-SO-FAIL-CD
                 GO TO ASO999
              END-IF
           ELSE
              PERFORM CHECK-PAYEE-DESTINATION
              IF COMM-SO-FAIL-CD NOT = SPACE
                 GO TO ASO999
              END-IF
           END-IF.

      *
           EXIT.


       CHECK-OWN-BRANCH SECTION.
       COB010.
      *
      *    A sort code that is not on the BRANCH directory belongs
      *    to another bank. A failed lookup counts as our own, so
      *    the account check still runs.
      *
           MOVE 'Y' TO WS-OWN-BRANCH.
           IF HV-CHECK-SORTCODE = SORTCODE
              GO TO COB999
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-CHECK-SORTCODE
           END-EXEC.

           IF SQLCODE = 0 AND HV-CHECK-COUNT = 0
              MOVE 'N' TO WS-OWN-BRANCH
           END-IF.

       COB999.
           EXIT.


       CHECK-PAYEE-DESTINATION SECTION.
       CPD010.
      *
      *    A payee at another bank is checked by ACCTVAL against the
      *    industry modulus rules.
      *
           INITIALIZE ACCTVAL-COMMAREA.
           MOVE COMM-SO-TO-SCODE TO ACCTVAL-SORTCODE.
           MOVE COMM-SO-TO-ACCNO TO ACCTVAL-ACCNO.
           SET ACCTVAL-ANY-BANK TO TRUE.

           EXEC CICS LINK PROGRAM(ACCTVAL-PROGRAM)
                     COMMAREA(ACCTVAL-COMMAREA)
           END-EXEC.

           IF NOT ACCTVAL-VALID
              IF ACCTVAL-CHECK-UNAVAILABLE
                 MOVE '8' TO COMM-SO-FAIL-CD
              ELSE
                 MOVE 'V' TO COMM-SO-FAIL-CD
              END-IF
           END-IF.

       CPD999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.


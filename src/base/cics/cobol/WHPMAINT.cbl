      *
      * A capture is validated at capture time against the same
      * checks XFRFUN applies at posting time: both accounts must
      * exist (a payee at another bank - a sort code off the BRANCH
      * directory - cannot be looked up, and goes out through the
      * clearing queue when WHPEXEC pays it; ACCTVAL does check its
      * sort code and account number against the industry modulus
      * rules, so a mistyped payee is refused), the amount must be
      * positive, and the from-account's
      * current available balance must cover the payment within its
      * overdraft floor - a warehoused payment that could not post
      * today is refused rather than stored to fail later. (The
              INCLUDE ACCTDB2
           END-EXEC.

      * BRANCH DB2 copybook - a payee sort code off the directory
      * is an account at another bank
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

      * WAREHOUSED_PAYMENT DB2 copybook
           EXEC SQL
              INCLUDE WHPYDB2
       01 WS-OVERDRAFT-FLOOR            PIC S9(10)V99 VALUE 0.
       01 WS-NEW-AVAIL-BAL              PIC S9(10)V99 VALUE 0.

      * Sort code and account number validation
       01 ACCTVAL-PROGRAM               PIC X(8) VALUE 'ACCTVAL'.
       01 ACCTVAL-COMMAREA.
          COPY ACCTVAL.

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.
              GO TO CP999
           END-IF.

           MOVE 1 TO HV-CHECK-COUNT.

           IF COMM-WP-TO-SCODE NOT = SORTCODE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-CHECK-COUNT
                   FROM BRANCH
                  WHERE BRANCH_SORTCODE = :COMM-WP-TO-SCODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO HV-CHECK-COUNT
              END-IF
           END-IF.

      *
      *    Only a payee at one of our own branches can be checked
      *    against ACCOUNT.
      *
           IF HV-CHECK-COUNT > 0
              MOVE 0 TO HV-CHECK-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-CHECK-COUNT
                   FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :COMM-WP-TO-SCODE
                    AND ACCOUNT_NUMBER = :COMM-WP-TO-ACCNO
              END-EXEC
           ELSE
              INITIALIZE ACCTVAL-COMMAREA
              MOVE COMM-WP-TO-SCODE TO ACCTVAL-SORTCODE
              MOVE COMM-WP-TO-ACCNO TO ACCTVAL-ACCNO
              SET ACCTVAL-ANY-BANK TO TRUE
              EXEC CICS LINK PROGRAM(ACCTVAL-PROGRAM)
                        COMMAREA(ACCTVAL-COMMAREA)
              END-EXEC
              IF NOT ACCTVAL-VALID
                 IF ACCTVAL-CHECK-UNAVAILABLE
                    MOVE '8' TO COMM-WP-FAIL-CD
                 ELSE
                    MOVE 'V' TO COMM-WP-FAIL-CD
                 END-IF
                 GO TO CP999
              END-IF
              MOVE 1 TO HV-CHECK-COUNT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WP-FAIL-CD

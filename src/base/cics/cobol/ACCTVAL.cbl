       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program checks a sort code and account number before a
      * payment destination is stored or paid, following the same
      * linkage-section/commarea pattern as EMLVALID.cbl and
      * PHONEVAL.cbl (result flag, reason code) so that every
      * program that takes a destination applies one copy of the
      * rules.
      *
      * The sort code must be one of our own branches - SORTCODE or
      * the BRANCH directory - or fall in a range of the industry
      * modulus weight table MODWLOAD keeps on MODULUS_WEIGHT; a sort
      * code in neither is not a bank branch. An account at another
      * bank must then pass the published modulus checks for its
      * range: the fourteen digits of sort code and account number
      * are weighted and summed, and the total must divide by 10
      * (MOD10), by 11 (MOD11), or - with the digits of each product
      * added instead of the products - by 10 (DBLAL). A range with
      * two checks must pass both unless its exception says
      * otherwise. The exceptions honoured are:
      *
      *   1  - add 27 to the DBLAL total
      *   3  - skip the second check when account digit c is 6 or 9
      *   4  - the MOD11 remainder must equal digits g and h
      *   6  - a foreign currency account (a 4 to 8, g equal to h)
      *        cannot be checked and is accepted
      *   7  - zero the weights for u to b when g is 9
      *   8  - check with sort code 090126 in place of the real one
      *   10 - zero the weights for u to b when ab is 09 or 99 and g
      *        is 9
      *   12/13 - the account is valid if either check passes
      *
      * Any other exception code runs the standard check.
      *
      * Our own account numbers are allotted from the account
      * counter, not to a check digit, so they are not modulus
      * checked - the caller proves them against ACCOUNT.
      *
      * A DB2 problem fails the check closed, with its own reason,
      * so the caller can tell the operator to try again rather
      * than that the details are wrong.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTVAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * BRANCH DB2 table declaration - our own branches
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

      * MODULUS_WEIGHT DB2 table declaration - the industry weights
           EXEC SQL
              INCLUDE MODWDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY              PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 HV-CHECK-SORTCODE            PIC X(6).
       01 HV-BRANCH-COUNT              PIC S9(9) COMP.
       01 HV-MODW-METHOD               PIC X(5).
       01 HV-MODW-WEIGHTS              PIC X(42).
       01 HV-MODW-EXCEPTION            PIC S9(4) COMP.

      * The range's checks, at most two, in file order.
           EXEC SQL
              DECLARE MODW-CURSOR CURSOR FOR
                 SELECT MODULUS_WEIGHT_METHOD,
                        MODULUS_WEIGHT_WEIGHTS,
                        MODULUS_WEIGHT_EXCEPTION
                   FROM MODULUS_WEIGHT
                  WHERE MODULUS_WEIGHT_SORT_FROM <= :HV-CHECK-SORTCODE
                    AND MODULUS_WEIGHT_SORT_TO >= :HV-CHECK-SORTCODE
                  ORDER BY MODULUS_WEIGHT_SEQ
           END-EXEC.

       01 WS-CHECK-COUNT               PIC 9     VALUE 0.
       01 WS-CHECK-TABLE.
          03 WS-CHECK OCCURS 2 TIMES.
             05 WS-CHK-METHOD          PIC X(5).
             05 WS-CHK-WEIGHTS.
                07 WS-CHK-WEIGHT       PIC 9(3) OCCURS 14 TIMES.
             05 WS-CHK-EXCEPTION       PIC 9(2).

       01 WS-CHK-IX                    PIC 9     VALUE 0.
       01 WS-POSITION                  PIC 9(2)  VALUE 0.

      * Sort code and account number as the fourteen digits u to h.
       01 WS-DIGITS.
          03 WS-DIGIT                  PIC 9     OCCURS 14 TIMES.
       01 WS-WORK-DIGITS.
          03 WS-WORK-DIGIT             PIC 9     OCCURS 14 TIMES.
       01 WS-WORK-WEIGHTS.
          03 WS-WORK-WEIGHT            PIC 9(3)  OCCURS 14 TIMES.

       01 WS-PRODUCT                   PIC 9(5)  VALUE 0.
       01 WS-PRODUCT-QUOT              PIC 9(5)  VALUE 0.
       01 WS-PRODUCT-DIGIT             PIC 9     VALUE 0.
       01 WS-TOTAL                     PIC 9(7)  VALUE 0.
       01 WS-QUOTIENT                  PIC 9(7)  VALUE 0.
       01 WS-REMAINDER                 PIC 9(2)  VALUE 0.
       01 WS-MODULUS                   PIC 9(2)  VALUE 0.
       01 WS-GH                        PIC 9(2)  VALUE 0.

       01 WS-CHECK-PASSED              PIC X     VALUE 'N'.
          88 CHECK-PASSED              VALUE 'Y'.
       01 WS-FIRST-PASSED              PIC X     VALUE 'N'.
       01 WS-ACCT-OK                   PIC X     VALUE 'Y'.
          88 ACCT-OK                   VALUE 'Y'.
          88 ACCT-NOT-OK               VALUE 'N'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCTVAL.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           PERFORM INITIALIZE-VALIDATION.
           PERFORM CHECK-FORMAT.

           IF ACCT-OK
              PERFORM CHECK-OWN-BRANCH
           END-IF.

           IF ACCT-OK AND NOT ACCTVAL-IS-OWN-BANK
              IF ACCTVAL-OWN-BANK-ONLY
                 SET ACCT-NOT-OK TO TRUE
                 SET ACCTVAL-NOT-OWN-BANK TO TRUE
              ELSE
                 PERFORM READ-WEIGHT-ROWS
                 IF ACCT-OK AND ACCTVAL-ACCNO NOT = SPACES
                    PERFORM APPLY-MODULUS-CHECKS
                 END-IF
              END-IF
           END-IF.

           IF ACCT-OK
              SET ACCTVAL-VALID TO TRUE
           ELSE
              SET ACCTVAL-INVALID TO TRUE
           END-IF.

      *
      *    GOBACK rather than EXEC CICS RETURN, so this rule set can
      *    be driven both by EXEC CICS LINK from the online programs
      *    and by a static/dynamic CALL from batch jobs - one copy of
      *    the rules for every environment.
      *
           GOBACK.

       ML999.
           EXIT.


       INITIALIZE-VALIDATION SECTION.
       IV010.

           INSPECT ACCTVAL-SORTCODE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ACCTVAL-ACCNO REPLACING ALL LOW-VALUE BY SPACE.
           SET ACCTVAL-VALID TO TRUE.
           MOVE SPACE TO ACCTVAL-REASON.
           MOVE 'N' TO ACCTVAL-OWN-BANK.
           MOVE ZERO TO WS-CHECK-COUNT.
           INITIALIZE WS-CHECK-TABLE.
           SET ACCT-OK TO TRUE.

       IV999.
           EXIT.


       CHECK-FORMAT SECTION.
       CF010.
      *
      *    Six digits of sort code, and eight of account number
      *    when one is given.
      *
           IF ACCTVAL-SORTCODE NOT NUMERIC
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-BAD-FORMAT TO TRUE
              GO TO CF999
           END-IF.

           IF ACCTVAL-ACCNO NOT = SPACES
              AND ACCTVAL-ACCNO NOT NUMERIC
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-BAD-FORMAT TO TRUE
              GO TO CF999
           END-IF.

           MOVE ACCTVAL-SORTCODE TO WS-DIGITS(1:6).
           IF ACCTVAL-ACCNO = SPACES
              MOVE ZEROS TO WS-DIGITS(7:8)
           ELSE
              MOVE ACCTVAL-ACCNO TO WS-DIGITS(7:8)
           END-IF.

       CF999.
           EXIT.


       CHECK-OWN-BRANCH SECTION.
       COB010.

           IF ACCTVAL-SORTCODE = SORTCODE
              MOVE 'Y' TO ACCTVAL-OWN-BANK
              GO TO COB999
           END-IF.

           MOVE ACCTVAL-SORTCODE TO HV-CHECK-SORTCODE.
           MOVE 0 TO HV-BRANCH-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-BRANCH-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-CHECK-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCTVAL: BRANCH lookup failed, SQLCODE='
                      SQLCODE-DISPLAY
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-CHECK-UNAVAILABLE TO TRUE
              GO TO COB999
           END-IF.

           IF HV-BRANCH-COUNT > 0
              MOVE 'Y' TO ACCTVAL-OWN-BANK
           END-IF.

       COB999.
           EXIT.


       READ-WEIGHT-ROWS SECTION.
       RWR010.
      *
      *    A sort code in no range of the industry table is not a
      *    bank branch at all.
      *
           MOVE ACCTVAL-SORTCODE TO HV-CHECK-SORTCODE.

           EXEC SQL
              OPEN MODW-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCTVAL: Unable to OPEN MODW-CURSOR SQLCODE='
                      SQLCODE-DISPLAY
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-CHECK-UNAVAILABLE TO TRUE
              GO TO RWR999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CHECK-COUNT = 2
              EXEC SQL
                 FETCH MODW-CURSOR
                   INTO :HV-MODW-METHOD, :HV-MODW-WEIGHTS,
                        :HV-MODW-EXCEPTION
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CHECK-COUNT
                 MOVE HV-MODW-METHOD TO WS-CHK-METHOD(WS-CHECK-COUNT)
                 MOVE HV-MODW-WEIGHTS
                    TO WS-CHK-WEIGHTS(WS-CHECK-COUNT)
                 MOVE HV-MODW-EXCEPTION
                    TO WS-CHK-EXCEPTION(WS-CHECK-COUNT)
              END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCTVAL: FETCH MODW-CURSOR failed, SQLCODE='
                      SQLCODE-DISPLAY
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-CHECK-UNAVAILABLE TO TRUE
           END-IF.

           EXEC SQL
              CLOSE MODW-CURSOR
           END-EXEC.

           IF ACCT-OK AND WS-CHECK-COUNT = 0
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-UNKNOWN-SORTCODE TO TRUE
           END-IF.

       RWR999.
           EXIT.


       APPLY-MODULUS-CHECKS SECTION.
       AMC010.
      *
      *    Exception 6 - a foreign currency account's number does
      *    not follow the scheme and cannot be checked.
      *
           IF WS-CHK-EXCEPTION(1) = 6
              AND WS-DIGIT(7) >= 4 AND WS-DIGIT(7) <= 8
              AND WS-DIGIT(13) = WS-DIGIT(14)
              GO TO AMC999
           END-IF.

           MOVE 1 TO WS-CHK-IX.
           PERFORM RUN-ONE-CHECK.
           MOVE WS-CHECK-PASSED TO WS-FIRST-PASSED.

           IF WS-CHECK-COUNT = 1
              IF NOT CHECK-PASSED
                 SET ACCT-NOT-OK TO TRUE
                 SET ACCTVAL-MODULUS-FAILED TO TRUE
              END-IF
              GO TO AMC999
           END-IF.

      *
      *    Exceptions 12 and 13 - either check passing will do.
      *
           IF WS-CHK-EXCEPTION(1) = 12 OR WS-CHK-EXCEPTION(2) = 13
              IF WS-FIRST-PASSED = 'Y'
                 GO TO AMC999
              END-IF
              MOVE 2 TO WS-CHK-IX
              PERFORM RUN-ONE-CHECK
              IF NOT CHECK-PASSED
                 SET ACCT-NOT-OK TO TRUE
                 SET ACCTVAL-MODULUS-FAILED TO TRUE
              END-IF
              GO TO AMC999
           END-IF.

           IF WS-FIRST-PASSED NOT = 'Y'
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-MODULUS-FAILED TO TRUE
              GO TO AMC999
           END-IF.

      *
      *    Exception 3 - no second check when digit c is 6 or 9.
      *
           IF WS-CHK-EXCEPTION(2) = 3
              AND (WS-DIGIT(9) = 6 OR WS-DIGIT(9) = 9)
              GO TO AMC999
           END-IF.

           MOVE 2 TO WS-CHK-IX.
           PERFORM RUN-ONE-CHECK.
           IF NOT CHECK-PASSED
              SET ACCT-NOT-OK TO TRUE
              SET ACCTVAL-MODULUS-FAILED TO TRUE
           END-IF.

       AMC999.
           EXIT.


       RUN-ONE-CHECK SECTION.
       ROC010.
      *
      *    One weighted check, WS-CHK-IX selecting the row.
      *
           MOVE 'N' TO WS-CHECK-PASSED.
           MOVE WS-DIGITS TO WS-WORK-DIGITS.
           MOVE WS-CHK-WEIGHTS(WS-CHK-IX) TO WS-WORK-WEIGHTS.

           IF WS-CHK-EXCEPTION(WS-CHK-IX) = 8
              MOVE '090126' TO WS-WORK-DIGITS(1:6)
           END-IF.

           IF WS-CHK-EXCEPTION(WS-CHK-IX) = 7
              AND WS-DIGIT(13) = 9
              PERFORM ZERO-SORTCODE-WEIGHTS
           END-IF.

           IF WS-CHK-EXCEPTION(WS-CHK-IX) = 10
              AND WS-DIGIT(13) = 9
              AND (WS-DIGITS(7:2) = '09' OR WS-DIGITS(7:2) = '99')
              PERFORM ZERO-SORTCODE-WEIGHTS
           END-IF.

           MOVE 0 TO WS-TOTAL.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
              UNTIL WS-POSITION > 14
              COMPUTE WS-PRODUCT = WS-WORK-DIGIT(WS-POSITION) *
                                   WS-WORK-WEIGHT(WS-POSITION)
              IF WS-CHK-METHOD(WS-CHK-IX) = 'DBLAL'
                 PERFORM ADD-PRODUCT-DIGITS
              ELSE
                 ADD WS-PRODUCT TO WS-TOTAL
              END-IF
           END-PERFORM.

           IF WS-CHK-EXCEPTION(WS-CHK-IX) = 1
              ADD 27 TO WS-TOTAL
           END-IF.

           IF WS-CHK-METHOD(WS-CHK-IX) = 'MOD11'
              MOVE 11 TO WS-MODULUS
           ELSE
              MOVE 10 TO WS-MODULUS
           END-IF.

           DIVIDE WS-TOTAL BY WS-MODULUS
              GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.

      *
      *    Exception 4 - the remainder must equal digits g and h.
      *
           IF WS-CHK-EXCEPTION(WS-CHK-IX) = 4
              MOVE WS-DIGITS(13:2) TO WS-GH
              IF WS-REMAINDER = WS-GH
                 MOVE 'Y' TO WS-CHECK-PASSED
              END-IF
              GO TO ROC999
           END-IF.

           IF WS-REMAINDER = 0
              MOVE 'Y' TO WS-CHECK-PASSED
           END-IF.

       ROC999.
           EXIT.


       ZERO-SORTCODE-WEIGHTS SECTION.
       ZSW010.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
              UNTIL WS-POSITION > 8
              MOVE 0 TO WS-WORK-WEIGHT(WS-POSITION)
           END-PERFORM.

       ZSW999.
           EXIT.


       ADD-PRODUCT-DIGITS SECTION.
       APD010.
      *
      *    DBLAL adds the digits of each product, not the product.
      *
           PERFORM UNTIL WS-PRODUCT = 0
              DIVIDE WS-PRODUCT BY 10
                 GIVING WS-PRODUCT-QUOT REMAINDER WS-PRODUCT-DIGIT
              ADD WS-PRODUCT-DIGIT TO WS-TOTAL
              MOVE WS-PRODUCT-QUOT TO WS-PRODUCT
           END-PERFORM.

       APD999.
           EXIT.

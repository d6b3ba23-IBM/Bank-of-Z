       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the credit officer's approve/decline for the
      * annual overdraft reviews ODREVIEW holds on OVERDRAFT_REVIEW -
      * every proposal to reduce or remove a limit waits here before
      * the customer is told anything.
      *
      * An approval moves the review on to 'A', with the officer and
      * the date, and the next ODREVIEW run sends the customer's
      * advance-notice letter and sets the date the new limit takes
      * effect. The officer may approve a different limit from the
      * one proposed, so long as it is still below the current one.
      * A rise is never approved here, since it needs the customer's
      * agreement and goes through ODLMAINT at the counter.
      *
      * A decline closes the review at 'D' and the limit stays as
      * it is until next year's review.
      *
      * Only an operator whose OPERATOR_ROLE is one ODLMAINT trusts
      * with a large increase may decide a review. A missing role
      * row, or the lookup failing, is treated as unauthorised.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way CUSREL reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODRAPPR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * OVERDRAFT_REVIEW DB2 copybook
           EXEC SQL
              INCLUDE ODRVDB2
           END-EXEC.

      * OVERDRAFT_REVIEW host variables for DB2
       01 HOST-REVIEW-ROW.
          03 HV-ODR-SORTCODE            PIC X(6).
          03 HV-ODR-NUMBER              PIC X(8).
          03 HV-ODR-REVIEW-DATE         PIC S9(9) COMP.
          03 HV-ODR-CURRENT-LIMIT       PIC S9(9) COMP.
          03 HV-ODR-PROPOSED-LIMIT      PIC S9(9) COMP.
          03 HV-ODR-PROPOSAL            PIC X.
          03 HV-ODR-DECIDED-BY          PIC X(3).
          03 HV-ODR-DECIDED-DATE        PIC S9(9) COMP.

      * OPERATOR_ROLE DB2 copybook - only a lending role may decide
      * a review
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

       01 HV-OPERATOR-ROW.
          03 HV-OPERATOR-OPID           PIC X(3).
          03 HV-OPERATOR-ROLE           PIC X(4).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC 9(8).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ODRAPPR.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'ODRAPPR: Action=' COMM-ODR-ACTION
                   ' Account=' COMM-ODR-SCODE COMM-ODR-ACCNO
                   ' Review=' COMM-ODR-REVIEW-DATE

           MOVE 'N' TO COMM-ODR-SUCCESS.
           MOVE ' ' TO COMM-ODR-FAIL-CD.
           MOVE ZEROS TO COMM-ODR-OLD-LIMIT.

           IF NOT ODR-ACTION-APPROVE
              AND NOT ODR-ACTION-DECLINE
              MOVE '1' TO COMM-ODR-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF COMM-ODR-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-PENDING-REVIEW.
           IF COMM-ODR-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.
           MOVE EIBOPID TO HV-ODR-DECIDED-BY.
           MOVE WS-ORIG-DATE TO HV-ODR-DECIDED-DATE.

           EVALUATE TRUE
              WHEN ODR-ACTION-APPROVE
                 PERFORM APPROVE-REVIEW
              WHEN ODR-ACTION-DECLINE
                 PERFORM DECLINE-REVIEW
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       CHECK-OPERATOR-AUTHORITY SECTION.
       COA010.

           MOVE EIBOPID TO HV-OPERATOR-OPID.
           MOVE SPACES TO HV-OPERATOR-ROLE.

           EXEC SQL
              SELECT OPERATOR_ROLE_CODE
                INTO :HV-OPERATOR-ROLE
                FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-OPERATOR-OPID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-OPERATOR-ROLE
           END-IF.

           IF HV-OPERATOR-ROLE NOT = 'MGR '
           AND HV-OPERATOR-ROLE NOT = 'RISK'
              DISPLAY 'ODRAPPR: Operator ' EIBOPID ' not '
                      'authorised to decide a limit review'
              MOVE 'A' TO COMM-ODR-FAIL-CD
           END-IF.

       COA999.
           EXIT.


       READ-PENDING-REVIEW SECTION.
       RPR010.

           INITIALIZE HOST-REVIEW-ROW.
           MOVE COMM-ODR-SCODE TO HV-ODR-SORTCODE.
           MOVE COMM-ODR-ACCNO TO HV-ODR-NUMBER.
           MOVE COMM-ODR-REVIEW-DATE TO HV-ODR-REVIEW-DATE.

           EXEC SQL
              SELECT ODR_CURRENT_LIMIT,
                     ODR_PROPOSED_LIMIT,
                     ODR_PROPOSAL
                INTO :HV-ODR-CURRENT-LIMIT,
                     :HV-ODR-PROPOSED-LIMIT,
                     :HV-ODR-PROPOSAL
                FROM OVERDRAFT_REVIEW
               WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                 AND ODR_NUMBER = :HV-ODR-NUMBER
                 AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
                 AND ODR_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-ODR-FAIL-CD
              GO TO RPR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ODRAPPR - Review read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-ODR-FAIL-CD
              GO TO RPR999
           END-IF.

           MOVE HV-ODR-CURRENT-LIMIT TO COMM-ODR-OLD-LIMIT.

       RPR999.
           EXIT.


       APPROVE-REVIEW SECTION.
       AR010.
      *
      *    An amended limit must still be a cut - anything at or
      *    above the current limit is not a review decision.
      *
           IF ODR-AMEND-LIMIT
              IF COMM-ODR-NEW-LIMIT >= HV-ODR-CURRENT-LIMIT
                 MOVE '3' TO COMM-ODR-FAIL-CD
                 GO TO AR999
              END-IF
              MOVE COMM-ODR-NEW-LIMIT TO HV-ODR-PROPOSED-LIMIT
              IF HV-ODR-PROPOSED-LIMIT = 0
                 MOVE 'X' TO HV-ODR-PROPOSAL
              ELSE
                 MOVE 'R' TO HV-ODR-PROPOSAL
              END-IF
           END-IF.

           EXEC SQL
              UPDATE OVERDRAFT_REVIEW
                 SET ODR_STATUS = 'A',
                     ODR_PROPOSED_LIMIT = :HV-ODR-PROPOSED-LIMIT,
                     ODR_PROPOSAL = :HV-ODR-PROPOSAL,
                     ODR_DECIDED_BY = :HV-ODR-DECIDED-BY,
                     ODR_DECIDED_DATE = :HV-ODR-DECIDED-DATE
               WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                 AND ODR_NUMBER = :HV-ODR-NUMBER
                 AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
                 AND ODR_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ODRAPPR - Review approve failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-ODR-FAIL-CD
              GO TO AR999
           END-IF.

           MOVE HV-ODR-PROPOSED-LIMIT TO COMM-ODR-NEW-LIMIT.
           MOVE 'Y' TO COMM-ODR-SUCCESS.
           DISPLAY 'ODRAPPR: Review approved by operator ' EIBOPID.

       AR999.
           EXIT.


       DECLINE-REVIEW SECTION.
       DR010.

           EXEC SQL
              UPDATE OVERDRAFT_REVIEW
                 SET ODR_STATUS = 'D',
                     ODR_DECIDED_BY = :HV-ODR-DECIDED-BY,
                     ODR_DECIDED_DATE = :HV-ODR-DECIDED-DATE
               WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                 AND ODR_NUMBER = :HV-ODR-NUMBER
                 AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
                 AND ODR_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ODRAPPR - Review decline failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-ODR-FAIL-CD
              GO TO DR999
           END-IF.

           MOVE 'Y' TO COMM-ODR-SUCCESS.
           DISPLAY 'ODRAPPR: Review declined by operator ' EIBOPID.

       DR999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                YYYYMMDD(WS-ORIG-DATE)
                END-EXEC.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

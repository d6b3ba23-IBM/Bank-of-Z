       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program maintains the current account switch requests.
      * A customer moving their main account to us used to have to
      * set up every standing order again and write to every direct
      * debit originator themselves; a customer leaving us was
      * closed through CLOSACC with nothing to send their payments
      * on. Here the branch registers the switch - which way it
      * goes, our account, the account at the other bank and the
      * switch date - and SWCHEXEC carries it out on the day.
      *
      * 'R' registers a switch, 'X' cancels one that has not yet
      * happened and 'L' lists the switches on an account. The
      * other bank's sort code must not be one of our own branches
      * (a move between our own accounts is MOVACC's business, not
      * a switch), and an account may only have one switch pending.
      * The registering operator is captured from EIBOPID the way
      * VULNMNT captures the recorder.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way VULNMNT reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWCHMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * ACCOUNT DB2 copybook - our side of the switch must exist
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * BRANCH DB2 copybook - the other side must not be one of
      * our own branches
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

      * ACCOUNT_SWITCH DB2 copybook
           EXEC SQL
              INCLUDE ASWTDB2
           END-EXEC.

       01 HOST-SWITCH-ROW.
          03 HV-SW-ID                   PIC S9(9) COMP.
          03 HV-SW-DIRECTION            PIC X.
          03 HV-SW-SORTCODE             PIC X(6).
          03 HV-SW-NUMBER               PIC X(8).
          03 HV-SW-CUSTOMER             PIC X(10).
          03 HV-SW-OTHER-SORTCODE       PIC X(6).
          03 HV-SW-OTHER-NUMBER         PIC X(8).
          03 HV-SW-DATE                 PIC S9(9) COMP.
          03 HV-SW-STATUS               PIC X.
          03 HV-SW-BALANCE-SENT         PIC S9(10)V99 COMP-3.
          03 HV-SW-REDIRECT-UNTIL       PIC S9(9) COMP.
          03 HV-SW-CREATED-DATE         PIC S9(9) COMP.
          03 HV-SW-CREATED-BY           PIC X(3).
          03 HV-SW-COMPLETED-DATE       PIC S9(9) COMP.

       01 HV-MAX-ID                     PIC S9(9) COMP.
       01 HV-CHECK-COUNT                PIC S9(9) COMP.
       01 HV-TODAY                      PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-RESULT-INDEX               PIC 9(2)  VALUE 0.
       01 WS-EXIT-FETCH                 PIC X     VALUE 'N'.

           EXEC SQL
              DECLARE SWCHMNT-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SWITCH_ID,
                        ACCOUNT_SWITCH_DIRECTION,
                        ACCOUNT_SWITCH_OTHER_SORTCODE,
                        ACCOUNT_SWITCH_OTHER_NUMBER,
                        ACCOUNT_SWITCH_DATE,
                        ACCOUNT_SWITCH_STATUS,
                        ACCOUNT_SWITCH_BALANCE_SENT,
                        ACCOUNT_SWITCH_REDIRECT_UNTIL,
                        ACCOUNT_SWITCH_CREATED_BY,
                        ACCOUNT_SWITCH_COMPLETED_DATE
                   FROM ACCOUNT_SWITCH
                  WHERE ACCOUNT_SWITCH_SORTCODE = :HV-SW-SORTCODE
                    AND ACCOUNT_SWITCH_NUMBER = :HV-SW-NUMBER
                  ORDER BY ACCOUNT_SWITCH_ID DESC
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SWCHMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'SWCHMNT: Action=' COMM-SW-ACTION
                   ' Account=' COMM-SW-SCODE '/' COMM-SW-ACCNO
                   ' Id=' COMM-SW-ID

           MOVE 'N' TO COMM-SW-SUCCESS.
           MOVE ' ' TO COMM-SW-FAIL-CD.
           MOVE 0 TO COMM-SW-COUNT.
           MOVE 'N' TO COMM-SW-MORE.

           IF COMM-SW-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-SW-SCODE
           END-IF.

           EVALUATE TRUE
              WHEN SW-ACTION-REGISTER
                 PERFORM REGISTER-SWITCH
              WHEN SW-ACTION-CANCEL
                 PERFORM CANCEL-SWITCH
              WHEN SW-ACTION-LIST
                 PERFORM LIST-SWITCHES
              WHEN OTHER
                 MOVE '1' TO COMM-SW-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       REGISTER-SWITCH SECTION.
       RS010.

           PERFORM VALIDATE-SWITCH.

           IF COMM-SW-FAIL-CD NOT = ' '
              GO TO RS999
           END-IF.

      *
      *    Our account must be on file - its customer is recorded
      *    with the switch so the outgoing closure and the
      *    incoming payee load know whose it is.
      *
           MOVE SPACES TO HV-SW-CUSTOMER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-SW-CUSTOMER
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-SW-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-SW-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '4' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SWCHMNT - Account SELECT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

      *
      *    One switch at a time per account.
      *
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ACCOUNT_SWITCH
               WHERE ACCOUNT_SWITCH_SORTCODE = :HV-SW-SORTCODE
                 AND ACCOUNT_SWITCH_NUMBER = :HV-SW-NUMBER
                 AND ACCOUNT_SWITCH_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '7' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(ACCOUNT_SWITCH_ID), 0)
                INTO :HV-MAX-ID
                FROM ACCOUNT_SWITCH
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SWCHMNT - Id lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

           COMPUTE HV-SW-ID = HV-MAX-ID + 1.
           MOVE 'P' TO HV-SW-STATUS.
           MOVE 0 TO HV-SW-BALANCE-SENT.
           MOVE 0 TO HV-SW-REDIRECT-UNTIL.
           MOVE 0 TO HV-SW-COMPLETED-DATE.
           MOVE HV-TODAY TO HV-SW-CREATED-DATE.
           MOVE EIBOPID TO HV-SW-CREATED-BY.

           EXEC SQL
              INSERT INTO ACCOUNT_SWITCH
                     ( ACCOUNT_SWITCH_ID,
                       ACCOUNT_SWITCH_DIRECTION,
                       ACCOUNT_SWITCH_SORTCODE,
                       ACCOUNT_SWITCH_NUMBER,
                       ACCOUNT_SWITCH_CUSTOMER,
                       ACCOUNT_SWITCH_OTHER_SORTCODE,
                       ACCOUNT_SWITCH_OTHER_NUMBER,
                       ACCOUNT_SWITCH_DATE,
                       ACCOUNT_SWITCH_STATUS,
                       ACCOUNT_SWITCH_BALANCE_SENT,
                       ACCOUNT_SWITCH_REDIRECT_UNTIL,
                       ACCOUNT_SWITCH_CREATED_DATE,
                       ACCOUNT_SWITCH_CREATED_BY,
                       ACCOUNT_SWITCH_COMPLETED_DATE )
              VALUES ( :HV-SW-ID,
                       :HV-SW-DIRECTION,
                       :HV-SW-SORTCODE,
                       :HV-SW-NUMBER,
                       :HV-SW-CUSTOMER,
                       :HV-SW-OTHER-SORTCODE,
                       :HV-SW-OTHER-NUMBER,
                       :HV-SW-DATE,
                       :HV-SW-STATUS,
                       :HV-SW-BALANCE-SENT,
                       :HV-SW-REDIRECT-UNTIL,
                       :HV-SW-CREATED-DATE,
                       :HV-SW-CREATED-BY,
                       :HV-SW-COMPLETED-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SWCHMNT - Switch INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO RS999
           END-IF.

           MOVE HV-SW-ID TO COMM-SW-ID.
           MOVE 'Y' TO COMM-SW-SUCCESS.
           DISPLAY 'SWCHMNT: Switch registered, id=' COMM-SW-ID.

       RS999.
           EXIT.


       CANCEL-SWITCH SECTION.
       CS010.

           IF COMM-SW-ID NOT NUMERIC OR COMM-SW-ID = 0
              MOVE '2' TO COMM-SW-FAIL-CD
              GO TO CS999
           END-IF.

           MOVE COMM-SW-ID TO HV-SW-ID.

      *
      *    Only a switch that has not yet happened can be called
      *    off - a completed one has already moved the money.
      *
           EXEC SQL
              UPDATE ACCOUNT_SWITCH
                 SET ACCOUNT_SWITCH_STATUS = 'X'
               WHERE ACCOUNT_SWITCH_ID = :HV-SW-ID
                 AND ACCOUNT_SWITCH_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-SW-FAIL-CD
              GO TO CS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SWCHMNT - Switch UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO CS999
           END-IF.

           MOVE 'Y' TO COMM-SW-SUCCESS.

       CS999.
           EXIT.


       VALIDATE-SWITCH SECTION.
       VS010.

           IF COMM-SW-ACCNO = SPACES
              OR COMM-SW-OTHER-SCODE = SPACES
              OR COMM-SW-OTHER-ACCNO = SPACES
              MOVE '2' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

           IF NOT SW-INCOMING AND NOT SW-OUTGOING
              OR COMM-SW-SWITCH-DATE NOT NUMERIC
              MOVE '3' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

           EXEC SQL
              SELECT YEAR(CURRENT DATE) * 10000
                   + MONTH(CURRENT DATE) * 100
                   + DAY(CURRENT DATE)
                INTO :HV-TODAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

           IF COMM-SW-SWITCH-DATE NOT > HV-TODAY
              MOVE '3' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

      *
      *    A switch is with another bank. Our own sort code is
      *    refused without a lookup; a failed lookup is treated as
      *    one of our branches - fail safe, not fail open.
      *
           IF COMM-SW-OTHER-SCODE = COMM-SW-SCODE
              MOVE 'B' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

           MOVE COMM-SW-DIRECTION TO HV-SW-DIRECTION.
           MOVE COMM-SW-SCODE TO HV-SW-SORTCODE.
           MOVE COMM-SW-ACCNO TO HV-SW-NUMBER.
           MOVE COMM-SW-OTHER-SCODE TO HV-SW-OTHER-SORTCODE.
           MOVE COMM-SW-OTHER-ACCNO TO HV-SW-OTHER-NUMBER.
           MOVE COMM-SW-SWITCH-DATE TO HV-SW-DATE.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM BRANCH
               WHERE BRANCH_SORTCODE = :HV-SW-OTHER-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-CHECK-COUNT
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE 'B' TO COMM-SW-FAIL-CD
              GO TO VS999
           END-IF.

       VS999.
           EXIT.


       LIST-SWITCHES SECTION.
       LS010.

           IF COMM-SW-ACCNO = SPACES
              MOVE '2' TO COMM-SW-FAIL-CD
              GO TO LS999
           END-IF.

           MOVE COMM-SW-SCODE TO HV-SW-SORTCODE.
           MOVE COMM-SW-ACCNO TO HV-SW-NUMBER.
           MOVE 0 TO WS-RESULT-INDEX.
           MOVE 'N' TO WS-EXIT-FETCH.

           EXEC SQL
              OPEN SWCHMNT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SWCHMNT: Unable to OPEN SWCHMNT-CURSOR, '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '6' TO COMM-SW-FAIL-CD
              GO TO LS999
           END-IF.

           PERFORM FETCH-NEXT-SWITCH
              UNTIL WS-EXIT-FETCH = 'Y'
                 OR WS-RESULT-INDEX >= 4.

      *
      *    One more fetch tells the caller whether the list was cut
      *    short.
      *
           IF WS-EXIT-FETCH NOT = 'Y'
              EXEC SQL
                 FETCH SWCHMNT-CURSOR
                   INTO :HV-SW-ID, :HV-SW-DIRECTION,
                        :HV-SW-OTHER-SORTCODE, :HV-SW-OTHER-NUMBER,
                        :HV-SW-DATE, :HV-SW-STATUS,
                        :HV-SW-BALANCE-SENT, :HV-SW-REDIRECT-UNTIL,
                        :HV-SW-CREATED-BY, :HV-SW-COMPLETED-DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO COMM-SW-MORE
              END-IF
           END-IF.

           MOVE WS-RESULT-INDEX TO COMM-SW-COUNT.

           EXEC SQL
              CLOSE SWCHMNT-CURSOR
           END-EXEC.

           MOVE 'Y' TO COMM-SW-SUCCESS.

       LS999.
           EXIT.


       FETCH-NEXT-SWITCH SECTION.
       FNS010.

           EXEC SQL
              FETCH SWCHMNT-CURSOR
                INTO :HV-SW-ID, :HV-SW-DIRECTION,
                     :HV-SW-OTHER-SORTCODE, :HV-SW-OTHER-NUMBER,
                     :HV-SW-DATE, :HV-SW-STATUS,
                     :HV-SW-BALANCE-SENT, :HV-SW-REDIRECT-UNTIL,
                     :HV-SW-CREATED-BY, :HV-SW-COMPLETED-DATE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-RESULT-INDEX
              MOVE HV-SW-ID
                 TO COMM-SW-RES-ID (WS-RESULT-INDEX)
              MOVE HV-SW-DIRECTION
                 TO COMM-SW-RES-DIRECTION (WS-RESULT-INDEX)
              MOVE HV-SW-OTHER-SORTCODE
                 TO COMM-SW-RES-OTHER-SCODE (WS-RESULT-INDEX)
              MOVE HV-SW-OTHER-NUMBER
                 TO COMM-SW-RES-OTHER-ACCNO (WS-RESULT-INDEX)
              MOVE HV-SW-DATE
                 TO COMM-SW-RES-SWITCH-DATE (WS-RESULT-INDEX)
              MOVE HV-SW-STATUS
                 TO COMM-SW-RES-STATUS (WS-RESULT-INDEX)
              MOVE HV-SW-BALANCE-SENT
                 TO COMM-SW-RES-BALANCE-SENT (WS-RESULT-INDEX)
              MOVE HV-SW-REDIRECT-UNTIL
                 TO COMM-SW-RES-REDIRECT-UNTIL (WS-RESULT-INDEX)
              MOVE HV-SW-CREATED-BY
                 TO COMM-SW-RES-CREATED-BY (WS-RESULT-INDEX)
              MOVE HV-SW-COMPLETED-DATE
                 TO COMM-SW-RES-COMPLETED-DATE (WS-RESULT-INDEX)
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SWCHMNT: FETCH failed, SQLCODE='
                         SQLCODE-DISPLAY
              END-IF
              MOVE 'Y' TO WS-EXIT-FETCH
           END-IF.

       FNS999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

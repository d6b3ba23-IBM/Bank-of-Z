       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the collector's worklist over the
      * COLLECTIONS_CASE rows the nightly COLLNITE job opens for
      * accounts in persistent excess and loans in arrears.
      *
      * Action 'L' pages a collector's cases in priority order, the
      * CUSTSRCH skip-count style: first everything whose next
      * action is due, then the highest stage, then the largest
      * arrears. Action 'U' pages the cases nobody has been given.
      *
      * Action 'P' records a promise-to-pay - an amount and a date
      * no more than WS-MAX-PTP-DAYS ahead - and makes the promise
      * date the next action date; COLLNITE checks it against the
      * PROCTRAN credits when the day comes. Action 'N' moves the
      * next action date. Action 'A' assigns a case to a 'COLL'
      * operator.
      *
      * Collectors may work only their own cases; MGR and RISK
      * operators, the roles ODLMAINT trusts with limits, may work
      * any case and are the only ones who may assign. An operator
      * with no OPERATOR_ROLE row is treated as unauthorised.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way SCRWORK reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLWORK.
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

      * COLLECTIONS_CASE DB2 copybook
           EXEC SQL
              INCLUDE COLLDB2
           END-EXEC.

      * COLLECTIONS_CASE host variables for DB2
       01 HOST-CASE-ROW.
          03 HV-CASE-SORTCODE           PIC X(6).
          03 HV-CASE-NUMBER             PIC X(8).
          03 HV-CASE-OPENED-DATE        PIC S9(9) COMP.
          03 HV-CASE-TYPE               PIC X.
          03 HV-CASE-CUSTOMER           PIC X(10).
          03 HV-CASE-ARREARS            PIC S9(10)V99 COMP-3.
          03 HV-CASE-STAGE              PIC S9(9) COMP.
          03 HV-CASE-COLLECTOR          PIC X(3).
          03 HV-CASE-NEXT-ACTION        PIC S9(9) COMP.
          03 HV-CASE-PTP-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-CASE-PTP-DATE           PIC S9(9) COMP.
          03 HV-CASE-PTP-STATUS         PIC X.
          03 HV-CASE-BROKEN-COUNT       PIC S9(9) COMP.
          03 HV-CASE-STATUS             PIC X.
          03 HV-CASE-DUE                PIC S9(9) COMP.

       01 HV-LIST-COLLECTOR             PIC X(3).

      * OPERATOR_ROLE DB2 copybook - collectors, and the roles
      * allowed to work any case
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

       01 WS-OPERATOR-ID                PIC X(3).
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.

       01 WS-TODAY-INT                  PIC S9(9) COMP.

      *
      * Today and the date being validated, as ISO text for the DB2
      * day arithmetic.
      *
       01 HV-TODAY-ISO                  PIC X(10).
       01 HV-TODAY-ISO-GRP REDEFINES HV-TODAY-ISO.
          03 HV-TODAY-ISO-YYYY          PIC 9999.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-MM            PIC 99.
          03 FILLER                     PIC X.
          03 HV-TODAY-ISO-DD            PIC 99.
       01 HV-TARGET-ISO                 PIC X(10).
       01 HV-TARGET-ISO-GRP REDEFINES HV-TARGET-ISO.
          03 HV-TARGET-ISO-YYYY         PIC 9999.
          03 FILLER                     PIC X.
          03 HV-TARGET-ISO-MM           PIC 99.
          03 FILLER                     PIC X.
          03 HV-TARGET-ISO-DD           PIC 99.
       01 WS-TARGET-DATE                PIC 9(8).
       01 WS-TARGET-DATE-GRP REDEFINES WS-TARGET-DATE.
          03 WS-TARGET-YYYY             PIC 9999.
          03 WS-TARGET-MM               PIC 99.
          03 WS-TARGET-DD               PIC 99.
       01 HV-DAYS-AHEAD                 PIC S9(9) COMP.
       01 WS-DATE-VALID                 PIC X         VALUE 'N'.

      *
      * How far ahead a promise or a next action may be set.
      *
       01 WS-MAX-PTP-DAYS               PIC S9(9) COMP VALUE 30.
       01 WS-MAX-ACTION-DAYS            PIC S9(9) COMP VALUE 90.

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.

      * A collector's open cases, or the unassigned ones, in
      * priority order: due for action first, then highest stage,
      * then largest arrears.
           EXEC SQL
              DECLARE COLLWORK-CURSOR CURSOR FOR
                 SELECT COLL_CASE_SORTCODE, COLL_CASE_NUMBER,
                        COLL_CASE_OPENED_DATE, COLL_CASE_TYPE,
                        COLL_CASE_CUSTOMER, COLL_CASE_ARREARS,
                        COLL_CASE_STAGE, COLL_CASE_NEXT_ACTION,
                        COLL_CASE_PTP_AMOUNT, COLL_CASE_PTP_DATE,
                        COLL_CASE_PTP_STATUS, COLL_CASE_BROKEN_COUNT,
                        COLL_CASE_STATUS,
                        CASE WHEN COLL_CASE_NEXT_ACTION
                                     <= :WS-TODAY-INT
                             THEN 0 ELSE 1 END AS CASE_DUE
                   FROM COLLECTIONS_CASE
                  WHERE COLL_CASE_COLLECTOR = :HV-LIST-COLLECTOR
                    AND COLL_CASE_STATUS IN ('O', 'W')
                  ORDER BY CASE_DUE,
                           COLL_CASE_STAGE DESC,
                           COLL_CASE_ARREARS DESC,
                           COLL_CASE_NEXT_ACTION
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY COLLWORK.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'COLLWORK: Action=' COMM-CW-ACTION
                   ' Account=' COMM-CW-SCODE '/' COMM-CW-ACCNO

           MOVE 'N' TO COMM-CW-SUCCESS.
           MOVE ' ' TO COMM-CW-FAIL-CD.
           SET NO-MORE-CW-ROWS TO TRUE.
           MOVE 0 TO COMM-CW-LIST-COUNT.

           IF COMM-CW-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-CW-SCODE
           END-IF.

           MOVE EIBOPID TO WS-OPERATOR-ID.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN CW-ACTION-LIST
                 IF COMM-CW-COLLECTOR = SPACES OR LOW-VALUES
                    MOVE WS-OPERATOR-ID TO HV-LIST-COLLECTOR
                 ELSE
                    MOVE COMM-CW-COLLECTOR TO HV-LIST-COLLECTOR
                 END-IF
                 PERFORM LIST-CASES
              WHEN CW-ACTION-UNASSIGNED
                 MOVE SPACES TO HV-LIST-COLLECTOR
                 PERFORM LIST-CASES
              WHEN CW-ACTION-PROMISE
                 PERFORM RECORD-PROMISE
              WHEN CW-ACTION-NEXT-ACTION
                 PERFORM SET-NEXT-ACTION
              WHEN CW-ACTION-ASSIGN
                 PERFORM ASSIGN-CASE
              WHEN OTHER
                 MOVE '1' TO COMM-CW-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       LIST-CASES SECTION.
       LC010.

           MOVE COMM-CW-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN COLLWORK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-CW-FAIL-CD
              GO TO LC999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH COLLWORK-CURSOR
                   INTO :HV-CASE-SORTCODE, :HV-CASE-NUMBER,
                        :HV-CASE-OPENED-DATE, :HV-CASE-TYPE,
                        :HV-CASE-CUSTOMER, :HV-CASE-ARREARS,
                        :HV-CASE-STAGE, :HV-CASE-NEXT-ACTION,
                        :HV-CASE-PTP-AMOUNT, :HV-CASE-PTP-DATE,
                        :HV-CASE-PTP-STATUS, :HV-CASE-BROKEN-COUNT,
                        :HV-CASE-STATUS, :HV-CASE-DUE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       PERFORM MOVE-LIST-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE COLLWORK-CURSOR
           END-EXEC.

           IF WS-LIST-INDEX > 10
              SET MORE-CW-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-CW-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-CW-LIST-COUNT.
           COMPUTE COMM-CW-LIST-START =
              COMM-CW-LIST-START + WS-LIST-INDEX.
           MOVE 'Y' TO COMM-CW-SUCCESS.

       LC999.
           EXIT.


       MOVE-LIST-ENTRY SECTION.
       MLE010.

           MOVE HV-CASE-SORTCODE
              TO COMM-CW-LIST-SCODE (WS-LIST-INDEX).
           MOVE HV-CASE-NUMBER
              TO COMM-CW-LIST-ACCNO (WS-LIST-INDEX).
           MOVE HV-CASE-TYPE
              TO COMM-CW-LIST-TYPE (WS-LIST-INDEX).
           MOVE HV-CASE-CUSTOMER
              TO COMM-CW-LIST-CUSTNO (WS-LIST-INDEX).
           MOVE HV-CASE-STAGE
              TO COMM-CW-LIST-STAGE (WS-LIST-INDEX).
           MOVE HV-CASE-STATUS
              TO COMM-CW-LIST-STATUS (WS-LIST-INDEX).
           MOVE HV-CASE-ARREARS
              TO COMM-CW-LIST-ARREARS (WS-LIST-INDEX).
           MOVE HV-CASE-OPENED-DATE
              TO COMM-CW-LIST-OPENED (WS-LIST-INDEX).
           MOVE HV-CASE-NEXT-ACTION
              TO COMM-CW-LIST-NEXT-ACTION (WS-LIST-INDEX).
           MOVE HV-CASE-PTP-AMOUNT
              TO COMM-CW-LIST-PTP-AMOUNT (WS-LIST-INDEX).
           MOVE HV-CASE-PTP-DATE
              TO COMM-CW-LIST-PTP-DATE (WS-LIST-INDEX).
           MOVE HV-CASE-PTP-STATUS
              TO COMM-CW-LIST-PTP-STATUS (WS-LIST-INDEX).
           MOVE HV-CASE-BROKEN-COUNT
              TO COMM-CW-LIST-BROKEN (WS-LIST-INDEX).

       MLE999.
           EXIT.


       RECORD-PROMISE SECTION.
       RP010.

           PERFORM READ-OPEN-CASE.
           IF COMM-CW-FAIL-CD NOT = ' '
              GO TO RP999
           END-IF.

           PERFORM CHECK-CASE-AUTHORITY.
           IF COMM-CW-FAIL-CD NOT = ' '
              GO TO RP999
           END-IF.

           IF COMM-CW-PTP-AMOUNT NOT > ZERO
              MOVE '3' TO COMM-CW-FAIL-CD
              GO TO RP999
           END-IF.

           MOVE COMM-CW-PTP-DATE TO WS-TARGET-DATE.
           PERFORM VALIDATE-TARGET-DATE.
           IF WS-DATE-VALID NOT = 'Y'
              OR HV-DAYS-AHEAD > WS-MAX-PTP-DAYS
              MOVE '3' TO COMM-CW-FAIL-CD
              GO TO RP999
           END-IF.

           MOVE COMM-CW-PTP-AMOUNT TO HV-CASE-PTP-AMOUNT.
           MOVE COMM-CW-PTP-DATE TO HV-CASE-PTP-DATE.

           EXEC SQL
              UPDATE COLLECTIONS_CASE
                 SET COLL_CASE_PTP_AMOUNT = :HV-CASE-PTP-AMOUNT,
                     COLL_CASE_PTP_DATE = :HV-CASE-PTP-DATE,
                     COLL_CASE_PTP_TAKEN = :WS-TODAY-INT,
                     COLL_CASE_PTP_STATUS = 'O',
                     COLL_CASE_NEXT_ACTION = :HV-CASE-PTP-DATE
               WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                 AND COLL_CASE_OPENED_DATE = :HV-CASE-OPENED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLWORK - Promise UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-CW-FAIL-CD
              GO TO RP999
           END-IF.

           MOVE 'Y' TO COMM-CW-SUCCESS.
           DISPLAY 'COLLWORK: Promise recorded by operator '
                   WS-OPERATOR-ID

       RP999.
           EXIT.


       SET-NEXT-ACTION SECTION.
       SNA010.

           PERFORM READ-OPEN-CASE.
           IF COMM-CW-FAIL-CD NOT = ' '
              GO TO SNA999
           END-IF.

           PERFORM CHECK-CASE-AUTHORITY.
           IF COMM-CW-FAIL-CD NOT = ' '
              GO TO SNA999
           END-IF.

           MOVE COMM-CW-NEXT-ACTION TO WS-TARGET-DATE.
           PERFORM VALIDATE-TARGET-DATE.
           IF WS-DATE-VALID NOT = 'Y'
              OR HV-DAYS-AHEAD > WS-MAX-ACTION-DAYS
              MOVE '4' TO COMM-CW-FAIL-CD
              GO TO SNA999
           END-IF.

           MOVE COMM-CW-NEXT-ACTION TO HV-CASE-NEXT-ACTION.

           EXEC SQL
              UPDATE COLLECTIONS_CASE
                 SET COLL_CASE_NEXT_ACTION = :HV-CASE-NEXT-ACTION
               WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                 AND COLL_CASE_OPENED_DATE = :HV-CASE-OPENED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLWORK - Next action UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-CW-FAIL-CD
              GO TO SNA999
           END-IF.

           MOVE 'Y' TO COMM-CW-SUCCESS.

       SNA999.
           EXIT.


       ASSIGN-CASE SECTION.
       AC010.

           PERFORM READ-OPERATOR-ROLE.
           IF HV-OPERATOR-ROLE NOT = 'MGR '
           AND HV-OPERATOR-ROLE NOT = 'RISK'
              DISPLAY 'COLLWORK: Operator ' WS-OPERATOR-ID ' not '
                      'authorised to assign cases'
              MOVE 'A' TO COMM-CW-FAIL-CD
              GO TO AC999
           END-IF.

           PERFORM READ-OPEN-CASE.
           IF COMM-CW-FAIL-CD NOT = ' '
              GO TO AC999
           END-IF.

      *
      *    The case may only go to an operator who holds the
      *    collector role.
      *
           MOVE COMM-CW-COLLECTOR TO HV-OPERATOR-OPID.
           MOVE SPACES TO HV-OPERATOR-ROLE.

           EXEC SQL
              SELECT OPERATOR_ROLE_CODE
                INTO :HV-OPERATOR-ROLE
                FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-OPERATOR-OPID
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-OPERATOR-ROLE NOT = 'COLL'
              MOVE '5' TO COMM-CW-FAIL-CD
              GO TO AC999
           END-IF.

           EXEC SQL
              UPDATE COLLECTIONS_CASE
                 SET COLL_CASE_COLLECTOR = :HV-OPERATOR-OPID
               WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                 AND COLL_CASE_OPENED_DATE = :HV-CASE-OPENED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLWORK - Assignment UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-CW-FAIL-CD
              GO TO AC999
           END-IF.

           MOVE 'Y' TO COMM-CW-SUCCESS.
           DISPLAY 'COLLWORK: Case assigned to ' HV-OPERATOR-OPID
                   ' by operator ' WS-OPERATOR-ID

       AC999.
           EXIT.


       READ-OPEN-CASE SECTION.
       ROC010.

           MOVE COMM-CW-SCODE TO HV-CASE-SORTCODE.
           MOVE COMM-CW-ACCNO TO HV-CASE-NUMBER.

           EXEC SQL
              SELECT COLL_CASE_OPENED_DATE, COLL_CASE_COLLECTOR,
                     COLL_CASE_STATUS
                INTO :HV-CASE-OPENED-DATE, :HV-CASE-COLLECTOR,
                     :HV-CASE-STATUS
                FROM COLLECTIONS_CASE
               WHERE COLL_CASE_SORTCODE = :HV-CASE-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-CASE-NUMBER
                 AND COLL_CASE_STATUS IN ('O', 'W')
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-CW-FAIL-CD
              GO TO ROC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLWORK - Case SELECT failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-CW-FAIL-CD
           END-IF.

       ROC999.
           EXIT.


       CHECK-CASE-AUTHORITY SECTION.
       CCA010.
      *
      *    A collector works their own cases only; MGR and RISK
      *    operators may work any. Anyone else - including an
      *    operator with no OPERATOR_ROLE row - is refused.
      *
           PERFORM READ-OPERATOR-ROLE.

           IF HV-OPERATOR-ROLE = 'MGR '
           OR HV-OPERATOR-ROLE = 'RISK'
              GO TO CCA999
           END-IF.

           IF HV-OPERATOR-ROLE = 'COLL'
           AND HV-CASE-COLLECTOR = WS-OPERATOR-ID
              GO TO CCA999
           END-IF.

           DISPLAY 'COLLWORK: Operator ' WS-OPERATOR-ID ' not '
                   'authorised for case ' HV-CASE-SORTCODE '/'
                   HV-CASE-NUMBER
           MOVE 'A' TO COMM-CW-FAIL-CD.

       CCA999.
           EXIT.


       READ-OPERATOR-ROLE SECTION.
       ROR010.

           MOVE WS-OPERATOR-ID TO HV-OPERATOR-OPID.
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

       ROR999.
           EXIT.


       VALIDATE-TARGET-DATE SECTION.
       VTD010.
      *
      *    The date must be a real calendar date no earlier than
      *    today; HV-DAYS-AHEAD comes back for the caller's own
      *    upper limit.
      *
           MOVE 'N' TO WS-DATE-VALID.
           MOVE 0 TO HV-DAYS-AHEAD.

           MOVE '-' TO HV-TARGET-ISO(5:1).
           MOVE '-' TO HV-TARGET-ISO(8:1).
           MOVE WS-TARGET-YYYY TO HV-TARGET-ISO-YYYY.
           MOVE WS-TARGET-MM TO HV-TARGET-ISO-MM.
           MOVE WS-TARGET-DD TO HV-TARGET-ISO-DD.

           EXEC SQL
              SELECT DAYS(DATE(:HV-TARGET-ISO))
                        - DAYS(DATE(:HV-TODAY-ISO))
                INTO :HV-DAYS-AHEAD
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE = 0 AND HV-DAYS-AHEAD >= 0
              MOVE 'Y' TO WS-DATE-VALID
           END-IF.

       VTD999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                DATESEP
                END-EXEC.

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           MOVE '-' TO HV-TODAY-ISO(5:1).
           MOVE '-' TO HV-TODAY-ISO(8:1).
           MOVE WS-ORIG-DATE-YYYY TO HV-TODAY-ISO-YYYY.
           MOVE WS-ORIG-DATE-MM TO HV-TODAY-ISO-MM.
           MOVE WS-ORIG-DATE-DD TO HV-TODAY-ISO-DD.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the review workstation for the AML
      * transaction-pattern queue. AMLMON raises AML_REVIEW cases
      * every night; until now nothing read them back, analysts
      * worked the queue with SQL and the disposition was a status
      * byte set by hand - the same gap SCRWORK closed for the
      * sanctions queue.
      *
      * Action 'L' pages the open cases oldest-first, the CUSTSRCH
      * skip-count style, for every pattern or just the one asked
      * for, each entry carrying the case's age in days and the
      * customer's risk rating. Action 'V' returns one case with
      * the account's PROCTRAN postings over the days AMLMON tested
      * - the raised date and the two before it - so the analyst
      * sees the evidence itself, not just AMLMON's summary.
      *
      * Action 'D' records the analyst's disposition, with notes
      * and the operator from EIBOPID: no further action clears the
      * case, keep under watch leaves it visible for the next hit,
      * and escalation marks it a true concern for SARSUBM to file
      * as a suspicious activity report. An escalated case holds
      * CLOSACC and TRANSCUS off the customer - money must not be
      * moved out of reach while the regulator considers the report
      * - until action 'R', the MLRO's release. Only an operator
      * holding the 'MLRO' role on OPERATOR_ROLE may release, and
      * never the analyst who escalated, the way REFDMNT rejects
      * self-approval.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way SCRWORK reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLWORK.
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

      * AML_REVIEW DB2 copybook
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

      * AML_REVIEW host variables for DB2
       01 HOST-AML-REVIEW-ROW.
          03 HV-AML-SORTCODE            PIC X(6).
          03 HV-AML-NUMBER              PIC X(8).
          03 HV-AML-CUSTOMER            PIC X(10).
          03 HV-AML-PATTERN             PIC X(10).
          03 HV-AML-EVIDENCE            PIC X(100).
          03 HV-AML-STATUS              PIC X.
          03 HV-AML-RAISED-DATE         PIC X(10).
          03 HV-AML-DISPOSED-BY         PIC X(3).
          03 HV-AML-DISPOSED-DATE       PIC X(10).
          03 HV-AML-NOTES               PIC X(200).
          03 HV-AML-SAR-FILED-DATE      PIC X(10).
          03 HV-AML-RELEASED-BY         PIC X(3).
          03 HV-AML-RELEASED-DATE       PIC X(10).
          03 HV-AML-RELEASE-NOTES       PIC X(100).
          03 HV-AML-NEW-STATUS          PIC X.
          03 HV-AML-AGE                 PIC S9(9) COMP.
          03 HV-AML-FILTER              PIC X(10).

      *
      * The raised date, DD.MM.YYYY on the row, turned round into
      * an ISO date for the PROCTRAN evidence window.
      *
       01 WS-RAISED-DATE                PIC X(10).
       01 WS-RAISED-DATE-GRP REDEFINES WS-RAISED-DATE.
          03 WS-RAISED-DD               PIC XX.
          03 FILLER                     PIC X.
          03 WS-RAISED-MM               PIC XX.
          03 FILLER                     PIC X.
          03 WS-RAISED-YYYY             PIC X(4).
       01 HV-AML-RAISED-ISO.
          03 HV-AML-RAISED-ISO-YYYY     PIC X(4).
          03 FILLER                     PIC X         VALUE '-'.
          03 HV-AML-RAISED-ISO-MM       PIC XX.
          03 FILLER                     PIC X         VALUE '-'.
          03 HV-AML-RAISED-ISO-DD       PIC XX.

      * CUSTOMER DB2 copybook - the customer's name and risk rating
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

       01 HOST-CUSTOMER-ROW.
          03 HV-CUSTOMER-FIRST-NAME     PIC X(50).
          03 HV-CUSTOMER-LAST-NAME      PIC X(50).
          03 HV-CUSTOMER-RISK-RATING    PIC X(10).

      * PROCTRAN DB2 copybook - the evidencing postings
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(90).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.

      * OPERATOR_ROLE DB2 copybook - only the MLRO may release an
      * escalated case
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
       01 WS-TIME-NOW                   PIC 9(6).

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.
       01 WS-TXN-INDEX                  PIC 9(2)  VALUE 0.

      * The open cases, oldest first, then by pattern. A blank
      * filter lists every pattern.
           EXEC SQL
              DECLARE AMLWORK-CURSOR CURSOR FOR
                 SELECT A.AML_REVIEW_SORTCODE,
                        A.AML_REVIEW_NUMBER,
                        A.AML_REVIEW_CUSTOMER,
                        A.AML_REVIEW_PATTERN,
                        A.AML_REVIEW_EVIDENCE,
                        A.AML_REVIEW_RAISED_DATE,
                        DAYS(CURRENT DATE) -
                        DAYS(DATE(SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                         7, 4) || '-' ||
                                  SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                         4, 2) || '-' ||
                                  SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                         1, 2))),
                        COALESCE(C.CUSTOMER_RISK_RATING, ' ')
                   FROM AML_REVIEW A
                   LEFT OUTER JOIN CUSTOMER C
                     ON C.CUSTOMER_SORTCODE = A.AML_REVIEW_SORTCODE
                    AND C.CUSTOMER_NUMBER = A.AML_REVIEW_CUSTOMER
                  WHERE A.AML_REVIEW_STATUS = 'O'
                    AND (:HV-AML-FILTER = ' '
                     OR  A.AML_REVIEW_PATTERN = :HV-AML-FILTER)
                  ORDER BY SUBSTR(A.AML_REVIEW_RAISED_DATE, 7, 4),
                           SUBSTR(A.AML_REVIEW_RAISED_DATE, 4, 2),
                           SUBSTR(A.AML_REVIEW_RAISED_DATE, 1, 2),
                           A.AML_REVIEW_PATTERN,
                           A.AML_REVIEW_SORTCODE,
                           A.AML_REVIEW_NUMBER
           END-EXEC.

      * The account's postings over the days AMLMON tested.
           EXEC SQL
              DECLARE AMLTXN-CURSOR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT
                   FROM PROCTRAN
                  WHERE PROCTRAN_SORTCODE = :HV-AML-SORTCODE
                    AND PROCTRAN_NUMBER = :HV-AML-NUMBER
                    AND DATE(SUBSTR(PROCTRAN_DATE, 7, 4) || '-' ||
                             SUBSTR(PROCTRAN_DATE, 4, 2) || '-' ||
                             SUBSTR(PROCTRAN_DATE, 1, 2))
                        BETWEEN DATE(:HV-AML-RAISED-ISO) - 2 DAYS
                            AND DATE(:HV-AML-RAISED-ISO)
                  ORDER BY PROCTRAN_REF
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY AMLWORK.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'AMLWORK: Action=' COMM-AW-ACTION
                   ' Account=' COMM-AW-SCODE '/' COMM-AW-ACCNO
                   ' Pattern=' COMM-AW-PATTERN

           MOVE 'N' TO COMM-AW-SUCCESS.
           MOVE ' ' TO COMM-AW-FAIL-CD.
           SET NO-MORE-AW-ROWS TO TRUE.
           MOVE 0 TO COMM-AW-LIST-COUNT.

           MOVE EIBOPID TO WS-OPERATOR-ID.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN AW-ACTION-LIST
                 PERFORM LIST-OPEN-CASES
              WHEN AW-ACTION-VIEW
                 PERFORM VIEW-CASE
              WHEN AW-ACTION-DISPOSE
                 PERFORM DISPOSE-CASE
              WHEN AW-ACTION-RELEASE
                 PERFORM RELEASE-CASE
              WHEN OTHER
                 MOVE '1' TO COMM-AW-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       LIST-OPEN-CASES SECTION.
       LOC010.

           MOVE COMM-AW-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.
           MOVE COMM-AW-PATTERN TO HV-AML-FILTER.

           EXEC SQL
              OPEN AMLWORK-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-AW-FAIL-CD
              GO TO LOC999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH AMLWORK-CURSOR
                   INTO :HV-AML-SORTCODE, :HV-AML-NUMBER,
                        :HV-AML-CUSTOMER, :HV-AML-PATTERN,
                        :HV-AML-EVIDENCE, :HV-AML-RAISED-DATE,
                        :HV-AML-AGE,
                        :HV-CUSTOMER-RISK-RATING
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       MOVE HV-AML-SORTCODE
                          TO COMM-AW-LIST-SCODE (WS-LIST-INDEX)
                       MOVE HV-AML-NUMBER
                          TO COMM-AW-LIST-ACCNO (WS-LIST-INDEX)
                       MOVE HV-AML-CUSTOMER
                          TO COMM-AW-LIST-CUSTNO (WS-LIST-INDEX)
                       MOVE HV-AML-PATTERN
                          TO COMM-AW-LIST-PATTERN (WS-LIST-INDEX)
                       MOVE HV-AML-RAISED-DATE
                          TO COMM-AW-LIST-RAISED (WS-LIST-INDEX)
                       MOVE HV-AML-AGE
                          TO COMM-AW-LIST-AGE (WS-LIST-INDEX)
                       MOVE HV-CUSTOMER-RISK-RATING
                          TO COMM-AW-LIST-RISK (WS-LIST-INDEX)
                       MOVE HV-AML-EVIDENCE
                          TO COMM-AW-LIST-EVIDENCE (WS-LIST-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE AMLWORK-CURSOR
           END-EXEC.

           IF WS-LIST-INDEX > 10
              SET MORE-AW-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-AW-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-AW-LIST-COUNT.
           COMPUTE COMM-AW-LIST-START =
              COMM-AW-LIST-START + WS-LIST-INDEX.
           MOVE 'Y' TO COMM-AW-SUCCESS.

       LOC999.
           EXIT.


       VIEW-CASE SECTION.
       VC010.

           INITIALIZE COMM-AW-CASE.

           PERFORM READ-CASE.

           IF COMM-AW-FAIL-CD NOT = ' '
              GO TO VC999
           END-IF.

           MOVE HV-AML-CUSTOMER TO COMM-AW-CUSTNO.
           MOVE HV-CUSTOMER-RISK-RATING TO COMM-AW-RISK-RATING.
           MOVE HV-AML-EVIDENCE TO COMM-AW-EVIDENCE.
           MOVE HV-AML-STATUS TO COMM-AW-STATUS.
           MOVE HV-AML-AGE TO COMM-AW-AGE.
           MOVE HV-AML-DISPOSED-BY TO COMM-AW-DISPOSED-BY.
           MOVE HV-AML-DISPOSED-DATE TO COMM-AW-DISPOSED-DATE.
           MOVE HV-AML-SAR-FILED-DATE TO COMM-AW-SAR-FILED-DATE.
           MOVE HV-AML-RELEASED-BY TO COMM-AW-RELEASED-BY.
           MOVE HV-AML-RELEASED-DATE TO COMM-AW-RELEASED-DATE.
           MOVE HV-AML-NOTES TO COMM-AW-NOTES.

           MOVE SPACES TO COMM-AW-CUST-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  ',
                  ' ' DELIMITED BY SIZE,
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO COMM-AW-CUST-NAME
           END-STRING.

      *
      *    The postings AMLMON tested - the raised date and the two
      *    days before it, the widest window any pattern looks at.
      *
           MOVE HV-AML-RAISED-DATE TO WS-RAISED-DATE.
           MOVE WS-RAISED-YYYY TO HV-AML-RAISED-ISO-YYYY.
           MOVE WS-RAISED-MM TO HV-AML-RAISED-ISO-MM.
           MOVE WS-RAISED-DD TO HV-AML-RAISED-ISO-DD.
           MOVE 0 TO WS-TXN-INDEX.
           MOVE 'N' TO COMM-AW-TXN-MORE.

           EXEC SQL
              OPEN AMLTXN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-AW-FAIL-CD
              GO TO VC999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-TXN-INDEX > 10
              EXEC SQL
                 FETCH AMLTXN-CURSOR
                   INTO :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                        :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                        :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-TXN-INDEX
                 IF WS-TXN-INDEX <= 10
                    MOVE HV-PROCTRAN-DATE
                       TO COMM-AW-TXN-DATE (WS-TXN-INDEX)
                    MOVE HV-PROCTRAN-TIME
                       TO COMM-AW-TXN-TIME (WS-TXN-INDEX)
                    MOVE HV-PROCTRAN-REF
                       TO COMM-AW-TXN-REF (WS-TXN-INDEX)
                    MOVE HV-PROCTRAN-TYPE
                       TO COMM-AW-TXN-TYPE (WS-TXN-INDEX)
                    MOVE HV-PROCTRAN-DESC
                       TO COMM-AW-TXN-DESC (WS-TXN-INDEX)
                    MOVE HV-PROCTRAN-AMOUNT
                       TO COMM-AW-TXN-AMOUNT (WS-TXN-INDEX)
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE AMLTXN-CURSOR
           END-EXEC.

           IF WS-TXN-INDEX > 10
              MOVE 'Y' TO COMM-AW-TXN-MORE
              MOVE 10 TO WS-TXN-INDEX
           END-IF.

           MOVE WS-TXN-INDEX TO COMM-AW-TXN-COUNT.
           MOVE 'Y' TO COMM-AW-SUCCESS.

       VC999.
           EXIT.


       DISPOSE-CASE SECTION.
       DC010.

           IF NOT AW-DISP-NO-ACTION
              AND NOT AW-DISP-WATCH
              AND NOT AW-DISP-ESCALATE
              MOVE '3' TO COMM-AW-FAIL-CD
              GO TO DC999
           END-IF.

      *
      *    The analyst's reasoning is the audit record - a bare
      *    status change is what the queue was built to replace.
      *
           IF COMM-AW-NOTES = SPACES OR LOW-VALUES
              MOVE '4' TO COMM-AW-FAIL-CD
              GO TO DC999
           END-IF.

           PERFORM READ-CASE.

           IF COMM-AW-FAIL-CD NOT = ' '
              GO TO DC999
           END-IF.

           IF HV-AML-STATUS NOT = 'O'
              MOVE '2' TO COMM-AW-FAIL-CD
              GO TO DC999
           END-IF.

           EVALUATE TRUE
              WHEN AW-DISP-NO-ACTION
                 MOVE 'C' TO HV-AML-NEW-STATUS
              WHEN AW-DISP-WATCH
                 MOVE 'W' TO HV-AML-NEW-STATUS
              WHEN OTHER
                 MOVE 'T' TO HV-AML-NEW-STATUS
           END-EVALUATE.

           MOVE WS-OPERATOR-ID TO HV-AML-DISPOSED-BY.
           MOVE WS-ORIG-DATE TO HV-AML-DISPOSED-DATE.
           MOVE COMM-AW-NOTES TO HV-AML-NOTES.

           EXEC SQL
              UPDATE AML_REVIEW
                 SET AML_REVIEW_STATUS = :HV-AML-NEW-STATUS,
                     AML_REVIEW_DISPOSED_BY = :HV-AML-DISPOSED-BY,
                     AML_REVIEW_DISPOSED_DATE = :HV-AML-DISPOSED-DATE,
                     AML_REVIEW_NOTES = :HV-AML-NOTES
               WHERE AML_REVIEW_SORTCODE = :HV-AML-SORTCODE
                 AND AML_REVIEW_NUMBER = :HV-AML-NUMBER
                 AND AML_REVIEW_PATTERN = :HV-AML-PATTERN
                 AND AML_REVIEW_RAISED_DATE = :HV-AML-RAISED-DATE
                 AND AML_REVIEW_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AMLWORK - Disposition UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-AW-FAIL-CD
              GO TO DC999
           END-IF.

           MOVE 'Y' TO COMM-AW-SUCCESS.
           DISPLAY 'AMLWORK: Case dispositioned ' HV-AML-NEW-STATUS
                   ' by operator ' WS-OPERATOR-ID.

       DC999.
           EXIT.


       RELEASE-CASE SECTION.
       RC010.

           IF COMM-AW-NOTES = SPACES OR LOW-VALUES
              MOVE '4' TO COMM-AW-FAIL-CD
              GO TO RC999
           END-IF.

           PERFORM READ-CASE.

           IF COMM-AW-FAIL-CD NOT = ' '
              GO TO RC999
           END-IF.

           IF HV-AML-STATUS NOT = 'T'
              OR HV-AML-RELEASED-DATE NOT = SPACES
              MOVE '2' TO COMM-AW-FAIL-CD
              GO TO RC999
           END-IF.

      *
      *    Only the MLRO may lift the hold. An operator with no
      *    OPERATOR_ROLE row, or a failed lookup, is treated as
      *    unauthorised.
      *
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

           IF HV-OPERATOR-ROLE NOT = 'MLRO'
              DISPLAY 'AMLWORK: Operator ' WS-OPERATOR-ID ' not '
                      'authorised to release a case'
              MOVE 'A' TO COMM-AW-FAIL-CD
              GO TO RC999
           END-IF.

      *
      *    Four eyes - the MLRO who escalated the case cannot be the
      *    one who releases it.
      *
           IF HV-AML-DISPOSED-BY = WS-OPERATOR-ID
              DISPLAY 'AMLWORK: Self-release rejected for operator '
                      WS-OPERATOR-ID
              MOVE 'S' TO COMM-AW-FAIL-CD
              GO TO RC999
           END-IF.

           MOVE WS-OPERATOR-ID TO HV-AML-RELEASED-BY.
           MOVE WS-ORIG-DATE TO HV-AML-RELEASED-DATE.
           MOVE COMM-AW-NOTES (1:100) TO HV-AML-RELEASE-NOTES.

           EXEC SQL
              UPDATE AML_REVIEW
                 SET AML_REVIEW_RELEASED_BY = :HV-AML-RELEASED-BY,
                     AML_REVIEW_RELEASED_DATE = :HV-AML-RELEASED-DATE,
                     AML_REVIEW_RELEASE_NOTES = :HV-AML-RELEASE-NOTES
               WHERE AML_REVIEW_SORTCODE = :HV-AML-SORTCODE
                 AND AML_REVIEW_NUMBER = :HV-AML-NUMBER
                 AND AML_REVIEW_PATTERN = :HV-AML-PATTERN
                 AND AML_REVIEW_RAISED_DATE = :HV-AML-RAISED-DATE
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AMLWORK - Release UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-AW-FAIL-CD
              GO TO RC999
           END-IF.

           MOVE 'Y' TO COMM-AW-SUCCESS.
           DISPLAY 'AMLWORK: Case released by MLRO '
                   WS-OPERATOR-ID.

       RC999.
           EXIT.


       READ-CASE SECTION.
       RDC010.
      *
      *    One case by account, pattern and raised date, with the
      *    customer's name and risk rating beside it. The nullable
      *    disposition and release columns come back as spaces until
      *    they are set.
      *
           MOVE COMM-AW-SCODE TO HV-AML-SORTCODE.
           MOVE COMM-AW-ACCNO TO HV-AML-NUMBER.
           MOVE COMM-AW-PATTERN TO HV-AML-PATTERN.
           MOVE COMM-AW-RAISED TO HV-AML-RAISED-DATE.

           EXEC SQL
              SELECT A.AML_REVIEW_CUSTOMER,
                     A.AML_REVIEW_EVIDENCE,
                     A.AML_REVIEW_STATUS,
                     COALESCE(A.AML_REVIEW_DISPOSED_BY, ' '),
                     COALESCE(A.AML_REVIEW_DISPOSED_DATE, ' '),
                     COALESCE(A.AML_REVIEW_NOTES, ' '),
                     COALESCE(A.AML_REVIEW_SAR_FILED_DATE, ' '),
                     COALESCE(A.AML_REVIEW_RELEASED_BY, ' '),
                     COALESCE(A.AML_REVIEW_RELEASED_DATE, ' '),
                     DAYS(CURRENT DATE) -
                     DAYS(DATE(SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                      7, 4) || '-' ||
                               SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                      4, 2) || '-' ||
                               SUBSTR(A.AML_REVIEW_RAISED_DATE,
                                      1, 2))),
                     COALESCE(C.CUSTOMER_FIRST_NAME, ' '),
                     COALESCE(C.CUSTOMER_LAST_NAME, ' '),
                     COALESCE(C.CUSTOMER_RISK_RATING, ' ')
                INTO :HV-AML-CUSTOMER,
                     :HV-AML-EVIDENCE,
                     :HV-AML-STATUS,
                     :HV-AML-DISPOSED-BY,
                     :HV-AML-DISPOSED-DATE,
                     :HV-AML-NOTES,
                     :HV-AML-SAR-FILED-DATE,
                     :HV-AML-RELEASED-BY,
                     :HV-AML-RELEASED-DATE,
                     :HV-AML-AGE,
                     :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-RISK-RATING
                FROM AML_REVIEW A
                LEFT OUTER JOIN CUSTOMER C
                  ON C.CUSTOMER_SORTCODE = A.AML_REVIEW_SORTCODE
                 AND C.CUSTOMER_NUMBER = A.AML_REVIEW_CUSTOMER
               WHERE A.AML_REVIEW_SORTCODE = :HV-AML-SORTCODE
                 AND A.AML_REVIEW_NUMBER = :HV-AML-NUMBER
                 AND A.AML_REVIEW_PATTERN = :HV-AML-PATTERN
                 AND A.AML_REVIEW_RAISED_DATE = :HV-AML-RAISED-DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-AW-FAIL-CD
              GO TO RDC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AMLWORK - Case SELECT failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-AW-FAIL-CD
           END-IF.

       RDC999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                TIME(WS-TIME-NOW)
                DATESEP
                END-EXEC.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLRPT.

      ******************************************************************
      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      ******************************************************************

      ******************************************************************
      * End-of-day teller till balancing report.
      *
      * Lists every TELLER_TILL row for the business day by sort
      * code and till, showing the opening float, the cash received
      * and paid out across the counter, the net movement to and
      * from the branch vault, the cash the till should hold and the
      * count the teller declared at the close. A declared count
      * above the expected cash is flagged OVER, below it SHORT. A
      * till still open when the report runs is flagged NOT CLOSED
      * and its expected cash is worked out from the day's PROCTRAN
      * cash postings the same way the close works it out, so the
      * supervisor can see where it stands before chasing the
      * teller. Only closed tills have a difference; GLEXTR journals
      * those.
      *
      * Each sort code closes with its till count, expected and
      * declared cash, vault movement and the overs and shortages,
      * and the report ends with the same totals for the bank. The
      * counts are displayed for the operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILLRPT-RPT-FILE ASSIGN TO TILLRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TILLRPT-RPT-FILE
           RECORDING MODE IS F.
       01  TILLRPT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

      * TELLER_TILL DB2 copybook
           EXEC SQL
              INCLUDE TELTDB2
           END-EXEC.

       01  HOST-TILL-ROW.
           03  HV-TILL-SORTCODE           PIC X(6).
           03  HV-TILL-ID                 PIC X(8).
           03  HV-TILL-STATUS             PIC X.
           03  HV-TILL-OPENING            PIC S9(10)V99 COMP-3.
           03  HV-TILL-RECEIVED           PIC S9(10)V99 COMP-3.
           03  HV-TILL-PAID-OUT           PIC S9(10)V99 COMP-3.
           03  HV-TILL-FROM-VAULT         PIC S9(10)V99 COMP-3.
           03  HV-TILL-TO-VAULT           PIC S9(10)V99 COMP-3.
           03  HV-TILL-EXPECTED           PIC S9(10)V99 COMP-3.
           03  HV-TILL-DECLARED           PIC S9(10)V99 COMP-3.
           03  HV-TILL-DIFFERENCE         PIC S9(10)V99 COMP-3.

      * PROCTRAN DB2 copybook - an open till's cash postings
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * BATCHREG commarea - the run is recorded on the batch run
      * register for the morning control report
       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      *
      * The run date - the BANKING_DATE business date with the
      * CURRENT DATE fallback - as a CCYYMMDD integer for the
      * TELLER_TILL key and as DD.MM.YYYY text for the PROCTRAN
      * date match.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).

       01  HV-PTRN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-TILLS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-TILLS-OVER             PIC 9(8)  COMP    VALUE 0.
       77  WS-TILLS-SHORT            PIC 9(8)  COMP    VALUE 0.
       77  WS-TILLS-OPEN             PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-VAULT-NET              PIC S9(10)V99     VALUE 0.

      *
      * Sort-code totals, reset on the control break, and the same
      * totals for the whole bank.
      *
       77  WS-BREAK-SORTCODE         PIC X(6)          VALUE SPACES.
       77  WS-BR-TILLS               PIC 9(8)  COMP    VALUE 0.
       77  WS-BR-EXPECTED            PIC S9(13)V99     VALUE 0.
       77  WS-BR-DECLARED            PIC S9(13)V99     VALUE 0.
       77  WS-BR-VAULT-NET           PIC S9(13)V99     VALUE 0.
       77  WS-BR-OVERS               PIC S9(13)V99     VALUE 0.
       77  WS-BR-SHORTS              PIC S9(13)V99     VALUE 0.
       77  WS-TOT-TILLS              PIC 9(8)  COMP    VALUE 0.
       77  WS-TOT-EXPECTED           PIC S9(13)V99     VALUE 0.
       77  WS-TOT-DECLARED           PIC S9(13)V99     VALUE 0.
       77  WS-TOT-VAULT-NET          PIC S9(13)V99     VALUE 0.
       77  WS-TOT-OVERS              PIC S9(13)V99     VALUE 0.
       77  WS-TOT-SHORTS             PIC S9(13)V99     VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(40)
                 VALUE 'TELLER TILL BALANCING REPORT - BUSINESS '.
           05  FILLER                PIC X(5)  VALUE 'DATE '.
           05  WS-HDG-DATE           PIC 9(8).

       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(20)
                 VALUE 'SCODE   TILL     ST '.
           05  FILLER                PIC X(28)
                 VALUE '     OPENING      RECEIVED '.
           05  FILLER                PIC X(28)
                 VALUE '    PAID OUT     VAULT NET '.
           05  FILLER                PIC X(28)
                 VALUE '    EXPECTED      DECLARED '.
           05  FILLER                PIC X(28)
                 VALUE '  DIFFERENCE  FLAG'.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TILL           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-STATUS         PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OPENING        PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-RECEIVED       PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-PAID-OUT       PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-VAULT-NET      PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-EXPECTED       PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DECLARED       PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DIFFERENCE     PIC -(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-FLAG           PIC X(10).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LITERAL        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOT-VALUE-TEXT     PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOT-COUNT          PIC Z(7)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOT-AMOUNT         PIC -(13)9.99.

      * Every till for the business day, by sort code and till.
           EXEC SQL
              DECLARE TILLRPT-CURSOR CURSOR FOR
                 SELECT TELLER_TILL_SORTCODE, TELLER_TILL_ID,
                        TELLER_TILL_STATUS, TELLER_TILL_OPENING,
                        TELLER_TILL_RECEIVED, TELLER_TILL_PAID_OUT,
                        TELLER_TILL_FROM_VAULT, TELLER_TILL_TO_VAULT,
                        TELLER_TILL_EXPECTED, TELLER_TILL_DECLARED,
                        TELLER_TILL_DIFFERENCE
                   FROM TELLER_TILL
                  WHERE TELLER_TILL_DATE = :WS-RUN-DATE
                  ORDER BY TELLER_TILL_SORTCODE, TELLER_TILL_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'TILLRPT ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE TILLS ARE BALANCED FOR THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW - THE DAY THE SUITE IS CLOSING,
      *    WHICH IS THE DAY THE TELLERS OPENED THEIR TILLS ON.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           COMPUTE WS-RUN-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'TILLRPT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           OPEN OUTPUT TILLRPT-RPT-FILE.

           MOVE WS-RUN-DATE-DISPLAY TO WS-HDG-DATE.
           MOVE WS-HEADING-LINE-1 TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.
           MOVE SPACES TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.
           MOVE WS-HEADING-LINE-2 TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           EXEC SQL
              OPEN TILLRPT-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'TILLRPT: UNABLE TO OPEN TILLRPT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH TILLRPT-CURSOR
                  INTO :HV-TILL-SORTCODE, :HV-TILL-ID,
                       :HV-TILL-STATUS, :HV-TILL-OPENING,
                       :HV-TILL-RECEIVED, :HV-TILL-PAID-OUT,
                       :HV-TILL-FROM-VAULT, :HV-TILL-TO-VAULT,
                       :HV-TILL-EXPECTED, :HV-TILL-DECLARED,
                       :HV-TILL-DIFFERENCE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-TILLS-READ
               PERFORM REPORT-ONE-TILL THRU REPORT-ONE-TILL-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TILLRPT: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TILLRPT-CURSOR
           END-EXEC.

           PERFORM WRITE-BRANCH-TOTALS THRU WRITE-BRANCH-TOTALS-END.
           PERFORM WRITE-BANK-TOTALS THRU WRITE-BANK-TOTALS-END.

           CLOSE TILLRPT-RPT-FILE.

           MOVE WS-TILLS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'TILLRPT: TILLS REPORTED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-TILLS-OVER TO WS-RECS-DISPLAY.
           DISPLAY 'TILLRPT: TILLS OVER            = '
                   WS-RECS-DISPLAY.
           MOVE WS-TILLS-SHORT TO WS-RECS-DISPLAY.
           DISPLAY 'TILLRPT: TILLS SHORT           = '
                   WS-RECS-DISPLAY.
           MOVE WS-TILLS-OPEN TO WS-RECS-DISPLAY.
           DISPLAY 'TILLRPT: TILLS NOT CLOSED      = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-TILLS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE REPORT-ONE-TILL
      * One line per till. A closed till carries the position the
      * teller's close recorded; an open one is worked out here
      * from its cash postings so far.
       REPORT-ONE-TILL.
           IF HV-TILL-SORTCODE NOT = WS-BREAK-SORTCODE
             PERFORM WRITE-BRANCH-TOTALS
                THRU WRITE-BRANCH-TOTALS-END
             MOVE HV-TILL-SORTCODE TO WS-BREAK-SORTCODE
           END-IF.

           IF HV-TILL-STATUS NOT = 'C'
             PERFORM TOTAL-OPEN-TILL THRU TOTAL-OPEN-TILL-END
           END-IF.

           COMPUTE WS-VAULT-NET =
              HV-TILL-FROM-VAULT - HV-TILL-TO-VAULT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-TILL-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-TILL-ID TO WS-RPT-TILL.
           MOVE HV-TILL-STATUS TO WS-RPT-STATUS.
           MOVE HV-TILL-OPENING TO WS-RPT-OPENING.
           MOVE HV-TILL-RECEIVED TO WS-RPT-RECEIVED.
           MOVE HV-TILL-PAID-OUT TO WS-RPT-PAID-OUT.
           MOVE WS-VAULT-NET TO WS-RPT-VAULT-NET.
           MOVE HV-TILL-EXPECTED TO WS-RPT-EXPECTED.

           IF HV-TILL-STATUS NOT = 'C'
             MOVE 'NOT CLOSED' TO WS-RPT-FLAG
             ADD 1 TO WS-TILLS-OPEN
           ELSE
             MOVE HV-TILL-DECLARED TO WS-RPT-DECLARED
             MOVE HV-TILL-DIFFERENCE TO WS-RPT-DIFFERENCE
             ADD HV-TILL-DECLARED TO WS-BR-DECLARED
             EVALUATE TRUE
               WHEN HV-TILL-DIFFERENCE > 0
                 MOVE 'OVER' TO WS-RPT-FLAG
                 ADD 1 TO WS-TILLS-OVER
                 ADD HV-TILL-DIFFERENCE TO WS-BR-OVERS
               WHEN HV-TILL-DIFFERENCE < 0
                 MOVE 'SHORT' TO WS-RPT-FLAG
                 ADD 1 TO WS-TILLS-SHORT
                 SUBTRACT HV-TILL-DIFFERENCE FROM WS-BR-SHORTS
               WHEN OTHER
                 MOVE 'BALANCED' TO WS-RPT-FLAG
             END-EVALUATE
           END-IF.

           ADD 1 TO WS-BR-TILLS.
           ADD HV-TILL-EXPECTED TO WS-BR-EXPECTED.
           ADD WS-VAULT-NET TO WS-BR-VAULT-NET.

           MOVE WS-REPORT-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.
       REPORT-ONE-TILL-END.

      * PROCEDURE TOTAL-OPEN-TILL
      * The cash an open till has taken in and paid out so far, from
      * the PROCTRAN cash postings IBGCUDAT stamps with the teller's
      * terminal - the same selection the close makes.
       TOTAL-OPEN-TILL.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT > 0
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT < 0
                                       THEN 0 - PROCTRAN_AMOUNT
                                       ELSE 0 END), 0)
                INTO :HV-TILL-RECEIVED, :HV-TILL-PAID-OUT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-TILL-SORTCODE
                 AND PROCTRAN_DATE = :HV-PTRN-DATE-X
                 AND SUBSTR(PROCTRAN_DESC, 17, 11) = 'TELLER CASH'
                 AND SUBSTR(PROCTRAN_DESC, 33, 8) = :HV-TILL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'TILLRPT: CASH TOTAL FAILED FOR '
                     HV-TILL-SORTCODE '/' HV-TILL-ID
                     ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO HV-TILL-RECEIVED
             MOVE 0 TO HV-TILL-PAID-OUT
           END-IF.

           COMPUTE HV-TILL-EXPECTED =
              HV-TILL-OPENING + HV-TILL-RECEIVED - HV-TILL-PAID-OUT
              + HV-TILL-FROM-VAULT - HV-TILL-TO-VAULT.
       TOTAL-OPEN-TILL-END.

      * PROCEDURE WRITE-BRANCH-TOTALS
      * The finished sort code's totals, rolled into the bank's.
       WRITE-BRANCH-TOTALS.
           IF WS-BREAK-SORTCODE = SPACES
             GO TO WRITE-BRANCH-TOTALS-END
           END-IF.

           MOVE SPACES TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-BREAK-SORTCODE TO WS-TOT-VALUE-TEXT.
           MOVE 'TILLS / EXPECTED CASH' TO WS-TOT-LITERAL.
           MOVE WS-BR-TILLS TO WS-TOT-COUNT.
           MOVE WS-BR-EXPECTED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DECLARED CASH' TO WS-TOT-LITERAL.
           MOVE WS-BR-DECLARED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'NET FROM VAULT' TO WS-TOT-LITERAL.
           MOVE WS-BR-VAULT-NET TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'TILL OVERS' TO WS-TOT-LITERAL.
           MOVE WS-BR-OVERS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'TILL SHORTAGES' TO WS-TOT-LITERAL.
           MOVE WS-BR-SHORTS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE SPACES TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           ADD WS-BR-TILLS TO WS-TOT-TILLS.
           ADD WS-BR-EXPECTED TO WS-TOT-EXPECTED.
           ADD WS-BR-DECLARED TO WS-TOT-DECLARED.
           ADD WS-BR-VAULT-NET TO WS-TOT-VAULT-NET.
           ADD WS-BR-OVERS TO WS-TOT-OVERS.
           ADD WS-BR-SHORTS TO WS-TOT-SHORTS.

           MOVE 0 TO WS-BR-TILLS.
           MOVE 0 TO WS-BR-EXPECTED.
           MOVE 0 TO WS-BR-DECLARED.
           MOVE 0 TO WS-BR-VAULT-NET.
           MOVE 0 TO WS-BR-OVERS.
           MOVE 0 TO WS-BR-SHORTS.
       WRITE-BRANCH-TOTALS-END.

      * PROCEDURE WRITE-BANK-TOTALS
       WRITE-BANK-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'BANK TILLS / EXPECTED CASH' TO WS-TOT-LITERAL.
           MOVE WS-TOT-TILLS TO WS-TOT-COUNT.
           MOVE WS-TOT-EXPECTED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'BANK DECLARED CASH' TO WS-TOT-LITERAL.
           MOVE WS-TOT-DECLARED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'BANK NET FROM VAULT' TO WS-TOT-LITERAL.
           MOVE WS-TOT-VAULT-NET TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'BANK TILL OVERS' TO WS-TOT-LITERAL.
           MOVE WS-TOT-OVERS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.

           MOVE 'BANK TILL SHORTAGES' TO WS-TOT-LITERAL.
           MOVE WS-TOT-SHORTS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO TILLRPT-RPT-RECORD.
           WRITE TILLRPT-RPT-RECORD.
       WRITE-BANK-TOTALS-END.

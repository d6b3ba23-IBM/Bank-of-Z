       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBPSUBM.

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
      * Nightly outbound clearing submission.
      *
      * XFRFUN, SORDEXEC and WHPEXEC debit the payer of a payment to
      * another bank and queue it on OUTBOUND_PAYMENT. This job
      * empties the queue: every queued payment becomes a 'D' detail
      * on the fixed-format clearing submission file (OBPSUBF),
      * between an 'H' header carrying our sort code and the
      * business date and a 'T' trailer carrying the item count and
      * amount total the clearing house balances the file against
      * (the CRSEXTR submission-file convention). Each item carries
      * the PROCTRAN reference of the payer's debit, which the
      * clearing house quotes back on its acceptance and rejection
      * file for OBPRESP to match.
      *
      * The money has already left the customer ledger - the payer's
      * 'OBP' debit journals against the branch settlement account
      * through GLEXTR. This job posts the contra: the day's
      * submitted total is added to the CLEARING_POSITION row for
      * the business date, and a balanced pair of journal lines per
      * paying sort code moves it from SETTLMNT to the CLRSETTL
      * clearing settlement account, on a journal file (OBPJRNL) in
      * the GLEXTR layout with its control-total trailer.
      *
      * The whole submission is one unit of work: the queue rows are
      * marked submitted and the position updated only when the file
      * is complete, and a failure backs everything out with return
      * code 12 - the part-written file must then be discarded and
      * the job rerun, which picks up exactly the same queue.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBP-SUB-FILE ASSIGN TO OBPSUBF
              ORGANIZATION IS SEQUENTIAL.
           SELECT OBP-JRN-FILE ASSIGN TO OBPJRNL
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OBP-SUB-FILE
           RECORDING MODE IS F.
       01  OBP-SUB-DETAIL.
           05  OBP-SUB-TYPE              PIC X.
           05  OBP-SUB-DEST-SORTCODE     PIC X(6).
           05  OBP-SUB-DEST-ACCNO        PIC X(8).
           05  OBP-SUB-AMOUNT            PIC 9(9)V99.
           05  OBP-SUB-ORIG-SORTCODE     PIC X(6).
           05  OBP-SUB-ORIG-ACCNO        PIC X(8).
           05  OBP-SUB-PAYEE-NAME        PIC X(18).
           05  OBP-SUB-PAYEE-REF         PIC X(18).
           05  OBP-SUB-ITEM-REF          PIC X(12).
           05  FILLER                    PIC X(12).

       01  OBP-SUB-HEADER.
           05  OBP-HDR-TYPE              PIC X.
           05  OBP-HDR-LITERAL           PIC X(20).
           05  OBP-HDR-ORIG-SORTCODE     PIC X(6).
           05  OBP-HDR-FILE-DATE         PIC 9(8).
           05  FILLER                    PIC X(65).

       01  OBP-SUB-TRAILER.
           05  OBP-TRL-TYPE              PIC X.
           05  OBP-TRL-LITERAL           PIC X(20).
           05  OBP-TRL-COUNT             PIC 9(8).
           05  OBP-TRL-TOTAL             PIC 9(13)V99.
           05  FILLER                    PIC X(56).

       FD  OBP-JRN-FILE
           RECORDING MODE IS F.
       01  OBP-JRN-RECORD                PIC X(60).

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * OUTBOUND_PAYMENT DB2 copybook - the clearing queue
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

      * CLEARING_POSITION DB2 copybook - the clearing settlement
      * position the submitted total is added to
           EXEC SQL
              INCLUDE CLRPDB2
           END-EXEC.

      * OUTBOUND_PAYMENT host variables for DB2
       01  HOST-OUTBOUND-ROW.
           03  HV-OBP-ID                 PIC S9(9) COMP.
           03  HV-OBP-FROM-SORTCODE      PIC X(6).
           03  HV-OBP-FROM-NUMBER        PIC X(8).
           03  HV-OBP-DEST-SORTCODE      PIC X(6).
           03  HV-OBP-DEST-NUMBER        PIC X(8).
           03  HV-OBP-PAYEE-NAME         PIC X(18).
           03  HV-OBP-PAYEE-REF          PIC X(18).
           03  HV-OBP-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-OBP-PROCTRAN-REF       PIC X(12).

       77  HV-POS-COUNT              PIC S9(9) COMP    VALUE 0.
       77  HV-POS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.

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

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-SUBMIT-OK              PIC X             VALUE 'Y'.
       77  WS-ITEMS-SUBMITTED        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-SUBMITTED-TOTAL        PIC S9(13)V99     VALUE 0.
       77  WS-AMOUNT-DISPLAY         PIC -(13)9.99.

      *
      * Per-sort-code submitted total, carried for the contra
      * journal pair on the control break.
      *
       77  WS-BREAK-SORTCODE         PIC X(6)          VALUE SPACES.
       77  WS-BRANCH-TOTAL           PIC S9(13)V99     VALUE 0.
       77  WS-JRN-LINES-WRITTEN      PIC 9(8)  COMP    VALUE 0.
       77  WS-JRN-TOTAL-DEBITS       PIC S9(13)V99     VALUE 0.
       77  WS-JRN-TOTAL-CREDITS      PIC S9(13)V99     VALUE 0.

      *
      * The journal file layouts - GLEXTR's 'J' line and 'T'
      * control trailer.
      *
       01  WS-JOURNAL-LINE.
           05  WS-JRN-REC-TYPE       PIC X.
           05  WS-JRN-SORTCODE       PIC X(6).
           05  WS-JRN-GL-ACCOUNT     PIC X(8).
           05  WS-JRN-TXN-TYPE       PIC X(3).
           05  WS-JRN-DR-CR          PIC X.
           05  WS-JRN-AMOUNT         PIC 9(12)V99.
           05  WS-JRN-DATE           PIC 9(8).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  WS-TRL-REC-TYPE       PIC X     VALUE 'T'.
           05  WS-TRL-COUNT          PIC 9(8).
           05  WS-TRL-DEBITS         PIC 9(13)V99.
           05  WS-TRL-CREDITS        PIC 9(13)V99.
           05  WS-TRL-AGREES         PIC X.
           05  FILLER                PIC X(20) VALUE SPACES.

      * Every queued payment, grouped by paying sort code for the
      * contra journal. WITH HOLD is not needed - the submission
      * commits once, at the end.
           EXEC SQL
              DECLARE OBPSUBM-CURSOR CURSOR FOR
                 SELECT OUTBOUND_PAYMENT_ID,
                        OUTBOUND_FROM_SORTCODE,
                        OUTBOUND_FROM_NUMBER,
                        OUTBOUND_DEST_SORTCODE,
                        OUTBOUND_DEST_NUMBER,
                        OUTBOUND_PAYEE_NAME,
                        OUTBOUND_PAYEE_REF,
                        OUTBOUND_AMOUNT,
                        OUTBOUND_PROCTRAN_REF
                   FROM OUTBOUND_PAYMENT
                  WHERE OUTBOUND_STATUS = 'Q'
                  ORDER BY OUTBOUND_FROM_SORTCODE,
                           OUTBOUND_PAYMENT_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'OBPSUBM ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE SUBMISSION IS DATED WITH THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW, NOT THE CLOCK - THE SAME DAY THE
      *    PAYERS' DEBITS POSTED INTO.
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
           DISPLAY 'OBPSUBM: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT OBP-SUB-FILE.
           OPEN OUTPUT OBP-JRN-FILE.

           MOVE SPACES TO OBP-SUB-HEADER.
           MOVE 'H' TO OBP-HDR-TYPE.
           MOVE 'OUTBOUND PAYMENTS' TO OBP-HDR-LITERAL.
           MOVE SORTCODE TO OBP-HDR-ORIG-SORTCODE.
           MOVE WS-RUN-DATE-DISPLAY TO OBP-HDR-FILE-DATE.
           WRITE OBP-SUB-HEADER.

           EXEC SQL
              OPEN OBPSUBM-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'OBPSUBM: UNABLE TO OPEN OBPSUBM-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-PAYMENT THRU FETCH-NEXT-PAYMENT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM SUBMIT-ONE-PAYMENT THRU SUBMIT-ONE-PAYMENT-END
             PERFORM FETCH-NEXT-PAYMENT THRU FETCH-NEXT-PAYMENT-END
           END-PERFORM.

           EXEC SQL
              CLOSE OBPSUBM-CURSOR
           END-EXEC.

      *
      *    Journal the last sort code's contra.
      *
           PERFORM WRITE-CONTRA-PAIR THRU WRITE-CONTRA-PAIR-END.

           MOVE SPACES TO OBP-SUB-TRAILER.
           MOVE 'T' TO OBP-TRL-TYPE.
           MOVE 'OUTBOUND PAYMENTS' TO OBP-TRL-LITERAL.
           MOVE WS-ITEMS-SUBMITTED TO OBP-TRL-COUNT.
           MOVE WS-SUBMITTED-TOTAL TO OBP-TRL-TOTAL.
           WRITE OBP-SUB-TRAILER.

           MOVE WS-JRN-LINES-WRITTEN TO WS-TRL-COUNT.
           MOVE WS-JRN-TOTAL-DEBITS TO WS-TRL-DEBITS.
           MOVE WS-JRN-TOTAL-CREDITS TO WS-TRL-CREDITS.
           MOVE 'Y' TO WS-TRL-AGREES.
           MOVE WS-TRAILER-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.

           IF WS-SUBMIT-OK = 'Y'
             PERFORM ADD-TO-CLEARING-POSITION
                THRU ADD-TO-CLEARING-POSITION-END
           END-IF.

           CLOSE OBP-SUB-FILE.
           CLOSE OBP-JRN-FILE.

           IF WS-SUBMIT-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'OBPSUBM: SUBMISSION BACKED OUT - DISCARD '
                     'OBPSUBF AND OBPJRNL AND RERUN'
             MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-SUBMITTED TO WS-RECS-DISPLAY.
           DISPLAY 'OBPSUBM: ITEMS SUBMITTED    = ' WS-RECS-DISPLAY.
           MOVE WS-SUBMITTED-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'OBPSUBM: AMOUNT SUBMITTED   = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-SUBMITTED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-PAYMENT
       FETCH-NEXT-PAYMENT.
           EXEC SQL
              FETCH OBPSUBM-CURSOR
                INTO :HV-OBP-ID, :HV-OBP-FROM-SORTCODE,
                     :HV-OBP-FROM-NUMBER, :HV-OBP-DEST-SORTCODE,
                     :HV-OBP-DEST-NUMBER, :HV-OBP-PAYEE-NAME,
                     :HV-OBP-PAYEE-REF, :HV-OBP-AMOUNT,
                     :HV-OBP-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'OBPSUBM: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'N' TO WS-SUBMIT-OK
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-PAYMENT-END.

      * PROCEDURE SUBMIT-ONE-PAYMENT
      * Writes one queued payment to the submission file and marks
      * it submitted. A change of paying sort code journals the
      * finished sort code's contra first.
       SUBMIT-ONE-PAYMENT.
           IF HV-OBP-FROM-SORTCODE NOT = WS-BREAK-SORTCODE
             PERFORM WRITE-CONTRA-PAIR THRU WRITE-CONTRA-PAIR-END
             MOVE HV-OBP-FROM-SORTCODE TO WS-BREAK-SORTCODE
             MOVE 0 TO WS-BRANCH-TOTAL
           END-IF.

           EXEC SQL
              UPDATE OUTBOUND_PAYMENT
                 SET OUTBOUND_STATUS = 'S',
                     OUTBOUND_SUBMIT_DATE = :WS-RUN-DATE
               WHERE OUTBOUND_PAYMENT_ID = :HV-OBP-ID
                 AND OUTBOUND_STATUS = 'Q'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPSUBM: UNABLE TO MARK PAYMENT ' HV-OBP-ID
                     ' SUBMITTED, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO SUBMIT-ONE-PAYMENT-END
           END-IF.

           MOVE SPACES TO OBP-SUB-DETAIL.
           MOVE 'D' TO OBP-SUB-TYPE.
           MOVE HV-OBP-DEST-SORTCODE TO OBP-SUB-DEST-SORTCODE.
           MOVE HV-OBP-DEST-NUMBER TO OBP-SUB-DEST-ACCNO.
           MOVE HV-OBP-AMOUNT TO OBP-SUB-AMOUNT.
           MOVE HV-OBP-FROM-SORTCODE TO OBP-SUB-ORIG-SORTCODE.
           MOVE HV-OBP-FROM-NUMBER TO OBP-SUB-ORIG-ACCNO.
           MOVE HV-OBP-PAYEE-NAME TO OBP-SUB-PAYEE-NAME.
           MOVE HV-OBP-PAYEE-REF TO OBP-SUB-PAYEE-REF.
           MOVE HV-OBP-PROCTRAN-REF TO OBP-SUB-ITEM-REF.
           WRITE OBP-SUB-DETAIL.

           ADD 1 TO WS-ITEMS-SUBMITTED.
           ADD HV-OBP-AMOUNT TO WS-SUBMITTED-TOTAL.
           ADD HV-OBP-AMOUNT TO WS-BRANCH-TOTAL.
       SUBMIT-ONE-PAYMENT-END.

      * PROCEDURE WRITE-CONTRA-PAIR
      * The finished sort code's submitted total leaves the branch
      * settlement account for the clearing settlement account -
      * debit SETTLMNT, credit CLRSETTL - so the journal balances by
      * construction.
       WRITE-CONTRA-PAIR.
           IF WS-BREAK-SORTCODE = SPACES OR WS-BRANCH-TOTAL = 0
             GO TO WRITE-CONTRA-PAIR-END
           END-IF.

           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE WS-BREAK-SORTCODE TO WS-JRN-SORTCODE.
           MOVE 'SETTLMNT' TO WS-JRN-GL-ACCOUNT.
           MOVE 'OBP' TO WS-JRN-TXN-TYPE.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE WS-BRANCH-TOTAL TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE WS-JOURNAL-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD WS-BRANCH-TOTAL TO WS-JRN-TOTAL-DEBITS.

           MOVE 'CLRSETTL' TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD WS-BRANCH-TOTAL TO WS-JRN-TOTAL-CREDITS.
       WRITE-CONTRA-PAIR-END.

      * PROCEDURE ADD-TO-CLEARING-POSITION
      * Adds the submission to the business date's clearing
      * settlement position, seeding the row on the day's first
      * movement.
       ADD-TO-CLEARING-POSITION.
           MOVE WS-ITEMS-SUBMITTED TO HV-POS-COUNT.
           MOVE WS-SUBMITTED-TOTAL TO HV-POS-AMOUNT.

           EXEC SQL
              UPDATE CLEARING_POSITION
                 SET CLEARING_POSITION_OUT_COUNT
                        = CLEARING_POSITION_OUT_COUNT + :HV-POS-COUNT,
                     CLEARING_POSITION_OUTBOUND
                        = CLEARING_POSITION_OUTBOUND + :HV-POS-AMOUNT
               WHERE CLEARING_POSITION_DATE = :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE = 100
             EXEC SQL
                INSERT INTO CLEARING_POSITION
                       ( CLEARING_POSITION_DATE,
                         CLEARING_POSITION_OUT_COUNT,
                         CLEARING_POSITION_OUTBOUND,
                         CLEARING_POSITION_RET_COUNT,
                         CLEARING_POSITION_RETURNED )
                VALUES ( :WS-RUN-DATE,
                         :HV-POS-COUNT,
                         :HV-POS-AMOUNT,
                         0,
                         0 )
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPSUBM: CLEARING POSITION UPDATE FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-SUBMIT-OK
           END-IF.
       ADD-TO-CLEARING-POSITION-END.

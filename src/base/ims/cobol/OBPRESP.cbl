       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBPRESP.

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
      * Outbound clearing acceptance and rejection processor.
      *
      * Reads the clearing house's response file (OBPRSPIN) for the
      * outbound payments OBPSUBM submitted. Each 'D' detail quotes
      * the item reference - the PROCTRAN reference of the payer's
      * 'OBP' debit - with an 'A' (accepted) or 'R' (rejected)
      * status; the 'T' trailer carries the detail count and amount
      * total, and a file that does not balance to it is rejected
      * whole, before anything is applied (the DDCOLL convention).
      *
      * An accepted item simply moves its OUTBOUND_PAYMENT row from
      * submitted to accepted.
      *
      * A rejected item is credited back to the payer through the
      * same optimistic balance update the online posting programs
      * use, with a PROCTRAN row of type 'OBR' whose description
      * starts with the original debit's reference, so the two
      * legs can be tied together on INQPTRAN and statements. The
      * queue row is marked rejected with the clearing house's
      * reason code and the credit-back's reference. The returned
      * amount is added to the CLEARING_POSITION row for the
      * business date and journalled back from the CLRSETTL
      * clearing settlement account to SETTLMNT on a journal file
      * (OBPRJRN) in the GLEXTR layout.
      *
      * A rejected item whose payer account has since closed or is
      * frozen or blocked for credits cannot be credited back; the
      * row is marked 'U' and the item printed on the exceptions
      * report (OBPEXCP) for operations to apply by hand. The money
      * has still come back from the clearing house, so the position
      * and the journal record it all the same.
      *
      * Each item is committed individually. Only rows still in
      * submitted status are touched, so a rerun of the same file
      * passes over the items already decided.
      *
      * PROCTRAN references are drawn from the HBNKPROCREF named
      * counter through the counter server's batch CALL interface
      * (DFHNCTR), the same sequence the online posting programs use.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBP-RSP-FILE ASSIGN TO OBPRSPIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OBP-JRN-FILE ASSIGN TO OBPRJRN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OBP-EXC-FILE ASSIGN TO OBPEXCP
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OBP-RSP-FILE
           RECORDING MODE IS F.
       01  OBP-RSP-RECORD                PIC X(80).

       FD  OBP-JRN-FILE
           RECORDING MODE IS F.
       01  OBP-JRN-RECORD                PIC X(60).

       FD  OBP-EXC-FILE
           RECORDING MODE IS F.
       01  OBP-EXC-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a frozen or post-no-credits
      * account cannot take the credit-back
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * TRANSACTION_TYPE DB2 copybook - the type this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * OUTBOUND_PAYMENT DB2 copybook - the clearing queue
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

      * CLEARING_POSITION DB2 copybook - the clearing settlement
      * position the returned amounts are added to
           EXEC SQL
              INCLUDE CLRPDB2
           END-EXEC.

      * OUTBOUND_PAYMENT host variables for DB2
       01  HOST-OUTBOUND-ROW.
           03  HV-OBP-ID                 PIC S9(9) COMP.
           03  HV-OBP-FROM-SORTCODE      PIC X(6).
           03  HV-OBP-FROM-NUMBER        PIC X(8).
           03  HV-OBP-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-OBP-PROCTRAN-REF       PIC X(12).
           03  HV-OBP-STATUS             PIC X.
           03  HV-OBP-RETURN-REASON      PIC X(2).
           03  HV-OBP-RETURN-REF         PIC X(12).

       77  HV-OBP-CHECK-COUNT        PIC S9(9) COMP    VALUE 0.
       77  HV-POS-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-EYECATCHER    PIC X(4).
           03  HV-PROCTRAN-SORT-CODE     PIC X(6).
           03  HV-PROCTRAN-ACC-NUMBER    PIC X(8).
           03  HV-PROCTRAN-DATE          PIC X(10).
           03  HV-PROCTRAN-TIME          PIC X(6).
           03  HV-PROCTRAN-REF           PIC X(12).
           03  HV-PROCTRAN-TYPE          PIC X(3).
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.

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
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback and reformatted to the
      * DD.MM.YYYY text layout PROCTRAN_DATE is stored in.
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

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * The response file layouts. A detail is the clearing
      * house's decision on one submitted item; the trailer
      * carries the control totals the details must balance to.
      *
       01  WS-RESPONSE-DETAIL.
           05  WS-RSP-REC-TYPE       PIC X.
           05  WS-RSP-ITEM-REF       PIC X(12).
           05  WS-RSP-STATUS         PIC X.
               88  RSP-ACCEPTED      VALUE 'A'.
               88  RSP-REJECTED      VALUE 'R'.
           05  WS-RSP-REASON-CODE    PIC X(2).
           05  WS-RSP-AMOUNT         PIC 9(9)V99.
           05  WS-RSP-REASON-TEXT    PIC X(25).
           05  FILLER                PIC X(28).

       01  WS-RESPONSE-TRAILER REDEFINES WS-RESPONSE-DETAIL.
           05  FILLER                PIC X.
           05  WS-RSP-TRL-COUNT      PIC 9(8).
           05  WS-RSP-TRL-TOTAL      PIC 9(13)V99.
           05  FILLER                PIC X(56).

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

      *
      * The exceptions report line.
      *
       01  WS-REPORT-LINE.
           05  WS-RPT-ITEM-REF       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SORTCODE       PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REASON         PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).

      *
      * PROCTRAN NCS definitions and the counter server's batch
      * CALL interface fields.
      *
       COPY NCSPROC.

       77  WS-NCTR-FUNCTION          PIC X(6)          VALUE 'GET   '.
       77  WS-NCTR-POOL              PIC X(8)          VALUE SPACES.
       77  WS-NCTR-RESPONSE          PIC S9(8) COMP    VALUE 0.
       77  WS-REF-EIBTASKN12         PIC 9(12)         VALUE 0.
       77  WS-POSTING-OK             PIC X             VALUE 'Y'.
       77  WS-CREDIT-BACK            PIC X             VALUE 'Y'.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-ACCEPTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-CREDITED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-UNAPPLIED        PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-PASSED-OVER      PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-IN-ERROR         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-DETAIL-TOTAL           PIC S9(13)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

       77  WS-JRN-LINES-WRITTEN      PIC 9(8)  COMP    VALUE 0.
       77  WS-JRN-TOTAL-DEBITS       PIC S9(13)V99     VALUE 0.
       77  WS-JRN-TOTAL-CREDITS      PIC S9(13)V99     VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'OBPRESP ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE CREDIT-BACKS POST THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW, NOT THE CLOCK.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           COMPUTE WS-RUN-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.

           MOVE 'OBR' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

      *
      *    First pass - prove the file balances to its own trailer
      *    before anything is applied.
      *
           PERFORM PROVE-RESPONSE-FILE
              THRU PROVE-RESPONSE-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'OBPRESP: RESPONSE FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

      *
      *    Second pass - apply every decision.
      *
           OPEN INPUT OBP-RSP-FILE.
           OPEN OUTPUT OBP-JRN-FILE.
           OPEN OUTPUT OBP-EXC-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ OBP-RSP-FILE INTO WS-RESPONSE-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-RSP-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM APPLY-ONE-RESPONSE
                        THRU APPLY-ONE-RESPONSE-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE OBP-RSP-FILE.

           MOVE WS-JRN-LINES-WRITTEN TO WS-TRL-COUNT.
           MOVE WS-JRN-TOTAL-DEBITS TO WS-TRL-DEBITS.
           MOVE WS-JRN-TOTAL-CREDITS TO WS-TRL-CREDITS.
           MOVE 'Y' TO WS-TRL-AGREES.
           MOVE WS-TRAILER-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.

           CLOSE OBP-JRN-FILE.
           CLOSE OBP-EXC-FILE.

           IF WS-ITEMS-IN-ERROR > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: ITEMS ON FILE      = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-ACCEPTED TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: ITEMS ACCEPTED     = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-CREDITED TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: CREDITED BACK      = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-UNAPPLIED TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: LEFT FOR OPERATIONS = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-PASSED-OVER TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: ALREADY DECIDED    = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-IN-ERROR TO WS-RECS-DISPLAY.
           DISPLAY 'OBPRESP: ITEMS IN ERROR     = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting type must be on TRANSACTION_TYPE before
      * anything moves.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'OBPRESP: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-RESPONSE-FILE
      * Walks the file adding up the details and checks them
      * against the trailer's count and amount total.
       PROVE-RESPONSE-FILE.
           OPEN INPUT OBP-RSP-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-DETAIL-TOTAL.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ OBP-RSP-FILE INTO WS-RESPONSE-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-RSP-REC-TYPE
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                       ADD WS-RSP-AMOUNT TO WS-DETAIL-TOTAL
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-RSP-TRL-COUNT = WS-ITEMS-READ
                          AND WS-RSP-TRL-TOTAL = WS-DETAIL-TOTAL
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'OBPRESP: TRAILER DOES NOT BALANCE '
                                 'TO DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE OBP-RSP-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'OBPRESP: NO CONTROL TRAILER ON RESPONSE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-RESPONSE-FILE-END.

      * PROCEDURE APPLY-ONE-RESPONSE
      * Matches one decision to its submitted queue row and applies
      * it, one item per unit of work.
       APPLY-ONE-RESPONSE.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 'Y' TO WS-CREDIT-BACK.

           PERFORM READ-SUBMITTED-PAYMENT
              THRU READ-SUBMITTED-PAYMENT-END.

           IF WS-POSTING-OK NOT = 'Y'
             GO TO APPLY-ONE-RESPONSE-END
           END-IF.

           IF RSP-ACCEPTED
             PERFORM ACCEPT-PAYMENT THRU ACCEPT-PAYMENT-END
             GO TO APPLY-ONE-RESPONSE-END
           END-IF.

           IF NOT RSP-REJECTED
             MOVE 'UNKNOWN RESPONSE STATUS - NOT APPLIED'
                TO WS-RPT-ACTION
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-ITEMS-IN-ERROR
             GO TO APPLY-ONE-RESPONSE-END
           END-IF.

           PERFORM REJECT-PAYMENT THRU REJECT-PAYMENT-END.
       APPLY-ONE-RESPONSE-END.

      * PROCEDURE READ-SUBMITTED-PAYMENT
      * The item must be on the queue in submitted status, for the
      * amount the clearing house quotes. A row already decided by
      * an earlier run of the same file is passed over quietly; a
      * reference we never submitted is an exception.
       READ-SUBMITTED-PAYMENT.
           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE WS-RSP-ITEM-REF TO HV-OBP-PROCTRAN-REF.

           EXEC SQL
              SELECT OUTBOUND_PAYMENT_ID,
                     OUTBOUND_FROM_SORTCODE,
                     OUTBOUND_FROM_NUMBER,
                     OUTBOUND_AMOUNT,
                     OUTBOUND_STATUS
                INTO :HV-OBP-ID,
                     :HV-OBP-FROM-SORTCODE,
                     :HV-OBP-FROM-NUMBER,
                     :HV-OBP-AMOUNT,
                     :HV-OBP-STATUS
                FROM OUTBOUND_PAYMENT
               WHERE OUTBOUND_PROCTRAN_REF = :HV-OBP-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NOT ON OUTBOUND QUEUE - NOT APPLIED'
                TO WS-RPT-ACTION
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-ITEMS-IN-ERROR
             GO TO READ-SUBMITTED-PAYMENT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: QUEUE READ FAILED FOR '
                     WS-RSP-ITEM-REF ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'QUEUE READ FAILED - SEE JOB LOG' TO WS-RPT-ACTION
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-ITEMS-IN-ERROR
             GO TO READ-SUBMITTED-PAYMENT-END
           END-IF.

           IF HV-OBP-STATUS NOT = 'S'
             MOVE 'N' TO WS-POSTING-OK
             ADD 1 TO WS-ITEMS-PASSED-OVER
             GO TO READ-SUBMITTED-PAYMENT-END
           END-IF.

           IF HV-OBP-AMOUNT NOT = WS-RSP-AMOUNT
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'AMOUNT DIFFERS FROM QUEUE - NOT APPLIED'
                TO WS-RPT-ACTION
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-ITEMS-IN-ERROR
           END-IF.
       READ-SUBMITTED-PAYMENT-END.

      * PROCEDURE ACCEPT-PAYMENT
       ACCEPT-PAYMENT.
           EXEC SQL
              UPDATE OUTBOUND_PAYMENT
                 SET OUTBOUND_STATUS = 'A'
               WHERE OUTBOUND_PAYMENT_ID = :HV-OBP-ID
                 AND OUTBOUND_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: ACCEPT UPDATE FAILED FOR '
                     WS-RSP-ITEM-REF ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-ITEMS-IN-ERROR
             GO TO ACCEPT-PAYMENT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-ITEMS-ACCEPTED.
       ACCEPT-PAYMENT-END.

      * PROCEDURE REJECT-PAYMENT
      * Credits a rejected payment back to the payer, or leaves it
      * for operations when the account can no longer take it.
      * Either way the money is back from the clearing house, so
      * the position and the contra journal record it.
       REJECT-PAYMENT.
           PERFORM READ-PAYER-ACCOUNT THRU READ-PAYER-ACCOUNT-END.

           IF WS-CREDIT-BACK = 'Y'
             PERFORM CHECK-ACCOUNT-CONTROLS
                THRU CHECK-ACCOUNT-CONTROLS-END
           END-IF.

           IF WS-CREDIT-BACK = 'Y'
             PERFORM CREDIT-BACK-PAYER THRU CREDIT-BACK-PAYER-END
             IF WS-POSTING-OK NOT = 'Y'
               EXEC SQL
                  ROLLBACK WORK
               END-EXEC
               MOVE 'CREDIT-BACK FAILED - RERUN TO RETRY'
                  TO WS-RPT-ACTION
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
               ADD 1 TO WS-ITEMS-IN-ERROR
               GO TO REJECT-PAYMENT-END
             END-IF
             MOVE 'R' TO HV-OBP-STATUS
             MOVE HV-PROCTRAN-REF TO HV-OBP-RETURN-REF
           ELSE
             MOVE 'U' TO HV-OBP-STATUS
             MOVE SPACES TO HV-OBP-RETURN-REF
           END-IF.

           MOVE WS-RSP-REASON-CODE TO HV-OBP-RETURN-REASON.

           EXEC SQL
              UPDATE OUTBOUND_PAYMENT
                 SET OUTBOUND_STATUS = :HV-OBP-STATUS,
                     OUTBOUND_RETURN_REASON = :HV-OBP-RETURN-REASON,
                     OUTBOUND_RETURN_REF = :HV-OBP-RETURN-REF
               WHERE OUTBOUND_PAYMENT_ID = :HV-OBP-ID
                 AND OUTBOUND_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
           ELSE
             PERFORM ADD-TO-CLEARING-POSITION
                THRU ADD-TO-CLEARING-POSITION-END
           END-IF.

           IF WS-POSTING-OK NOT = 'Y'
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: REJECTION UPDATE FAILED FOR '
                     WS-RSP-ITEM-REF ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'REJECTION NOT APPLIED - RERUN TO RETRY'
                TO WS-RPT-ACTION
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-ITEMS-IN-ERROR
             GO TO REJECT-PAYMENT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           PERFORM WRITE-CONTRA-PAIR THRU WRITE-CONTRA-PAIR-END.

           IF WS-CREDIT-BACK = 'Y'
             ADD 1 TO WS-ITEMS-CREDITED
           ELSE
             ADD 1 TO WS-ITEMS-UNAPPLIED
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
       REJECT-PAYMENT-END.

      * PROCEDURE READ-PAYER-ACCOUNT
       READ-PAYER-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-OBP-FROM-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-OBP-FROM-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-CREDIT-BACK
             MOVE 'PAYER ACCOUNT CLOSED - APPLY BY HAND'
                TO WS-RPT-ACTION
             GO TO READ-PAYER-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: ACCOUNT READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-CREDIT-BACK
             MOVE 'PAYER ACCOUNT UNREADABLE - APPLY BY HAND'
                TO WS-RPT-ACTION
           END-IF.
       READ-PAYER-ACCOUNT-END.

      * PROCEDURE CHECK-ACCOUNT-CONTROLS
      * A freeze or post-no-credits control stops the credit-back.
      * A failed lookup is treated as controlled.
       CHECK-ACCOUNT-CONTROLS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_CONTROL_TYPE IN ('F', 'C')
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-CREDIT-BACK
             MOVE 'PAYER ACCOUNT CONTROLLED - APPLY BY HAND'
                TO WS-RPT-ACTION
           END-IF.
       CHECK-ACCOUNT-CONTROLS-END.

      * PROCEDURE CREDIT-BACK-PAYER
      * The WHERE clause repeats the balances just read, the same
      * optimistic update DBCRFUN uses - if an online posting got
      * in between, the item is left submitted for a rerun.
       CREDIT-BACK-PAYER.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + HV-OBP-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + HV-OBP-AMOUNT.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: ACCOUNT UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             GO TO CREDIT-BACK-PAYER-END
           END-IF.

           PERFORM WRITE-PROCTRAN-RETURN
              THRU WRITE-PROCTRAN-RETURN-END.
       CREDIT-BACK-PAYER-END.

      * PROCEDURE WRITE-PROCTRAN-RETURN
      * Records the credit-back on PROCTRAN as type 'OBR'. The
      * description opens with the original debit's reference,
      * then the clearing house's reason code and text.
       WRITE-PROCTRAN-RETURN.
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'OBPRESP: UNABLE TO GET PROCTRAN REFERENCE FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-RETURN-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE 'OBR' TO HV-PROCTRAN-TYPE.
           MOVE HV-OBP-PROCTRAN-REF TO HV-PROCTRAN-DESC(1:12).
           MOVE 'RETURNED' TO HV-PROCTRAN-DESC(14:8).
           MOVE WS-RSP-REASON-CODE TO HV-PROCTRAN-DESC(23:2).
           MOVE WS-RSP-REASON-TEXT TO HV-PROCTRAN-DESC(26:25).
           MOVE HV-OBP-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           EXEC SQL
              INSERT INTO PROCTRAN
                     ( PROCTRAN_EYECATCHER,
                       PROCTRAN_SORTCODE,
                       PROCTRAN_NUMBER,
                       PROCTRAN_DATE,
                       PROCTRAN_TIME,
                       PROCTRAN_REF,
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OBPRESP: UNABLE TO INSERT PROCTRAN FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       WRITE-PROCTRAN-RETURN-END.

      * PROCEDURE ADD-TO-CLEARING-POSITION
      * Adds the returned item to the business date's clearing
      * settlement position, seeding the row if OBPSUBM has not
      * yet run for the day.
       ADD-TO-CLEARING-POSITION.
           MOVE HV-OBP-AMOUNT TO HV-POS-AMOUNT.

           EXEC SQL
              UPDATE CLEARING_POSITION
                 SET CLEARING_POSITION_RET_COUNT
                        = CLEARING_POSITION_RET_COUNT + 1,
                     CLEARING_POSITION_RETURNED
                        = CLEARING_POSITION_RETURNED + :HV-POS-AMOUNT
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
                         0,
                         0,
                         1,
                         :HV-POS-AMOUNT )
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       ADD-TO-CLEARING-POSITION-END.

      * PROCEDURE WRITE-CONTRA-PAIR
      * The returned amount comes back from the clearing settlement
      * account to the payer's branch settlement account - debit
      * CLRSETTL, credit SETTLMNT.
       WRITE-CONTRA-PAIR.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE HV-OBP-FROM-SORTCODE TO WS-JRN-SORTCODE.
           MOVE 'CLRSETTL' TO WS-JRN-GL-ACCOUNT.
           MOVE 'OBR' TO WS-JRN-TXN-TYPE.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE HV-OBP-AMOUNT TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE WS-JOURNAL-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD HV-OBP-AMOUNT TO WS-JRN-TOTAL-DEBITS.

           MOVE 'SETTLMNT' TO WS-JRN-GL-ACCOUNT.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO OBP-JRN-RECORD.
           WRITE OBP-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD HV-OBP-AMOUNT TO WS-JRN-TOTAL-CREDITS.
       WRITE-CONTRA-PAIR-END.

      * PROCEDURE WRITE-EXCEPTION
       WRITE-EXCEPTION.
           MOVE WS-RSP-ITEM-REF TO WS-RPT-ITEM-REF.
           MOVE HV-OBP-FROM-SORTCODE TO WS-RPT-SORTCODE.
           MOVE HV-OBP-FROM-NUMBER TO WS-RPT-ACCNO.
           MOVE WS-RSP-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-RSP-REASON-CODE TO WS-RPT-REASON.
           MOVE WS-REPORT-LINE TO OBP-EXC-RECORD.
           WRITE OBP-EXC-RECORD.
       WRITE-EXCEPTION-END.

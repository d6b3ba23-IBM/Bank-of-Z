       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQXTR.

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
      * Nightly outbound cheque clearing extract.
      *
      * CHQDEP credits a cheque paid in at the counter under a
      * clearing hold and records it on CHEQUE_ITEM as paid in. This
      * job writes every cheque paid in and not yet sent to the
      * outbound clearing file (CHQCLOUT) so it can be presented to
      * the paying bank: a 'D' detail per cheque, grouped by the
      * drawer's sort code, between an 'H' header carrying our sort
      * code and the business date and a 'T' trailer carrying the
      * item count and amount total (the DDIXTR convention). Each
      * detail carries the CHEQUE_ITEM id as our item reference,
      * which the clearing quotes back on a returned cheque for
      * CHQRTN to match.
      *
      * The extract is one unit of work: the cheques are marked sent
      * only when the file is complete, and a failure backs
      * everything out with return code 12 - the part-written file
      * must then be discarded and the job rerun, which picks up
      * exactly the same cheques.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-CLR-FILE ASSIGN TO CHQCLOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQ-CLR-FILE
           RECORDING MODE IS F.
       01  CHQ-CLR-DETAIL.
           05  CHQ-CLR-TYPE              PIC X.
           05  CHQ-CLR-ITEM-REF          PIC 9(8).
           05  CHQ-CLR-DRAWER-SORTCODE   PIC X(6).
           05  CHQ-CLR-DRAWER-ACCOUNT    PIC X(8).
           05  CHQ-CLR-SERIAL            PIC X(6).
           05  CHQ-CLR-AMOUNT            PIC 9(9)V99.
           05  CHQ-CLR-PAYEE-SORTCODE    PIC X(6).
           05  CHQ-CLR-PAYEE-ACCNO       PIC X(8).
           05  CHQ-CLR-DEPOSIT-DATE      PIC 9(8).
           05  FILLER                    PIC X(18).

       01  CHQ-CLR-HEADER.
           05  CHQ-HDR-TYPE              PIC X.
           05  CHQ-HDR-LITERAL           PIC X(20).
           05  CHQ-HDR-ORIG-SORTCODE     PIC X(6).
           05  CHQ-HDR-FILE-DATE         PIC 9(8).
           05  FILLER                    PIC X(45).

       01  CHQ-CLR-TRAILER.
           05  CHQ-TRL-TYPE              PIC X.
           05  CHQ-TRL-LITERAL           PIC X(20).
           05  CHQ-TRL-COUNT             PIC 9(8).
           05  CHQ-TRL-TOTAL             PIC 9(13)V99.
           05  FILLER                    PIC X(36).

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * CHEQUE_ITEM DB2 copybook
           EXEC SQL
              INCLUDE CHQIDB2
           END-EXEC.

      * CHEQUE_ITEM host variables for DB2
       01  HOST-CHEQUE-ROW.
           03  HV-CHQ-ID                 PIC S9(9) COMP.
           03  HV-CHQ-SORTCODE           PIC X(6).
           03  HV-CHQ-NUMBER             PIC X(8).
           03  HV-CHQ-DRAWER-SORTCODE    PIC X(6).
           03  HV-CHQ-DRAWER-ACCOUNT     PIC X(8).
           03  HV-CHQ-SERIAL             PIC X(6).
           03  HV-CHQ-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-CHQ-DEPOSIT-DATE       PIC S9(9) COMP.

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
       77  WS-EXTRACT-OK             PIC X             VALUE 'Y'.
       77  WS-CHEQUES-SENT           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-CHEQUES-TOTAL          PIC S9(13)V99     VALUE 0.
       77  WS-AMOUNT-DISPLAY         PIC -(13)9.99.

      * Every cheque paid in and not yet sent, grouped by the
      * drawer's bank. WITH HOLD is not needed - the extract commits
      * once, at the end.
           EXEC SQL
              DECLARE CHQXTR-CURSOR CURSOR FOR
                 SELECT CHQI_ID,
                        CHQI_SORTCODE,
                        CHQI_NUMBER,
                        CHQI_DRAWER_SORTCODE,
                        CHQI_DRAWER_ACCOUNT,
                        CHQI_SERIAL,
                        CHQI_AMOUNT,
                        CHQI_DEPOSIT_DATE
                   FROM CHEQUE_ITEM
                  WHERE CHQI_STATUS = 'P'
                  ORDER BY CHQI_DRAWER_SORTCODE,
                           CHQI_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'CHQXTR  ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

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
           DISPLAY 'CHQXTR: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT CHQ-CLR-FILE.

           MOVE SPACES TO CHQ-CLR-HEADER.
           MOVE 'H' TO CHQ-HDR-TYPE.
           MOVE 'CHEQUE CLEARING' TO CHQ-HDR-LITERAL.
           MOVE SORTCODE TO CHQ-HDR-ORIG-SORTCODE.
           MOVE WS-RUN-DATE-DISPLAY TO CHQ-HDR-FILE-DATE.
           WRITE CHQ-CLR-HEADER.

           EXEC SQL
              OPEN CHQXTR-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'CHQXTR: UNABLE TO OPEN CHQXTR-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-EXTRACT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-CHEQUE THRU FETCH-NEXT-CHEQUE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM SEND-ONE-CHEQUE THRU SEND-ONE-CHEQUE-END
             PERFORM FETCH-NEXT-CHEQUE THRU FETCH-NEXT-CHEQUE-END
           END-PERFORM.

           EXEC SQL
              CLOSE CHQXTR-CURSOR
           END-EXEC.

           MOVE SPACES TO CHQ-CLR-TRAILER.
           MOVE 'T' TO CHQ-TRL-TYPE.
           MOVE 'CHEQUE CLEARING' TO CHQ-TRL-LITERAL.
           MOVE WS-CHEQUES-SENT TO CHQ-TRL-COUNT.
           MOVE WS-CHEQUES-TOTAL TO CHQ-TRL-TOTAL.
           WRITE CHQ-CLR-TRAILER.

           CLOSE CHQ-CLR-FILE.

           IF WS-EXTRACT-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'CHQXTR: EXTRACT BACKED OUT - DISCARD '
                     'CHQCLOUT AND RERUN'
             MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-CHEQUES-SENT TO WS-RECS-DISPLAY.
           DISPLAY 'CHQXTR: CHEQUES SENT        = ' WS-RECS-DISPLAY.
           MOVE WS-CHEQUES-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'CHQXTR: AMOUNT PRESENTED    = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-CHEQUES-SENT TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-CHEQUE
       FETCH-NEXT-CHEQUE.
           EXEC SQL
              FETCH CHQXTR-CURSOR
                INTO :HV-CHQ-ID, :HV-CHQ-SORTCODE,
                     :HV-CHQ-NUMBER, :HV-CHQ-DRAWER-SORTCODE,
                     :HV-CHQ-DRAWER-ACCOUNT, :HV-CHQ-SERIAL,
                     :HV-CHQ-AMOUNT, :HV-CHQ-DEPOSIT-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CHQXTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'N' TO WS-EXTRACT-OK
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CHEQUE-END.

      * PROCEDURE SEND-ONE-CHEQUE
      * Writes one cheque to the clearing file and marks it sent.
       SEND-ONE-CHEQUE.
           EXEC SQL
              UPDATE CHEQUE_ITEM
                 SET CHQI_STATUS = 'S',
                     CHQI_SENT_DATE = :WS-RUN-DATE
               WHERE CHQI_ID = :HV-CHQ-ID
                 AND CHQI_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CHQXTR: UNABLE TO MARK CHEQUE ' HV-CHQ-ID
                     ' SENT, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-EXTRACT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO SEND-ONE-CHEQUE-END
           END-IF.

           MOVE SPACES TO CHQ-CLR-DETAIL.
           MOVE 'D' TO CHQ-CLR-TYPE.
           MOVE HV-CHQ-ID TO CHQ-CLR-ITEM-REF.
           MOVE HV-CHQ-DRAWER-SORTCODE TO CHQ-CLR-DRAWER-SORTCODE.
           MOVE HV-CHQ-DRAWER-ACCOUNT TO CHQ-CLR-DRAWER-ACCOUNT.
           MOVE HV-CHQ-SERIAL TO CHQ-CLR-SERIAL.
           MOVE HV-CHQ-AMOUNT TO CHQ-CLR-AMOUNT.
           MOVE HV-CHQ-SORTCODE TO CHQ-CLR-PAYEE-SORTCODE.
           MOVE HV-CHQ-NUMBER TO CHQ-CLR-PAYEE-ACCNO.
           MOVE HV-CHQ-DEPOSIT-DATE TO CHQ-CLR-DEPOSIT-DATE.
           WRITE CHQ-CLR-DETAIL.

           ADD 1 TO WS-CHEQUES-SENT.
           ADD HV-CHQ-AMOUNT TO WS-CHEQUES-TOTAL.
       SEND-ONE-CHEQUE-END.

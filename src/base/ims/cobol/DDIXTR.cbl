       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDIXTR.

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
      * Nightly Direct Debit indemnity claim extract.
      *
      * DDICLAIM refunds a disputed direct debit to the customer at
      * the counter and records the claim on DD_INDEMNITY_CLAIM as
      * pending. This job writes every pending claim to the
      * outbound indemnity file (DDICLOUT) so the amount can be
      * claimed back from the originator: a 'D' detail per claim,
      * grouped by originator service user number, between an 'H'
      * header carrying our sort code and the business date and a
      * 'T' trailer carrying the claim count and amount total (the
      * OBPSUBM submission-file convention). Each detail carries the
      * PROCTRAN reference of the original collection, which the
      * originator quotes back when it settles.
      *
      * The extract is one unit of work: the claims are marked sent
      * only when the file is complete, and a failure backs
      * everything out with return code 12 - the part-written file
      * must then be discarded and the job rerun, which picks up
      * exactly the same claims.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDI-CLM-FILE ASSIGN TO DDICLOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DDI-CLM-FILE
           RECORDING MODE IS F.
       01  DDI-CLM-DETAIL.
           05  DDI-CLM-TYPE              PIC X.
           05  DDI-CLM-SUN               PIC X(6).
           05  DDI-CLM-SORTCODE          PIC X(6).
           05  DDI-CLM-ACCNO             PIC X(8).
           05  DDI-CLM-DDI-REFERENCE     PIC X(18).
           05  DDI-CLM-DEBIT-DATE        PIC X(10).
           05  DDI-CLM-AMOUNT            PIC 9(9)V99.
           05  DDI-CLM-REASON            PIC X.
           05  DDI-CLM-DEBIT-REF         PIC X(12).
           05  FILLER                    PIC X(7).

       01  DDI-CLM-HEADER.
           05  DDI-HDR-TYPE              PIC X.
           05  DDI-HDR-LITERAL           PIC X(20).
           05  DDI-HDR-ORIG-SORTCODE     PIC X(6).
           05  DDI-HDR-FILE-DATE         PIC 9(8).
           05  FILLER                    PIC X(45).

       01  DDI-CLM-TRAILER.
           05  DDI-TRL-TYPE              PIC X.
           05  DDI-TRL-LITERAL           PIC X(20).
           05  DDI-TRL-COUNT             PIC 9(8).
           05  DDI-TRL-TOTAL             PIC 9(13)V99.
           05  FILLER                    PIC X(36).

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * DD_INDEMNITY_CLAIM DB2 copybook
           EXEC SQL
              INCLUDE DDICLDB2
           END-EXEC.

      * DD_INDEMNITY_CLAIM host variables for DB2
       01  HOST-CLAIM-ROW.
           03  HV-CLM-ID                 PIC S9(9) COMP.
           03  HV-CLM-SORTCODE           PIC X(6).
           03  HV-CLM-NUMBER             PIC X(8).
           03  HV-CLM-SUN                PIC X(6).
           03  HV-CLM-DDI-REFERENCE      PIC X(18).
           03  HV-CLM-DEBIT-REF          PIC X(12).
           03  HV-CLM-DEBIT-DATE         PIC X(10).
           03  HV-CLM-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-CLM-REASON             PIC X.

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
       77  WS-CLAIMS-SENT            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-CLAIMS-TOTAL           PIC S9(13)V99     VALUE 0.
       77  WS-AMOUNT-DISPLAY         PIC -(13)9.99.

      * Every pending claim, grouped by originator. WITH HOLD is
      * not needed - the extract commits once, at the end.
           EXEC SQL
              DECLARE DDIXTR-CURSOR CURSOR FOR
                 SELECT DDICL_ID,
                        DDICL_SORTCODE,
                        DDICL_NUMBER,
                        DDICL_SUN,
                        DDICL_DDI_REFERENCE,
                        DDICL_DEBIT_REF,
                        DDICL_DEBIT_DATE,
                        DDICL_AMOUNT,
                        DDICL_REASON
                   FROM DD_INDEMNITY_CLAIM
                  WHERE DDICL_STATUS = 'P'
                  ORDER BY DDICL_SUN,
                           DDICL_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DDIXTR  ' TO BREG-JOB.
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
           DISPLAY 'DDIXTR: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           OPEN OUTPUT DDI-CLM-FILE.

           MOVE SPACES TO DDI-CLM-HEADER.
           MOVE 'H' TO DDI-HDR-TYPE.
           MOVE 'DD INDEMNITY CLAIMS' TO DDI-HDR-LITERAL.
           MOVE SORTCODE TO DDI-HDR-ORIG-SORTCODE.
           MOVE WS-RUN-DATE-DISPLAY TO DDI-HDR-FILE-DATE.
           WRITE DDI-CLM-HEADER.

           EXEC SQL
              OPEN DDIXTR-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'DDIXTR: UNABLE TO OPEN DDIXTR-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-EXTRACT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-CLAIM THRU FETCH-NEXT-CLAIM-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM SEND-ONE-CLAIM THRU SEND-ONE-CLAIM-END
             PERFORM FETCH-NEXT-CLAIM THRU FETCH-NEXT-CLAIM-END
           END-PERFORM.

           EXEC SQL
              CLOSE DDIXTR-CURSOR
           END-EXEC.

           MOVE SPACES TO DDI-CLM-TRAILER.
           MOVE 'T' TO DDI-TRL-TYPE.
           MOVE 'DD INDEMNITY CLAIMS' TO DDI-TRL-LITERAL.
           MOVE WS-CLAIMS-SENT TO DDI-TRL-COUNT.
           MOVE WS-CLAIMS-TOTAL TO DDI-TRL-TOTAL.
           WRITE DDI-CLM-TRAILER.

           CLOSE DDI-CLM-FILE.

           IF WS-EXTRACT-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'DDIXTR: EXTRACT BACKED OUT - DISCARD '
                     'DDICLOUT AND RERUN'
             MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-CLAIMS-SENT TO WS-RECS-DISPLAY.
           DISPLAY 'DDIXTR: CLAIMS SENT         = ' WS-RECS-DISPLAY.
           MOVE WS-CLAIMS-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'DDIXTR: AMOUNT CLAIMED      = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-CLAIMS-SENT TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-CLAIM
       FETCH-NEXT-CLAIM.
           EXEC SQL
              FETCH DDIXTR-CURSOR
                INTO :HV-CLM-ID, :HV-CLM-SORTCODE,
                     :HV-CLM-NUMBER, :HV-CLM-SUN,
                     :HV-CLM-DDI-REFERENCE, :HV-CLM-DEBIT-REF,
                     :HV-CLM-DEBIT-DATE, :HV-CLM-AMOUNT,
                     :HV-CLM-REASON
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DDIXTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'N' TO WS-EXTRACT-OK
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CLAIM-END.

      * PROCEDURE SEND-ONE-CLAIM
      * Writes one pending claim to the indemnity file and marks it
      * sent.
       SEND-ONE-CLAIM.
           EXEC SQL
              UPDATE DD_INDEMNITY_CLAIM
                 SET DDICL_STATUS = 'S',
                     DDICL_SENT_DATE = :WS-RUN-DATE
               WHERE DDICL_ID = :HV-CLM-ID
                 AND DDICL_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DDIXTR: UNABLE TO MARK CLAIM ' HV-CLM-ID
                     ' SENT, SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-EXTRACT-OK
             MOVE 'Y' TO WS-END-OF-CURSOR
             GO TO SEND-ONE-CLAIM-END
           END-IF.

           MOVE SPACES TO DDI-CLM-DETAIL.
           MOVE 'D' TO DDI-CLM-TYPE.
           MOVE HV-CLM-SUN TO DDI-CLM-SUN.
           MOVE HV-CLM-SORTCODE TO DDI-CLM-SORTCODE.
           MOVE HV-CLM-NUMBER TO DDI-CLM-ACCNO.
           MOVE HV-CLM-DDI-REFERENCE TO DDI-CLM-DDI-REFERENCE.
           MOVE HV-CLM-DEBIT-DATE TO DDI-CLM-DEBIT-DATE.
           MOVE HV-CLM-AMOUNT TO DDI-CLM-AMOUNT.
           MOVE HV-CLM-REASON TO DDI-CLM-REASON.
           MOVE HV-CLM-DEBIT-REF TO DDI-CLM-DEBIT-REF.
           WRITE DDI-CLM-DETAIL.

           ADD 1 TO WS-CLAIMS-SENT.
           ADD HV-CLM-AMOUNT TO WS-CLAIMS-TOTAL.
       SEND-ONE-CLAIM-END.

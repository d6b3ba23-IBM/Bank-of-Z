       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXRTLOAD.

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
      * Daily exchange-rate load.
      *
      * Reads the treasury rate file (RATEIN) and stores each
      * currency's rate on EXCHANGE_RATE for the rate date the file
      * carries. The rate is the units of the currency one pound
      * sterling buys. A rerun for the same date replaces that
      * date's rows, and earlier dates are kept - the proof and the
      * journal extract revalue on the rate for their own business
      * date, and transfers use the latest rate on or before the
      * day.
      *
      * A record with a blank currency, a zero or non-numeric rate
      * or an impossible date is rejected and counted; a sterling
      * record is ignored, since sterling's rate is 1 by definition.
      * The whole file loads in one unit of work, so a DB2 failure
      * leaves the previous rates exactly as they were.
      *
      * Counts are displayed at the end of the run for the
      * operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-IN-FILE ASSIGN TO RATEIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-IN-FILE
           RECORDING MODE IS F.
       01  RATE-IN-RECORD.
           05  RATE-IN-CURRENCY          PIC X(3).
           05  RATE-IN-DATE              PIC 9(8).
           05  RATE-IN-DATE-GRP REDEFINES RATE-IN-DATE.
               07  RATE-IN-DATE-YYYY     PIC 9(4).
               07  RATE-IN-DATE-MM       PIC 99.
               07  RATE-IN-DATE-DD       PIC 99.
           05  RATE-IN-RATE              PIC 9(5)V9(6).
           05  FILLER                    PIC X(58).

       WORKING-STORAGE SECTION.

      * EXCHANGE_RATE DB2 copybook
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

       01  HOST-RATE-ROW.
           03  HV-RATE-CURRENCY          PIC X(3).
           03  HV-RATE-DATE              PIC S9(9) COMP.
           03  HV-RATE-RATE              PIC S9(5)V9(6) COMP-3.
           03  HV-RATE-LOADED            PIC X(10).

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

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-LOADED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-REJECTED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-LOAD-FAILED            PIC X             VALUE 'N'.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'EXRTLOAD' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :HV-RATE-LOADED
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN INPUT RATE-IN-FILE.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ RATE-IN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   ADD 1 TO WS-RECS-READ
                   PERFORM LOAD-ONE-RATE THRU LOAD-ONE-RATE-END
             END-READ
           END-PERFORM.

           CLOSE RATE-IN-FILE.

           IF WS-LOAD-FAILED = 'Y'
             DISPLAY 'EXRTLOAD: LOAD FAILED - OLD RATES LEFT IN PLACE'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 12 TO RETURN-CODE
           ELSE
             EXEC SQL
                COMMIT WORK
             END-EXEC
             IF WS-RECS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'EXRTLOAD: RATE RECORDS READ     = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-LOADED TO WS-RECS-DISPLAY.
           DISPLAY 'EXRTLOAD: RATE RECORDS LOADED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'EXRTLOAD: RATE RECORDS REJECTED = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-LOADED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE LOAD-ONE-RATE
      * One currency's rate for the file's rate date replaces any
      * row already loaded for that currency and date.
       LOAD-ONE-RATE.
           IF WS-LOAD-FAILED = 'Y'
             GO TO LOAD-ONE-RATE-END
           END-IF.

           IF RATE-IN-CURRENCY = 'GBP'
             GO TO LOAD-ONE-RATE-END
           END-IF.

           IF RATE-IN-CURRENCY = SPACES
              OR RATE-IN-RATE NOT NUMERIC
              OR RATE-IN-DATE NOT NUMERIC
             DISPLAY 'EXRTLOAD: RECORD REJECTED - ' RATE-IN-RECORD
             ADD 1 TO WS-RECS-REJECTED
             GO TO LOAD-ONE-RATE-END
           END-IF.

           IF RATE-IN-RATE = 0
              OR RATE-IN-DATE-MM < 1 OR RATE-IN-DATE-MM > 12
              OR RATE-IN-DATE-DD < 1 OR RATE-IN-DATE-DD > 31
             DISPLAY 'EXRTLOAD: RECORD REJECTED - ' RATE-IN-RECORD
             ADD 1 TO WS-RECS-REJECTED
             GO TO LOAD-ONE-RATE-END
           END-IF.

           MOVE RATE-IN-CURRENCY TO HV-RATE-CURRENCY.
           MOVE RATE-IN-DATE TO HV-RATE-DATE.
           MOVE RATE-IN-RATE TO HV-RATE-RATE.

           EXEC SQL
              DELETE FROM EXCHANGE_RATE
               WHERE EXCHANGE_RATE_CURRENCY = :HV-RATE-CURRENCY
                 AND EXCHANGE_RATE_DATE = :HV-RATE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'EXRTLOAD: DELETE FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'Y' TO WS-LOAD-FAILED
             MOVE 'Y' TO WS-END-OF-INPUT
             GO TO LOAD-ONE-RATE-END
           END-IF.

           EXEC SQL
              INSERT INTO EXCHANGE_RATE
                     ( EXCHANGE_RATE_CURRENCY,
                       EXCHANGE_RATE_DATE,
                       EXCHANGE_RATE_RATE,
                       EXCHANGE_RATE_LOADED )
              VALUES ( :HV-RATE-CURRENCY,
                       :HV-RATE-DATE,
                       :HV-RATE-RATE,
                       :HV-RATE-LOADED )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'EXRTLOAD: INSERT FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'Y' TO WS-LOAD-FAILED
             MOVE 'Y' TO WS-END-OF-INPUT
             GO TO LOAD-ONE-RATE-END
           END-IF.

           ADD 1 TO WS-RECS-LOADED.
       LOAD-ONE-RATE-END.

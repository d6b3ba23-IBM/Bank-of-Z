       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODWLOAD.

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
      * Modulus weight table load.
      *
      * Reads the industry modulus weight file (MODWIN) as published
      * and replaces the MODULUS_WEIGHT table ACCTVAL checks sort
      * codes and account numbers against. Each line carries a sort
      * code range, the check method, the fourteen weights for
      * digits u to h in five-character columns and an optional
      * exception code. A range with two checks appears on two
      * consecutive lines; they are stored as check 1 and check 2
      * in that order.
      *
      * The table is replaced whole, in one unit of work, and the
      * load is all or nothing: a range missing from the table
      * would start turning away payments to a real bank, so a
      * damaged record, an empty file or a DB2 failure backs the
      * load out with return code 12 and leaves the previous table
      * exactly as it was.
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
           SELECT MODW-IN-FILE ASSIGN TO MODWIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MODW-IN-FILE
           RECORDING MODE IS F.
       01  MODW-IN-RECORD.
           05  MODW-IN-SORT-FROM         PIC X(6).
           05  FILLER                    PIC X.
           05  MODW-IN-SORT-TO           PIC X(6).
           05  FILLER                    PIC X.
           05  MODW-IN-METHOD            PIC X(5).
           05  MODW-IN-WEIGHT            PIC X(5) OCCURS 14 TIMES.
           05  MODW-IN-EXCEPTION         PIC X(5).
           05  FILLER                    PIC X(6).

       WORKING-STORAGE SECTION.

      * MODULUS_WEIGHT DB2 copybook
           EXEC SQL
              INCLUDE MODWDB2
           END-EXEC.

       01  HOST-MODW-ROW.
           03  HV-MODW-SORT-FROM         PIC X(6).
           03  HV-MODW-SORT-TO           PIC X(6).
           03  HV-MODW-SEQ               PIC S9(4) COMP.
           03  HV-MODW-METHOD            PIC X(5).
           03  HV-MODW-WEIGHTS.
               05  HV-MODW-WEIGHT        PIC 9(3) OCCURS 14 TIMES.
           03  HV-MODW-EXCEPTION         PIC S9(4) COMP.
           03  HV-MODW-LOADED            PIC X(10).

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
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-LOAD-FAILED            PIC X             VALUE 'N'.
       77  WS-WEIGHT-IX              PIC 9(2)  COMP    VALUE 0.

      *
      * The previous line's range - a second line for the same range
      * is its second check.
      *
       77  WS-PREV-SORT-FROM         PIC X(6)          VALUE SPACES.
       77  WS-PREV-SORT-TO           PIC X(6)          VALUE SPACES.

      *
      * One right-justified numeric column from the file, with its
      * leading spaces made zeros.
      *
       01  WS-COLUMN                 PIC X(5).
       01  WS-COLUMN-NUM REDEFINES WS-COLUMN
                                     PIC 9(5).

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'MODWLOAD' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :HV-MODW-LOADED
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    CLEAR THE OLD TABLE - NOTHING IS COMMITTED UNTIL THE NEW
      *    ONE IS COMPLETE.
      *
           EXEC SQL
              DELETE FROM MODULUS_WEIGHT
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MODWLOAD: DELETE FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'Y' TO WS-LOAD-FAILED
           END-IF.

           OPEN INPUT MODW-IN-FILE.

           IF WS-LOAD-FAILED = 'Y'
             MOVE 'Y' TO WS-END-OF-INPUT
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ MODW-IN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   ADD 1 TO WS-RECS-READ
                   PERFORM LOAD-ONE-RANGE THRU LOAD-ONE-RANGE-END
             END-READ
           END-PERFORM.

           CLOSE MODW-IN-FILE.

           IF WS-LOAD-FAILED NOT = 'Y' AND WS-RECS-LOADED = 0
             DISPLAY 'MODWLOAD: NO WEIGHT RECORDS ON FILE'
             MOVE 'Y' TO WS-LOAD-FAILED
           END-IF.

           IF WS-LOAD-FAILED = 'Y'
             DISPLAY 'MODWLOAD: LOAD FAILED - OLD TABLE LEFT IN PLACE'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 12 TO RETURN-CODE
           ELSE
             EXEC SQL
                COMMIT WORK
             END-EXEC
           END-IF.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'MODWLOAD: WEIGHT RECORDS READ   = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-LOADED TO WS-RECS-DISPLAY.
           DISPLAY 'MODWLOAD: WEIGHT RECORDS LOADED = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           IF WS-LOAD-FAILED = 'Y'
             MOVE 0 TO BREG-ROWS
           ELSE
             MOVE WS-RECS-LOADED TO BREG-ROWS
           END-IF.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE LOAD-ONE-RANGE
      * Validates and inserts one line of the file. Any bad line
      * fails the whole load.
       LOAD-ONE-RANGE.
           IF MODW-IN-RECORD = SPACES
             GO TO LOAD-ONE-RANGE-END
           END-IF.

           IF MODW-IN-SORT-FROM NOT NUMERIC
              OR MODW-IN-SORT-TO NOT NUMERIC
              OR MODW-IN-SORT-TO < MODW-IN-SORT-FROM
              OR (MODW-IN-METHOD NOT = 'MOD10'
                  AND MODW-IN-METHOD NOT = 'MOD11'
                  AND MODW-IN-METHOD NOT = 'DBLAL')
             GO TO LOAD-ONE-RANGE-REJECT
           END-IF.

           MOVE MODW-IN-SORT-FROM TO HV-MODW-SORT-FROM.
           MOVE MODW-IN-SORT-TO TO HV-MODW-SORT-TO.
           MOVE MODW-IN-METHOD TO HV-MODW-METHOD.

           PERFORM VARYING WS-WEIGHT-IX FROM 1 BY 1
              UNTIL WS-WEIGHT-IX > 14 OR WS-LOAD-FAILED = 'Y'
             MOVE MODW-IN-WEIGHT (WS-WEIGHT-IX) TO WS-COLUMN
             INSPECT WS-COLUMN REPLACING LEADING SPACE BY ZERO
             IF WS-COLUMN-NUM NOT NUMERIC OR WS-COLUMN-NUM > 999
               MOVE 'Y' TO WS-LOAD-FAILED
             ELSE
               MOVE WS-COLUMN-NUM TO HV-MODW-WEIGHT (WS-WEIGHT-IX)
             END-IF
           END-PERFORM.

           IF WS-LOAD-FAILED = 'Y'
             GO TO LOAD-ONE-RANGE-REJECT
           END-IF.

           MOVE MODW-IN-EXCEPTION TO WS-COLUMN.
           INSPECT WS-COLUMN REPLACING LEADING SPACE BY ZERO.
           IF WS-COLUMN-NUM NOT NUMERIC OR WS-COLUMN-NUM > 99
             GO TO LOAD-ONE-RANGE-REJECT
           END-IF.
           MOVE WS-COLUMN-NUM TO HV-MODW-EXCEPTION.

           IF MODW-IN-SORT-FROM = WS-PREV-SORT-FROM
              AND MODW-IN-SORT-TO = WS-PREV-SORT-TO
             MOVE 2 TO HV-MODW-SEQ
           ELSE
             MOVE 1 TO HV-MODW-SEQ
           END-IF.
           MOVE MODW-IN-SORT-FROM TO WS-PREV-SORT-FROM.
           MOVE MODW-IN-SORT-TO TO WS-PREV-SORT-TO.

           EXEC SQL
              INSERT INTO MODULUS_WEIGHT
                     ( MODULUS_WEIGHT_SORT_FROM,
                       MODULUS_WEIGHT_SORT_TO,
                       MODULUS_WEIGHT_SEQ,
                       MODULUS_WEIGHT_METHOD,
                       MODULUS_WEIGHT_WEIGHTS,
                       MODULUS_WEIGHT_EXCEPTION,
                       MODULUS_WEIGHT_LOADED )
              VALUES ( :HV-MODW-SORT-FROM,
                       :HV-MODW-SORT-TO,
                       :HV-MODW-SEQ,
                       :HV-MODW-METHOD,
                       :HV-MODW-WEIGHTS,
                       :HV-MODW-EXCEPTION,
                       :HV-MODW-LOADED )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MODWLOAD: INSERT FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'Y' TO WS-LOAD-FAILED
             MOVE 'Y' TO WS-END-OF-INPUT
             GO TO LOAD-ONE-RANGE-END
           END-IF.

           ADD 1 TO WS-RECS-LOADED.
           GO TO LOAD-ONE-RANGE-END.

       LOAD-ONE-RANGE-REJECT.
           DISPLAY 'MODWLOAD: RECORD REJECTED - ' MODW-IN-RECORD.
           MOVE 'Y' TO WS-LOAD-FAILED.
           MOVE 'Y' TO WS-END-OF-INPUT.
       LOAD-ONE-RANGE-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDILOAD.

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
      * Direct Debit Instruction load.
      *
      * Reads a paperless instruction file (DDIIN) from the clearing
      * house - the set-up file or the cancellation file, which
      * share one layout - and applies it to the
      * DIRECT_DEBIT_INSTRUCTION register DDCOLL checks every
      * collection against. A '0N' detail sets up a new instruction
      * on one of our accounts; a '0C' detail is the originator
      * cancelling one.
      *
      * A set-up for an account we do not hold, or one that
      * duplicates a live instruction, is rejected. A set-up that
      * matches a cancelled instruction brings it back to life
      * under the new set-up date. A cancellation with no live
      * instruction to cancel is rejected. Rejections are printed
      * on the rejects report (DDIREJ) for the operations team to
      * take up with the originator.
      *
      * The file carries a 'T' trailer with the detail count; a
      * file whose details do not agree with it is rejected whole,
      * before anything is applied. Each detail is committed on its
      * own - a set-up or cancellation already applied is rejected
      * as a duplicate on a rerun, so a rerun cannot apply one
      * twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDI-IN-FILE ASSIGN TO DDIIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DDI-REJ-FILE ASSIGN TO DDIREJ
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DDI-IN-FILE
           RECORDING MODE IS F.
       01  DDI-IN-RECORD                 PIC X(80).

       FD  DDI-REJ-FILE
           RECORDING MODE IS F.
       01  DDI-REJ-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook - a set-up must name one of our
      * accounts
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * DIRECT_DEBIT_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

       01  HOST-DDI-ROW.
           03  HV-DDI-SORTCODE           PIC X(6).
           03  HV-DDI-NUMBER             PIC X(8).
           03  HV-DDI-SUN                PIC X(6).
           03  HV-DDI-REFERENCE          PIC X(18).
           03  HV-DDI-ORIGINATOR-NAME    PIC X(18).
           03  HV-DDI-STATUS             PIC X.

       77  HV-CHECK-COUNT            PIC S9(9) COMP    VALUE 0.

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

      *
      * The instruction file layouts. A detail is one set-up or
      * cancellation; the trailer carries the detail count.
      *
       01  WS-DDI-DETAIL.
           05  WS-DDI-REC-TYPE       PIC X.
           05  WS-DDI-TXN-CODE       PIC X(2).
               88  DDI-SETUP         VALUE '0N'.
               88  DDI-CANCEL        VALUE '0C'.
           05  WS-DDI-SORTCODE       PIC X(6).
           05  WS-DDI-ACCNO          PIC X(8).
           05  WS-DDI-SUN            PIC X(6).
           05  WS-DDI-REFERENCE      PIC X(18).
           05  WS-DDI-ORIG-NAME      PIC X(18).
           05  FILLER                PIC X(21).

       01  WS-DDI-TRAILER REDEFINES WS-DDI-DETAIL.
           05  FILLER                PIC X.
           05  WS-DDI-TRL-COUNT      PIC 9(8).
           05  FILLER                PIC X(71).

       01  WS-REPORT-LINE.
           05  WS-RPT-TXN-CODE       PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SORTCODE       PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUN            PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REFERENCE      PIC X(18).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ORIG-NAME      PIC X(18).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REASON         PIC X(30).

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-SET-UP           PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REINSTATED       PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-CANCELLED        PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REJECTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DDILOAD ' TO BREG-JOB.
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

      *
      *    First pass - prove the detail count against the trailer
      *    before anything is applied.
      *
           PERFORM PROVE-DDI-FILE THRU PROVE-DDI-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'DDILOAD: INSTRUCTION FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

      *
      *    Second pass - apply every detail.
      *
           OPEN INPUT DDI-IN-FILE.
           OPEN OUTPUT DDI-REJ-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ DDI-IN-FILE INTO WS-DDI-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-DDI-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM APPLY-ONE-INSTRUCTION
                        THRU APPLY-ONE-INSTRUCTION-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE DDI-IN-FILE.
           CLOSE DDI-REJ-FILE.

           IF WS-ITEMS-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'DDILOAD: DETAILS READ       = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-SET-UP TO WS-RECS-DISPLAY.
           DISPLAY 'DDILOAD: INSTRUCTIONS SET UP = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REINSTATED TO WS-RECS-DISPLAY.
           DISPLAY 'DDILOAD: REINSTATED         = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-CANCELLED TO WS-RECS-DISPLAY.
           DISPLAY 'DDILOAD: CANCELLED          = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'DDILOAD: REJECTED           = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE PROVE-DDI-FILE
      * Counts the details and checks them against the trailer.
       PROVE-DDI-FILE.
           OPEN INPUT DDI-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ DDI-IN-FILE INTO WS-DDI-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-DDI-REC-TYPE
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-DDI-TRL-COUNT = WS-ITEMS-READ
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'DDILOAD: TRAILER COUNT DOES NOT '
                                 'AGREE WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE DDI-IN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'DDILOAD: NO CONTROL TRAILER ON INSTRUCTION FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-DDI-FILE-END.

      * PROCEDURE APPLY-ONE-INSTRUCTION
       APPLY-ONE-INSTRUCTION.
           INITIALIZE HOST-DDI-ROW.
           MOVE WS-DDI-SORTCODE TO HV-DDI-SORTCODE.
           MOVE WS-DDI-ACCNO TO HV-DDI-NUMBER.
           MOVE WS-DDI-SUN TO HV-DDI-SUN.
           MOVE WS-DDI-REFERENCE TO HV-DDI-REFERENCE.
           MOVE WS-DDI-ORIG-NAME TO HV-DDI-ORIGINATOR-NAME.

           EVALUATE TRUE
             WHEN DDI-SETUP
               PERFORM SET-UP-INSTRUCTION
                  THRU SET-UP-INSTRUCTION-END
             WHEN DDI-CANCEL
               PERFORM CANCEL-INSTRUCTION
                  THRU CANCEL-INSTRUCTION-END
             WHEN OTHER
               MOVE 'UNKNOWN TRANSACTION CODE' TO WS-RPT-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-END
           END-EVALUATE.
       APPLY-ONE-INSTRUCTION-END.

      * PROCEDURE SET-UP-INSTRUCTION
      * The account must be one of ours and must not already hold
      * a live instruction under this originator and reference.
       SET-UP-INSTRUCTION.
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-DDI-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-DDI-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'ACCOUNT LOOKUP FAILED' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO SET-UP-INSTRUCTION-END
           END-IF.

           IF HV-CHECK-COUNT = 0
             MOVE 'NO SUCH ACCOUNT' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO SET-UP-INSTRUCTION-END
           END-IF.

           MOVE SPACES TO HV-DDI-STATUS.

           EXEC SQL
              SELECT DDI_STATUS
                INTO :HV-DDI-STATUS
                FROM DIRECT_DEBIT_INSTRUCTION
               WHERE DDI_SORTCODE = :HV-DDI-SORTCODE
                 AND DDI_NUMBER = :HV-DDI-NUMBER
                 AND DDI_SUN = :HV-DDI-SUN
                 AND DDI_REFERENCE = :HV-DDI-REFERENCE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'INSTRUCTION LOOKUP FAILED' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO SET-UP-INSTRUCTION-END
           END-IF.

           IF SQLCODE = 0 AND HV-DDI-STATUS = 'L'
             MOVE 'DUPLICATE - ALREADY LIVE' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO SET-UP-INSTRUCTION-END
           END-IF.

           IF SQLCODE = 0
      *
      *      A cancelled instruction set up again comes back to
      *      life rather than sitting beside a second row.
      *
             EXEC SQL
                UPDATE DIRECT_DEBIT_INSTRUCTION
                   SET DDI_STATUS = 'L',
                       DDI_ORIGINATOR_NAME = :HV-DDI-ORIGINATOR-NAME,
                       DDI_SETUP_DATE = :WS-RUN-DATE,
                       DDI_CANCELLED_DATE = 0,
                       DDI_CANCELLED_BY = ' '
                 WHERE DDI_SORTCODE = :HV-DDI-SORTCODE
                   AND DDI_NUMBER = :HV-DDI-NUMBER
                   AND DDI_SUN = :HV-DDI-SUN
                   AND DDI_REFERENCE = :HV-DDI-REFERENCE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-ITEMS-REINSTATED
             END-IF
           ELSE
             EXEC SQL
                INSERT INTO DIRECT_DEBIT_INSTRUCTION
                       ( DDI_SORTCODE,
                         DDI_NUMBER,
                         DDI_SUN,
                         DDI_REFERENCE,
                         DDI_ORIGINATOR_NAME,
                         DDI_STATUS,
                         DDI_SETUP_DATE,
                         DDI_CANCELLED_DATE,
                         DDI_CANCELLED_BY )
                VALUES ( :HV-DDI-SORTCODE,
                         :HV-DDI-NUMBER,
                         :HV-DDI-SUN,
                         :HV-DDI-REFERENCE,
                         :HV-DDI-ORIGINATOR-NAME,
                         'L',
                         :WS-RUN-DATE,
                         0,
                         ' ' )
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-ITEMS-SET-UP
             END-IF
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DDILOAD: SET-UP FAILED FOR '
                     HV-DDI-SORTCODE '/' HV-DDI-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'SET-UP FAILED - SEE JOB LOG' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO SET-UP-INSTRUCTION-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       SET-UP-INSTRUCTION-END.

      * PROCEDURE CANCEL-INSTRUCTION
      * The originator cancels a live instruction.
       CANCEL-INSTRUCTION.
           EXEC SQL
              UPDATE DIRECT_DEBIT_INSTRUCTION
                 SET DDI_STATUS = 'X',
                     DDI_CANCELLED_DATE = :WS-RUN-DATE,
                     DDI_CANCELLED_BY = 'DDI'
               WHERE DDI_SORTCODE = :HV-DDI-SORTCODE
                 AND DDI_NUMBER = :HV-DDI-NUMBER
                 AND DDI_SUN = :HV-DDI-SUN
                 AND DDI_REFERENCE = :HV-DDI-REFERENCE
                 AND DDI_STATUS = 'L'
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'NO LIVE INSTRUCTION TO CANCEL' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO CANCEL-INSTRUCTION-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DDILOAD: CANCELLATION FAILED FOR '
                     HV-DDI-SORTCODE '/' HV-DDI-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'CANCELLATION FAILED - SEE LOG' TO WS-RPT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-END
             GO TO CANCEL-INSTRUCTION-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-ITEMS-CANCELLED.
       CANCEL-INSTRUCTION-END.

      * PROCEDURE WRITE-REJECT
       WRITE-REJECT.
           MOVE WS-DDI-TXN-CODE TO WS-RPT-TXN-CODE.
           MOVE WS-DDI-SORTCODE TO WS-RPT-SORTCODE.
           MOVE WS-DDI-ACCNO TO WS-RPT-ACCNO.
           MOVE WS-DDI-SUN TO WS-RPT-SUN.
           MOVE WS-DDI-REFERENCE TO WS-RPT-REFERENCE.
           MOVE WS-DDI-ORIG-NAME TO WS-RPT-ORIG-NAME.
           MOVE WS-REPORT-LINE TO DDI-REJ-RECORD.
           WRITE DDI-REJ-RECORD.
           ADD 1 TO WS-ITEMS-REJECTED.
       WRITE-REJECT-END.

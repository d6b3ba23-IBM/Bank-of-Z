       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

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
      * Aged suspense report.
      *
      * Lists every inbound credit still sitting on the SUSPENSE
      * ledger - open, or marked for return but not yet sent back -
      * banded by days since it was received, in the CMPLAGE aging
      * style, oldest first, so the operations supervisor sees the
      * items that have waited longest at the top. An item over 30
      * days old is flagged; the clearing rules expect an unapplied
      * credit to be returned to the sender well before then.
      *
      * The report closes with the item count and amount in each
      * age band and the total the suspense ledger is holding. The
      * counts are displayed for the operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPAGE-RPT-FILE ASSIGN TO SAGERPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPAGE-RPT-FILE
           RECORDING MODE IS F.
       01  SUSPAGE-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

      * SUSPENSE DB2 copybook
           EXEC SQL
              INCLUDE SUSPDB2
           END-EXEC.

       01  HOST-SUSPENSE-ROW.
           03  HV-SUSP-ID                 PIC S9(9) COMP.
           03  HV-SUSP-SORTCODE           PIC X(6).
           03  HV-SUSP-NUMBER             PIC X(8).
           03  HV-SUSP-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-SUSP-ORIG-REF           PIC X(12).
           03  HV-SUSP-REMITTER-REF       PIC X(18).
           03  HV-SUSP-REASON             PIC X(2).
           03  HV-SUSP-STATUS             PIC X.
           03  HV-SUSP-RECEIVED-DATE      PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      *
      * The banding cutoffs - received on or before a cutoff means
      * at least that many days in suspense.
      *
       77  WS-BAND2-DAYS             PIC 9(4)          VALUE 7.
       77  WS-BAND3-DAYS             PIC 9(4)          VALUE 30.

       01  WS-DATE-WORK              PIC X(10).
       01  WS-DATE-WORK-GRP REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-DATE-WORK-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-DATE-WORK-DD       PIC 99.

       77  WS-DAYS-WORK              PIC S9(9) COMP.
       77  WS-BAND2-CUTOFF           PIC S9(9) COMP.
       77  WS-BAND3-CUTOFF           PIC S9(9) COMP.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-OVERDUE           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-BAND1-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-BAND2-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-BAND3-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-BAND1-TOTAL            PIC S9(13)V99     VALUE 0.
       77  WS-BAND2-TOTAL            PIC S9(13)V99     VALUE 0.
       77  WS-BAND3-TOTAL            PIC S9(13)V99     VALUE 0.
       77  WS-SUSPENSE-TOTAL         PIC S9(13)V99     VALUE 0.
       77  WS-SUSPENSE-COUNT         PIC 9(8)  COMP    VALUE 0.

       01  WS-REPORT-LINE.
           05  WS-RPT-FLAG           PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-ID             PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-RECEIVED       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BAND           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REASON         PIC X(16).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ORIG-REF       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-REMITTER-REF   PIC X(18).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LITERAL        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOT-COUNT          PIC Z(7)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TOT-AMOUNT         PIC -(13)9.99.

      * Items still held in suspense, oldest first.
           EXEC SQL
              DECLARE SUSPAGE-CURSOR CURSOR FOR
                 SELECT SUSPENSE_ID, SUSPENSE_SORTCODE,
                        SUSPENSE_NUMBER, SUSPENSE_AMOUNT,
                        SUSPENSE_ORIG_REF, SUSPENSE_REMITTER_REF,
                        SUSPENSE_REASON, SUSPENSE_STATUS,
                        SUSPENSE_RECEIVED_DATE
                   FROM SUSPENSE
                  WHERE SUSPENSE_STATUS IN ('O', 'R')
                  ORDER BY SUSPENSE_RECEIVED_DATE, SUSPENSE_ID
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE WS-BAND2-DAYS TO WS-DAYS-WORK.
           PERFORM COMPUTE-CUTOFF THRU COMPUTE-CUTOFF-END.
           MOVE WS-DAYS-WORK TO WS-BAND2-CUTOFF.

           MOVE WS-BAND3-DAYS TO WS-DAYS-WORK.
           PERFORM COMPUTE-CUTOFF THRU COMPUTE-CUTOFF-END.
           MOVE WS-DAYS-WORK TO WS-BAND3-CUTOFF.

           OPEN OUTPUT SUSPAGE-RPT-FILE.

           EXEC SQL
              OPEN SUSPAGE-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'SUSPAGE: UNABLE TO OPEN SUSPAGE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH SUSPAGE-CURSOR
                  INTO :HV-SUSP-ID, :HV-SUSP-SORTCODE,
                       :HV-SUSP-NUMBER, :HV-SUSP-AMOUNT,
                       :HV-SUSP-ORIG-REF, :HV-SUSP-REMITTER-REF,
                       :HV-SUSP-REASON, :HV-SUSP-STATUS,
                       :HV-SUSP-RECEIVED-DATE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RECS-READ
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SUSPAGE: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE SUSPAGE-CURSOR
           END-EXEC.

           PERFORM WRITE-BAND-TOTALS THRU WRITE-BAND-TOTALS-END.

           CLOSE SUSPAGE-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'SUSPAGE: SUSPENSE ITEMS LISTED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-OVERDUE TO WS-RECS-DISPLAY.
           DISPLAY 'SUSPAGE: OVER 30 DAYS            = '
                   WS-RECS-DISPLAY.

           STOP RUN.

      * PROCEDURE COMPUTE-CUTOFF
      * CURRENT DATE minus WS-DAYS-WORK days, done in DB2 so genuine
      * calendar arithmetic is used, returned in WS-DAYS-WORK as a
      * CCYYMMDD integer.
       COMPUTE-CUTOFF.
           EXEC SQL
              SELECT CURRENT DATE - :WS-DAYS-WORK DAYS
                INTO :WS-DATE-WORK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-DAYS-WORK =
              (WS-DATE-WORK-YYYY * 10000) +
              (WS-DATE-WORK-MM * 100) +
              WS-DATE-WORK-DD.
       COMPUTE-CUTOFF-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

           IF HV-SUSP-STATUS = 'R'
             MOVE 'TO RETURN' TO WS-RPT-FLAG
           END-IF.

           EVALUATE TRUE
             WHEN HV-SUSP-RECEIVED-DATE <= WS-BAND3-CUTOFF
               MOVE 'OVER 30 DAYS' TO WS-RPT-BAND
               IF HV-SUSP-STATUS = 'O'
                 MOVE 'OVERDUE' TO WS-RPT-FLAG
               END-IF
               ADD 1 TO WS-RECS-OVERDUE
               ADD 1 TO WS-BAND3-COUNT
               ADD HV-SUSP-AMOUNT TO WS-BAND3-TOTAL
             WHEN HV-SUSP-RECEIVED-DATE <= WS-BAND2-CUTOFF
               MOVE '8-30 DAYS' TO WS-RPT-BAND
               ADD 1 TO WS-BAND2-COUNT
               ADD HV-SUSP-AMOUNT TO WS-BAND2-TOTAL
             WHEN OTHER
               MOVE 'UP TO 7' TO WS-RPT-BAND
               ADD 1 TO WS-BAND1-COUNT
               ADD HV-SUSP-AMOUNT TO WS-BAND1-TOTAL
           END-EVALUATE.

           EVALUATE HV-SUSP-REASON
             WHEN '01'
               MOVE 'NO SUCH ACCOUNT' TO WS-RPT-REASON
             WHEN '02'
               MOVE 'ACCT CONTROLLED' TO WS-RPT-REASON
             WHEN '03'
               MOVE 'ACCOUNT CLOSED' TO WS-RPT-REASON
             WHEN '05'
               MOVE 'OVER ALLOWANCE' TO WS-RPT-REASON
             WHEN OTHER
               MOVE 'POSTING FAILED' TO WS-RPT-REASON
           END-EVALUATE.

           MOVE HV-SUSP-ID TO WS-RPT-ID.
           MOVE HV-SUSP-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-SUSP-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-SUSP-AMOUNT TO WS-RPT-AMOUNT.
           MOVE HV-SUSP-RECEIVED-DATE TO WS-RPT-RECEIVED.
           MOVE HV-SUSP-ORIG-REF TO WS-RPT-ORIG-REF.
           MOVE HV-SUSP-REMITTER-REF TO WS-RPT-REMITTER-REF.

           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD HV-SUSP-AMOUNT TO WS-SUSPENSE-TOTAL.

           MOVE WS-REPORT-LINE TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE WRITE-BAND-TOTALS
      * The age-band summary and the suspense ledger total.
       WRITE-BAND-TOTALS.
           MOVE SPACES TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'UP TO 7 DAYS' TO WS-TOT-LITERAL.
           MOVE WS-BAND1-COUNT TO WS-TOT-COUNT.
           MOVE WS-BAND1-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.

           MOVE '8-30 DAYS' TO WS-TOT-LITERAL.
           MOVE WS-BAND2-COUNT TO WS-TOT-COUNT.
           MOVE WS-BAND2-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.

           MOVE 'OVER 30 DAYS' TO WS-TOT-LITERAL.
           MOVE WS-BAND3-COUNT TO WS-TOT-COUNT.
           MOVE WS-BAND3-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.

           MOVE 'TOTAL HELD IN SUSPENSE' TO WS-TOT-LITERAL.
           MOVE WS-SUSPENSE-COUNT TO WS-TOT-COUNT.
           MOVE WS-SUSPENSE-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO SUSPAGE-RPT-RECORD.
           WRITE SUSPAGE-RPT-RECORD.
       WRITE-BAND-TOTALS-END.

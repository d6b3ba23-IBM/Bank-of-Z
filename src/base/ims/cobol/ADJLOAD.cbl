      * apply them twice. A clean finish clears the restart row
      * and marks the release used, so a spent release cannot be
      * replayed.
      *
      * A detail may carry a value date (CCYYMMDD) to back-value a
      * mispost correction to the day it should have had. BNKDATE
      * holds the one copy of the permitted window and a date
      * outside it fails validation like any other bad line. Every
      * posting carries its value date on PROCTRAN - the run date
      * when none is given - and a back-valued line on an account
      * already accrued past its value date leaves an
      * INTEREST_RECALC row, in the same unit of work, for ACCRINT
      * to re-run the accrual from that date.
      ******************************************************************

       ENVIRONMENT DIVISION.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-LAST-ACCRUED   PIC S9(9) COMP.

       01  HOST-RELEASE-ROW.
           03  HV-AR-BATCH-REF           PIC X(12).
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-VALUE-DATE    PIC X(10).

      * INTEREST_RECALC DB2 copybook - a back-valued line on an
      * account already accrued past its value date
           EXEC SQL
              INCLUDE IRCLDB2
           END-EXEC.

       01  HOST-RECALC-ROW.
           03  HV-RECALC-VALUE-DATE      PIC S9(9) COMP.
           03  HV-RECALC-POSTED-DATE     PIC S9(9) COMP.

      * BNKDATE commarea - the one copy of the back-valuation
      * window
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       77  WS-BACK-VALUED            PIC X             VALUE 'N'.
       01  WS-VALUE-DATE-ISO         PIC X(10).

      * Pull in the SQL COMMAREA
           EXEC SQL
           05  WS-DTL-AMOUNT         PIC 9(10)V99.
           05  WS-DTL-TYPE           PIC X(3).
           05  WS-DTL-NARRATIVE      PIC X(30).
           05  WS-DTL-VALUE-DATE     PIC X(8).
           05  WS-DTL-VALUE-DATE-N REDEFINES WS-DTL-VALUE-DATE
                                     PIC 9(8).
           05  FILLER                PIC X(11).

       01  WS-ADJ-TRAILER REDEFINES WS-ADJ-HEADER.
           05  WS-TRL-REC-TYPE       PIC X.
                     'TRANSACTION_TYPE'
             MOVE 'N' TO WS-FILE-VALID
           END-IF.

           IF WS-DTL-VALUE-DATE = SPACES
             GO TO VALIDATE-ONE-DETAIL-END
           END-IF.

           MOVE SPACES TO WS-VALUE-DATE-ISO.
           STRING WS-DTL-VALUE-DATE (1:4) '-'
                  WS-DTL-VALUE-DATE (5:2) '-'
                  WS-DTL-VALUE-DATE (7:2)
              DELIMITED BY SIZE INTO WS-VALUE-DATE-ISO
           END-STRING.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-VALUE-DATE TO TRUE.
           MOVE WS-VALUE-DATE-ISO TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF NOT BNKD-OK
             DISPLAY 'ADJLOAD: VALUE DATE ' WS-DTL-VALUE-DATE
                     ' REFUSED ON ' WS-DTL-SORTCODE '/' WS-DTL-ACCNO
                     ' - BNKDATE FAIL CODE ' BNKD-FAIL-CD
             MOVE 'N' TO WS-FILE-VALID
           END-IF.
       VALIDATE-ONE-DETAIL-END.

      * PROCEDURE APPLY-ONE-ADJUSTMENT
      * line per unit of work.
       APPLY-ONE-ADJUSTMENT.
           MOVE 'Y' TO WS-ITEM-OK.
           MOVE SPACES TO WS-RPT-VERDICT.

      *
      *    A value date on or after the run date is no back-value -
      *    the line posts as an ordinary one.
      *
           MOVE 'N' TO WS-BACK-VALUED.
           IF WS-DTL-VALUE-DATE NOT = SPACES
              AND WS-DTL-VALUE-DATE-N < WS-RUN-DATE-DISPLAY
             MOVE 'Y' TO WS-BACK-VALUED
             MOVE WS-DTL-VALUE-DATE-N TO HV-RECALC-VALUE-DATE
           END-IF.

           IF WS-DTL-SIGN = '-'
             COMPUTE WS-SIGNED-AMOUNT = 0 - WS-DTL-AMOUNT
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-LAST-ACCRUED
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           PERFORM WRITE-PROCTRAN-ADJUSTMENT
              THRU WRITE-PROCTRAN-ADJUSTMENT-END.

           IF WS-ITEM-OK = 'Y' AND WS-BACK-VALUED = 'Y'
              AND HV-ACCOUNT-LAST-ACCRUED >= HV-RECALC-VALUE-DATE
             PERFORM WRITE-INTEREST-RECALC
                THRU WRITE-INTEREST-RECALC-END
           END-IF.

           IF WS-ITEM-OK = 'Y'
             ADD 1 TO WS-ITEMS-APPLIED
             MOVE 'APPLIED' TO WS-RPT-VERDICT
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             IF WS-RPT-VERDICT = SPACES
               MOVE 'PROCTRAN WRITE FAILED' TO WS-RPT-VERDICT
             END-IF
           END-IF.

       APPLY-ADJUSTMENT-REPORT.
           MOVE ZEROS TO HV-PROCTRAN-TIME.
           MOVE WS-BATCH-STAMP-REF TO HV-PROCTRAN-REF.

           IF WS-BACK-VALUED = 'Y'
             MOVE SPACES TO HV-PROCTRAN-VALUE-DATE
             STRING WS-DTL-VALUE-DATE (7:2) '.'
                    WS-DTL-VALUE-DATE (5:2) '.'
                    WS-DTL-VALUE-DATE (1:4)
                DELIMITED BY SIZE INTO HV-PROCTRAN-VALUE-DATE
             END-STRING
           ELSE
             MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-VALUE-DATE
           END-IF.

           MOVE WS-DTL-TYPE TO HV-PROCTRAN-TYPE.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE,
                       PROCTRAN_VALUE_DATE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE,
                       :HV-PROCTRAN-VALUE-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-ITEM-OK
           END-IF.
       WRITE-PROCTRAN-ADJUSTMENT-END.

      * PROCEDURE WRITE-INTEREST-RECALC
      * The account has already accrued interest on a balance this
      * line should have been part of - leave it for ACCRINT to
      * re-run from the value date, in the line's unit of work.
       WRITE-INTEREST-RECALC.
           MOVE WS-RUN-DATE-DISPLAY TO HV-RECALC-POSTED-DATE.

           EXEC SQL
              INSERT INTO INTEREST_RECALC
                     ( INTEREST_RECALC_SORTCODE,
                       INTEREST_RECALC_NUMBER,
                       INTEREST_RECALC_PROCTRAN_REF,
                       INTEREST_RECALC_VALUE_DATE,
                       INTEREST_RECALC_POSTED_DATE,
                       INTEREST_RECALC_AMOUNT,
                       INTEREST_RECALC_STATUS,
                       INTEREST_RECALC_SOURCE )
              VALUES ( :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-PROCTRAN-REF,
                       :HV-RECALC-VALUE-DATE,
                       :HV-RECALC-POSTED-DATE,
                       :HV-PROCTRAN-AMOUNT,
                       'P',
                       'ADJLOAD' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ADJLOAD: UNABLE TO INSERT INTEREST_RECALC FOR '
                     WS-DTL-SORTCODE '/' WS-DTL-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-ITEM-OK
             MOVE 'RECALC WRITE FAILED' TO WS-RPT-VERDICT
           END-IF.
       WRITE-INTEREST-RECALC-END.

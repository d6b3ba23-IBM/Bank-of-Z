       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program gives an early-settlement quote for a personal
      * loan booked through LOANDRAW - the figure the customer would
      * need to pay to clear the loan on a given date.
      *
      * The quote is built from the PERSONAL_LOAN row and its
      * LOAN_SCHEDULE:
      *
      *   the principal still outstanding;
      *   the interest part of any missed instalments, which the
      *     customer still owes;
      *   interest on the outstanding principal from the last
      *     instalment date that has passed (paid or missed) - or
      *     the drawdown, if none has - to the settlement date,
      *     at the loan rate on an actual/365 basis.
      *
      * Instalments not yet due carry no interest into the quote;
      * settling early saves the customer their interest. The quote
      * also returns where the loan stands - instalments paid, to
      * go and in arrears, and the next due date.
      *
      * An enquiry only: nothing is changed. A DB2 problem is
      * reported back in the commarea rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANQUOT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * PERSONAL_LOAN DB2 copybook
           EXEC SQL
              INCLUDE LOANDB2
           END-EXEC.

       01 HOST-LOAN-ROW.
          03 HV-LOAN-SORTCODE           PIC X(6).
          03 HV-LOAN-NUMBER             PIC X(8).
          03 HV-LOAN-CUSTOMER-NUMBER    PIC X(10).
          03 HV-LOAN-REPAY-NUMBER       PIC X(8).
          03 HV-LOAN-RATE               PIC S9(4)V99 COMP-3.
          03 HV-LOAN-INSTALMENT         PIC S9(10)V99 COMP-3.
          03 HV-LOAN-DRAWN-DATE         PIC S9(9) COMP.
          03 HV-LOAN-OUTSTANDING        PIC S9(10)V99 COMP-3.
          03 HV-LOAN-STATUS             PIC X.

      * LOAN_SCHEDULE DB2 copybook
           EXEC SQL
              INCLUDE LNSCDB2
           END-EXEC.

       01 HOST-SCHEDULE-SUMMARY.
          03 HV-PAID-COUNT              PIC S9(9) COMP.
          03 HV-MISSED-COUNT            PIC S9(9) COMP.
          03 HV-MISSED-INTEREST         PIC S9(10)V99 COMP-3.
          03 HV-DUE-COUNT               PIC S9(9) COMP.
          03 HV-NEXT-DUE                PIC S9(9) COMP.
          03 HV-LAST-INSTALMENT-DATE    PIC S9(9) COMP.
          03 HV-ACCRUED-DAYS            PIC S9(9) COMP.

      * DB2 wants ISO dates for the day count; the loan tables hold
      * CCYYMMDD integers
       01 WS-DATE-WORK                  PIC 9(8).
       01 WS-DATE-WORK-GRP REDEFINES WS-DATE-WORK.
          03 WS-DATE-WORK-YYYY          PIC 9999.
          03 WS-DATE-WORK-MM            PIC 99.
          03 WS-DATE-WORK-DD            PIC 99.
       01 HV-FROM-ISO.
          03 HV-FROM-ISO-YYYY           PIC 9999.
          03 FILLER                     PIC X VALUE '-'.
          03 HV-FROM-ISO-MM             PIC 99.
          03 FILLER                     PIC X VALUE '-'.
          03 HV-FROM-ISO-DD             PIC 99.
       01 HV-SETTLE-ISO.
          03 HV-SETTLE-ISO-YYYY         PIC 9999.
          03 FILLER                     PIC X VALUE '-'.
          03 HV-SETTLE-ISO-MM           PIC 99.
          03 FILLER                     PIC X VALUE '-'.
          03 HV-SETTLE-ISO-DD           PIC 99.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-ACCRUED-INTEREST           PIC S9(10)V99 COMP-3.
       01 WS-SETTLEMENT-AMT             PIC S9(10)V99 COMP-3.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LOANQUOT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'LOANQUOT: Loan=' COMM-LQ-SCODE '/' COMM-LQ-ACCNO
                   ' Settle=' COMM-LQ-SETTLE-DATE

           MOVE 'N' TO COMM-LQ-SUCCESS.
           MOVE ' ' TO COMM-LQ-FAIL-CD.

           IF COMM-LQ-SCODE NOT NUMERIC
              OR COMM-LQ-ACCNO NOT NUMERIC
              OR COMM-LQ-SETTLE-DATE NOT NUMERIC
              MOVE '2' TO COMM-LQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           IF COMM-LQ-SETTLE-DATE = ZERO
              MOVE WS-TODAY-INT TO COMM-LQ-SETTLE-DATE
           END-IF.

           IF COMM-LQ-SETTLE-DATE < WS-TODAY-INT
              MOVE '5' TO COMM-LQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-LOAN.
           IF COMM-LQ-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM SUMMARISE-SCHEDULE.
           IF COMM-LQ-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CALCULATE-SETTLEMENT.
           IF COMM-LQ-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'Y' TO COMM-LQ-SUCCESS.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-LOAN SECTION.
       RLN010.

           MOVE COMM-LQ-SCODE TO HV-LOAN-SORTCODE.
           MOVE COMM-LQ-ACCNO TO HV-LOAN-NUMBER.

           EXEC SQL
              SELECT LOAN_CUSTOMER_NUMBER,
                     LOAN_REPAY_NUMBER,
                     LOAN_RATE,
                     LOAN_INSTALMENT,
                     LOAN_DRAWN_DATE,
                     LOAN_OUTSTANDING,
                     LOAN_STATUS
                INTO :HV-LOAN-CUSTOMER-NUMBER,
                     :HV-LOAN-REPAY-NUMBER,
                     :HV-LOAN-RATE,
                     :HV-LOAN-INSTALMENT,
                     :HV-LOAN-DRAWN-DATE,
                     :HV-LOAN-OUTSTANDING,
                     :HV-LOAN-STATUS
                FROM PERSONAL_LOAN
               WHERE LOAN_SORTCODE = :HV-LOAN-SORTCODE
                 AND LOAN_NUMBER = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-LQ-FAIL-CD
              GO TO RLN999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANQUOT - Loan read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LQ-FAIL-CD
              GO TO RLN999
           END-IF.

           IF HV-LOAN-STATUS NOT = 'A'
              MOVE '4' TO COMM-LQ-FAIL-CD
              GO TO RLN999
           END-IF.

           MOVE HV-LOAN-CUSTOMER-NUMBER TO COMM-LQ-CUSTNO.
           MOVE HV-LOAN-REPAY-NUMBER TO COMM-LQ-REPAY-ACCNO.
           MOVE HV-LOAN-RATE TO COMM-LQ-RATE.
           MOVE HV-LOAN-INSTALMENT TO COMM-LQ-INSTALMENT.
           MOVE HV-LOAN-OUTSTANDING TO COMM-LQ-PRINCIPAL.

       RLN999.
           EXIT.


       SUMMARISE-SCHEDULE SECTION.
       SSC010.
      *
      *    Where the loan stands on its schedule - and the last
      *    instalment date that has passed, which is where interest
      *    for the quote starts running.
      *
           INITIALIZE HOST-SCHEDULE-SUMMARY.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN LNSC_STATUS = 'P'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN LNSC_STATUS = 'M'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN LNSC_STATUS = 'M'
                                       THEN LNSC_INTEREST
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN LNSC_STATUS = 'D'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(MIN(CASE WHEN LNSC_STATUS = 'D'
                                       THEN LNSC_DUE_DATE END), 0),
                     COALESCE(MAX(CASE WHEN LNSC_STATUS <> 'D'
                                       THEN LNSC_DUE_DATE END), 0)
                INTO :HV-PAID-COUNT,
                     :HV-MISSED-COUNT,
                     :HV-MISSED-INTEREST,
                     :HV-DUE-COUNT,
                     :HV-NEXT-DUE,
                     :HV-LAST-INSTALMENT-DATE
                FROM LOAN_SCHEDULE
               WHERE LNSC_SORTCODE = :HV-LOAN-SORTCODE
                 AND LNSC_NUMBER = :HV-LOAN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANQUOT - Schedule read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LQ-FAIL-CD
              GO TO SSC999
           END-IF.

           IF HV-LAST-INSTALMENT-DATE = ZERO
              MOVE HV-LOAN-DRAWN-DATE TO HV-LAST-INSTALMENT-DATE
           END-IF.

           MOVE HV-PAID-COUNT TO COMM-LQ-PAID-COUNT.
           MOVE HV-MISSED-COUNT TO COMM-LQ-ARREARS-COUNT.
           COMPUTE COMM-LQ-REMAINING-COUNT =
              HV-DUE-COUNT + HV-MISSED-COUNT.
           MOVE HV-NEXT-DUE TO COMM-LQ-NEXT-DUE.
           MOVE HV-MISSED-INTEREST TO COMM-LQ-ARREARS-INTEREST.

       SSC999.
           EXIT.


       CALCULATE-SETTLEMENT SECTION.
       CSE010.

           MOVE HV-LAST-INSTALMENT-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-WORK-YYYY TO HV-FROM-ISO-YYYY.
           MOVE WS-DATE-WORK-MM TO HV-FROM-ISO-MM.
           MOVE WS-DATE-WORK-DD TO HV-FROM-ISO-DD.

           MOVE COMM-LQ-SETTLE-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-WORK-YYYY TO HV-SETTLE-ISO-YYYY.
           MOVE WS-DATE-WORK-MM TO HV-SETTLE-ISO-MM.
           MOVE WS-DATE-WORK-DD TO HV-SETTLE-ISO-DD.

           EXEC SQL
              SELECT DAYS(DATE(:HV-SETTLE-ISO))
                        - DAYS(DATE(:HV-FROM-ISO))
                INTO :HV-ACCRUED-DAYS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANQUOT - Day count failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '5' TO COMM-LQ-FAIL-CD
              GO TO CSE999
           END-IF.

           IF HV-ACCRUED-DAYS < ZERO
              MOVE ZERO TO HV-ACCRUED-DAYS
           END-IF.

           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
              HV-LOAN-OUTSTANDING * HV-LOAN-RATE * HV-ACCRUED-DAYS
              / 36500.

           COMPUTE WS-SETTLEMENT-AMT =
              HV-LOAN-OUTSTANDING + HV-MISSED-INTEREST
              + WS-ACCRUED-INTEREST.

           MOVE HV-ACCRUED-DAYS TO COMM-LQ-ACCRUED-DAYS.
           MOVE WS-ACCRUED-INTEREST TO COMM-LQ-ACCRUED-INTEREST.
           MOVE WS-SETTLEMENT-AMT TO COMM-LQ-SETTLEMENT-AMT.

           DISPLAY 'LOANQUOT: Settlement figure for '
                   COMM-LQ-SCODE '/' COMM-LQ-ACCNO ' on '
                   COMM-LQ-SETTLE-DATE ' is ' COMM-LQ-SETTLEMENT-AMT

       CSE999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                TIME(WS-TIME-NOW)
                DATESEP
                END-EXEC.

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECLPROV.

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
      * Month-end expected credit loss provisioning.
      *
      * Every account with a debit balance or an undrawn overdraft
      * is put into an impairment stage:
      *
      *   stage 3 - ninety days or more continuously beyond its
      *             agreed limit (OVERDRAFT_EXCESS), or an open
      *             collections case at stage 3 or beyond or
      *             waiting on write-off review;
      *   stage 2 - thirty days or more in excess, any other open
      *             collections case, or a fall of 100 points or
      *             more in the customer's credit score since the
      *             account was opened;
      *   stage 1 - everything else.
      *
      * The score at opening is taken from the first
      * CUSTOMER_CREDIT_SCORE change CSIMPORT logged on
      * CUSTOMER_CHANGE_LOG on or after the opening date (its old
      * value); with no change since, the score has not moved. Once
      * found it is carried forward on the account's provision row
      * so later months need not look again.
      *
      * The exposure at default is the drawn debit balance plus the
      * undrawn overdraft scaled by the stage's credit conversion
      * factor - a lending account has nothing undrawn - and the
      * provision is that exposure times the probability of default
      * and loss given default for the stage and product class, all
      * three taken from ECL_PARAMETER. The result is stored on
      * ECL_PROVISION by account and month with the inputs that
      * produced it and the account's previous provision. An
      * account provided for before but now out of scope gets a
      * stage 0 row with a zero provision, releasing what was held.
      *
      * The movement in provision, netted by sort code, is written
      * as balanced journal lines on ECLJRNL in the GLEXTR layout -
      * an increase debits the IMPCHRG impairment charge and credits
      * the ECLPROV provision account, a release the reverse - with
      * the GLEXTR control-total trailer. The control report lists
      * every stage 2, stage 3 and released account with totals by
      * stage.
      *
      * Each account is committed individually. A rerun in the same
      * month first removes that month's rows, so it replaces the
      * earlier run's figures and journal rather than adding to
      * them; the earlier ECLJRNL must then be discarded.
      *
      * Runs at month-end after ODEXCESS and COLLNITE, so the
      * staging sees the same day's excess and collections picture.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECL-JRN-FILE ASSIGN TO ECLJRNL
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECL-RPT-FILE ASSIGN TO ECLRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ECL-JRN-FILE
           RECORDING MODE IS F.
       01  ECL-JRN-RECORD                PIC X(60).

       FD  ECL-RPT-FILE
           RECORDING MODE IS F.
       01  ECL-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_CHANGE_LOG DB2 copybook
           EXEC SQL
              INCLUDE CHGLGDB2
           END-EXEC.

      * OVERDRAFT_EXCESS DB2 copybook
           EXEC SQL
              INCLUDE ODEXDB2
           END-EXEC.

      * COLLECTIONS_CASE DB2 copybook
           EXEC SQL
              INCLUDE COLLDB2
           END-EXEC.

      * ECL_PARAMETER DB2 copybook
           EXEC SQL
              INCLUDE ECLPDB2
           END-EXEC.

      * ECL_PROVISION DB2 copybook
           EXEC SQL
              INCLUDE ECLVDB2
           END-EXEC.

      * ACCOUNT host variables for DB2, with the product class -
      * 'D' where the product is not on the catalogue
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT-LIM  PIC S9(9) COMP.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-CLASS          PIC X.

      * ECL_PARAMETER host variables for DB2
       01  HOST-PARAMETER-ROW.
           03  HV-PARM-STAGE             PIC S9(4) COMP.
           03  HV-PARM-CLASS             PIC X.
           03  HV-PARM-PD                PIC S9V9(6) COMP-3.
           03  HV-PARM-LGD               PIC S9V9(4) COMP-3.
           03  HV-PARM-CCF               PIC S9V9(4) COMP-3.

      * ECL_PROVISION host variables for DB2
       01  HOST-PROVISION-ROW.
           03  HV-PROV-SORTCODE          PIC X(6).
           03  HV-PROV-NUMBER            PIC X(8).
           03  HV-PROV-MONTH             PIC S9(9) COMP.
           03  HV-PROV-CUSTOMER          PIC X(10).
           03  HV-PROV-CLASS             PIC X.
           03  HV-PROV-STAGE             PIC S9(4) COMP.
           03  HV-PROV-ORIG-SCORE        PIC S9(4) COMP.
           03  HV-PROV-SCORE             PIC S9(4) COMP.
           03  HV-PROV-DAYS-EXCESS       PIC S9(9) COMP.
           03  HV-PROV-ARREARS           PIC S9(10)V99 COMP-3.
           03  HV-PROV-DRAWN             PIC S9(10)V99 COMP-3.
           03  HV-PROV-UNDRAWN           PIC S9(10)V99 COMP-3.
           03  HV-PROV-EAD               PIC S9(10)V99 COMP-3.
           03  HV-PROV-PD                PIC S9V9(6) COMP-3.
           03  HV-PROV-LGD               PIC S9V9(4) COMP-3.
           03  HV-PROV-AMOUNT            PIC S9(10)V99 COMP-3.
           03  HV-PROV-PRIOR-AMOUNT      PIC S9(10)V99 COMP-3.

      * The customer's first logged score change since opening
       01  HV-CHGLOG-OLD-SCORE       PIC X(4).
       01  HV-CHGLOG-OLD-SCORE-N REDEFINES HV-CHGLOG-OLD-SCORE
                                     PIC 9(4).
       01  HV-OPENED-TEXT            PIC X(8).
       01  HV-OPENED-N REDEFINES HV-OPENED-TEXT
                                     PIC 9(8).

      * OVERDRAFT_EXCESS first date, and as ISO for the day count
       77  HV-EXCESS-FIRST-DATE      PIC S9(9) COMP    VALUE 0.
       01  HV-FIRST-DATE-ISO         PIC X(10).
       01  HV-FIRST-DATE-ISO-GRP REDEFINES HV-FIRST-DATE-ISO.
           05  WS-FDT-ISO-YYYY       PIC 9(4).
           05  FILLER                PIC X.
           05  WS-FDT-ISO-MM         PIC 99.
           05  FILLER                PIC X.
           05  WS-FDT-ISO-DD         PIC 99.

      * The account's open collections case
       77  HV-CASE-STAGE             PIC S9(9) COMP    VALUE 0.
       77  HV-CASE-STATUS            PIC X             VALUE SPACE.

      * Movement in provision netted by sort code
       01  HOST-MOVEMENT-ROW.
           03  HV-MOVE-SORTCODE          PIC X(6).
           03  HV-MOVE-AMOUNT            PIC S9(13)V99 COMP-3.

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
      * with the CURRENT DATE fallback, so the month provided for is
      * the business month the rest of the suite is running.
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
       77  WS-RUN-MONTH              PIC S9(9) COMP.

       01  WS-RUN-DATE-TEXT.
           05  WS-RUN-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-YYYY PIC X(4).

      *
      * The staging thresholds.
      *
       77  WS-STAGE3-DAYS            PIC S9(9) COMP    VALUE 90.
       77  WS-STAGE2-DAYS            PIC S9(9) COMP    VALUE 30.
       77  WS-STAGE3-CASE-STAGE      PIC S9(9) COMP    VALUE 3.
       77  WS-SCORE-DROP             PIC S9(4) COMP    VALUE 100.

      *
      * The ECL_PARAMETER factors, stages 1 to 3 for class 'D'
      * then class 'L'.
      *
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 6 TIMES.
               10  WS-PARM-LOADED    PIC X.
               10  WS-PARM-PD        PIC S9V9(6) COMP-3.
               10  WS-PARM-LGD       PIC S9V9(4) COMP-3.
               10  WS-PARM-CCF       PIC S9V9(4) COMP-3.
       77  WS-PARM-IX                PIC S9(4) COMP    VALUE 0.

       77  WS-END-OF-ACCOUNTS        PIC X             VALUE 'N'.
           88  END-OF-ACCOUNTS       VALUE 'Y'.
       77  WS-END-OF-RELEASES        PIC X             VALUE 'N'.
           88  END-OF-RELEASES       VALUE 'Y'.
       77  WS-END-OF-MOVEMENTS       PIC X             VALUE 'N'.
           88  END-OF-MOVEMENTS      VALUE 'Y'.
       77  WS-END-OF-PARMS           PIC X             VALUE 'N'.
           88  END-OF-PARMS          VALUE 'Y'.
       77  WS-PARMS-OK               PIC X             VALUE 'Y'.
       77  WS-ACCOUNT-OK             PIC X             VALUE 'Y'.

       77  WS-ACCTS-PROVIDED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-RELEASED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-FAILED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Totals by stage - 0 (released) to 3
       01  WS-STAGE-TOTALS.
           05  WS-STAGE-TOTAL OCCURS 4 TIMES.
               10  WS-STG-COUNT      PIC 9(8)  COMP.
               10  WS-STG-EAD        PIC S9(13)V99.
               10  WS-STG-AMOUNT     PIC S9(13)V99.
               10  WS-STG-MOVEMENT   PIC S9(13)V99.
       77  WS-STG-IX                 PIC S9(4) COMP    VALUE 0.

       77  WS-JRN-LINES-WRITTEN      PIC 9(8)  COMP    VALUE 0.
       77  WS-JRN-TOTAL-DEBITS       PIC S9(13)V99     VALUE 0.
       77  WS-JRN-TOTAL-CREDITS      PIC S9(13)V99     VALUE 0.
       77  WS-JRN-MOVEMENT           PIC S9(13)V99     VALUE 0.

      *
      * GL journal line, in the GLEXTR layout.
      *
       01  WS-JOURNAL-LINE.
           05  WS-JRN-REC-TYPE       PIC X.
           05  WS-JRN-SORTCODE       PIC X(6).
           05  WS-JRN-GL-ACCOUNT     PIC X(8).
           05  WS-JRN-TXN-TYPE       PIC X(3).
           05  WS-JRN-DR-CR          PIC X.
           05  WS-JRN-AMOUNT         PIC 9(12)V99.
           05  WS-JRN-DATE           PIC 9(8).
           05  FILLER                PIC X(19).

      * Control total trailer
       01  WS-TRAILER-LINE.
           05  WS-TRL-REC-TYPE       PIC X     VALUE 'T'.
           05  WS-TRL-COUNT          PIC 9(8).
           05  WS-TRL-DEBITS         PIC 9(13)V99.
           05  WS-TRL-CREDITS        PIC 9(13)V99.
           05  WS-TRL-AGREES         PIC X.
           05  FILLER                PIC X(20).

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(44)
                 VALUE 'ECLPROV - EXPECTED CREDIT LOSS PROVISION - '.
           05  WS-HEAD-DATE          PIC X(10).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(29)
                 VALUE 'ACCOUNT          CUSTOMER    '.
           05  FILLER                PIC X(20)
                 VALUE 'C S  DAYS ORIG  NOW '.
           05  FILLER                PIC X(32)
                 VALUE '       ARREARS               EAD'.
           05  FILLER                PIC X(33)
                 VALUE '       PROVISION         MOVEMENT'.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLASS          PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-STAGE          PIC 9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-DAYS           PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-ORIG-SCORE     PIC ZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-SCORE          PIC ZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-ARREARS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-EAD            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-MOVEMENT       PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-STAGE-LINE.
           05  FILLER                PIC X(6)  VALUE 'STAGE '.
           05  WS-STL-STAGE          PIC 9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-STL-COUNT          PIC ZZZZZZZ9.
           05  FILLER                PIC X(7)  VALUE ' ACCTS '.
           05  FILLER                PIC X(4)  VALUE 'EAD '.
           05  WS-STL-EAD            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(12) VALUE '  PROVISION '.
           05  WS-STL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(11) VALUE '  MOVEMENT '.
           05  WS-STL-MOVEMENT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TOT-TEXT           PIC X(30).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMT-TEXT           PIC X(30).
           05  WS-AMT-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * ECL_PARAMETER rows.
           EXEC SQL
              DECLARE PARM-CURSOR CURSOR FOR
                 SELECT ECL_PARM_STAGE, ECL_PARM_CLASS,
                        ECL_PARM_PD, ECL_PARM_LGD, ECL_PARM_CCF
                   FROM ECL_PARAMETER
           END-EXEC.

      * Every account with a debit balance or an overdraft limit.
      * WITH HOLD so the per-account commits do not close it.
           EXEC SQL
              DECLARE ACCOUNT-CURSOR CURSOR WITH HOLD FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        COALESCE(A.ACCOUNT_OPENED, 0),
                        COALESCE(A.ACCOUNT_OVERDRAFT_LIMIT, 0),
                        COALESCE(A.ACCOUNT_ACTUAL_BALANCE, 0),
                        COALESCE(P.ACCOUNT_PRODUCT_CLASS, 'D')
                   FROM ACCOUNT A
                   LEFT OUTER JOIN ACCOUNT_PRODUCT P
                     ON P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
                  WHERE A.ACCOUNT_ACTUAL_BALANCE < 0
                     OR A.ACCOUNT_OVERDRAFT_LIMIT > 0
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * Accounts whose latest earlier provision is still held but
      * that this month's run has not provided for.
           EXEC SQL
              DECLARE RELEASE-CURSOR CURSOR WITH HOLD FOR
                 SELECT P.ECL_PROV_SORTCODE, P.ECL_PROV_NUMBER,
                        P.ECL_PROV_CUSTOMER, P.ECL_PROV_CLASS,
                        P.ECL_PROV_ORIG_SCORE, P.ECL_PROV_AMOUNT
                   FROM ECL_PROVISION P
                  WHERE P.ECL_PROV_MONTH < :WS-RUN-MONTH
                    AND P.ECL_PROV_AMOUNT > 0
                    AND P.ECL_PROV_MONTH =
                        (SELECT MAX(Q.ECL_PROV_MONTH)
                           FROM ECL_PROVISION Q
                          WHERE Q.ECL_PROV_SORTCODE
                                   = P.ECL_PROV_SORTCODE
                            AND Q.ECL_PROV_NUMBER = P.ECL_PROV_NUMBER
                            AND Q.ECL_PROV_MONTH < :WS-RUN-MONTH)
                    AND NOT EXISTS
                        (SELECT 1
                           FROM ECL_PROVISION C
                          WHERE C.ECL_PROV_SORTCODE
                                   = P.ECL_PROV_SORTCODE
                            AND C.ECL_PROV_NUMBER = P.ECL_PROV_NUMBER
                            AND C.ECL_PROV_MONTH = :WS-RUN-MONTH)
                  ORDER BY P.ECL_PROV_SORTCODE, P.ECL_PROV_NUMBER
           END-EXEC.

      * This month's movement in provision by sort code.
           EXEC SQL
              DECLARE MOVEMENT-CURSOR CURSOR FOR
                 SELECT ECL_PROV_SORTCODE,
                        SUM(ECL_PROV_AMOUNT - ECL_PROV_PRIOR_AMOUNT)
                   FROM ECL_PROVISION
                  WHERE ECL_PROV_MONTH = :WS-RUN-MONTH
                  GROUP BY ECL_PROV_SORTCODE
                  ORDER BY ECL_PROV_SORTCODE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'ECLPROV' TO BREG-JOB.
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

           COMPUTE WS-RUN-MONTH =
              (WS-CURR-DATE-YYYY * 100) + WS-CURR-DATE-MM.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'ECLPROV: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-RUN-DATE-TEXT-DD.
           MOVE WS-CURR-DATE-MM TO WS-RUN-DATE-TEXT-MM.
           MOVE WS-CURR-DATE-YYYY TO WS-RUN-DATE-TEXT-YYYY.

           INITIALIZE WS-PARM-TABLE.
           INITIALIZE WS-STAGE-TOTALS.

           OPEN OUTPUT ECL-JRN-FILE.
           OPEN OUTPUT ECL-RPT-FILE.

           MOVE WS-RUN-DATE-TEXT TO WS-HEAD-DATE.
           MOVE WS-HEAD-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.
           MOVE SPACES TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.
           MOVE WS-COLUMN-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

      *
      *    Without a full set of factors no provision can be right,
      *    so nothing is touched.
      *
           PERFORM LOAD-PARAMETERS THRU LOAD-PARAMETERS-END.

           IF WS-PARMS-OK = 'Y'
             PERFORM CLEAR-RUN-MONTH THRU CLEAR-RUN-MONTH-END
           END-IF.

           IF WS-PARMS-OK = 'Y'
             PERFORM PROVIDE-ACCOUNTS THRU PROVIDE-ACCOUNTS-END
             PERFORM RELEASE-ACCOUNTS THRU RELEASE-ACCOUNTS-END
             PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-END
           END-IF.

           MOVE SPACES TO WS-TRAILER-LINE.
           MOVE 'T' TO WS-TRL-REC-TYPE.
           MOVE WS-JRN-LINES-WRITTEN TO WS-TRL-COUNT.
           MOVE WS-JRN-TOTAL-DEBITS TO WS-TRL-DEBITS.
           MOVE WS-JRN-TOTAL-CREDITS TO WS-TRL-CREDITS.
           MOVE 'Y' TO WS-TRL-AGREES.
           MOVE WS-TRAILER-LINE TO ECL-JRN-RECORD.
           WRITE ECL-JRN-RECORD.

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END.

           CLOSE ECL-JRN-FILE.
           CLOSE ECL-RPT-FILE.

           MOVE WS-ACCTS-PROVIDED TO WS-RECS-DISPLAY.
           DISPLAY 'ECLPROV: ACCOUNTS PROVIDED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCTS-RELEASED TO WS-RECS-DISPLAY.
           DISPLAY 'ECLPROV: ACCOUNTS RELEASED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCTS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'ECLPROV: ACCOUNTS FAILED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-JRN-LINES-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'ECLPROV: JOURNAL LINES WRITTEN  = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS = WS-ACCTS-PROVIDED + WS-ACCTS-RELEASED.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE LOAD-PARAMETERS
      * Loads the six ECL_PARAMETER rows; one missing or out of
      * range stops the run.
       LOAD-PARAMETERS.
           MOVE 'N' TO WS-END-OF-PARMS.

           EXEC SQL
              OPEN PARM-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: UNABLE TO OPEN PARM-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'N' TO WS-PARMS-OK
             GO TO LOAD-PARAMETERS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-PARMS
             EXEC SQL
                FETCH PARM-CURSOR
                  INTO :HV-PARM-STAGE, :HV-PARM-CLASS,
                       :HV-PARM-PD, :HV-PARM-LGD, :HV-PARM-CCF
             END-EXEC
             IF SQLCODE = 0
               PERFORM STORE-PARAMETER THRU STORE-PARAMETER-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ECLPROV: PARAMETER FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
                 MOVE 'N' TO WS-PARMS-OK
               END-IF
               MOVE 'Y' TO WS-END-OF-PARMS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE PARM-CURSOR
           END-EXEC.

           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 6
             IF WS-PARM-LOADED(WS-PARM-IX) NOT = 'Y'
               MOVE 'N' TO WS-PARMS-OK
             END-IF
           END-PERFORM.

           IF WS-PARMS-OK NOT = 'Y'
             DISPLAY 'ECLPROV: ECL_PARAMETER NEEDS A ROW FOR EACH OF '
                     'STAGES 1 TO 3 IN CLASSES D AND L - NO RUN'
             MOVE 12 TO RETURN-CODE
           END-IF.
       LOAD-PARAMETERS-END.

      * PROCEDURE STORE-PARAMETER
       STORE-PARAMETER.
           IF HV-PARM-STAGE < 1 OR HV-PARM-STAGE > 3
              OR (HV-PARM-CLASS NOT = 'D' AND HV-PARM-CLASS NOT = 'L')
             DISPLAY 'ECLPROV: ECL_PARAMETER ROW OUT OF RANGE '
                     'IGNORED - CLASS ' HV-PARM-CLASS
             GO TO STORE-PARAMETER-END
           END-IF.

           MOVE HV-PARM-STAGE TO WS-PARM-IX.
           IF HV-PARM-CLASS = 'L'
             ADD 3 TO WS-PARM-IX
           END-IF.

           MOVE 'Y' TO WS-PARM-LOADED(WS-PARM-IX).
           MOVE HV-PARM-PD TO WS-PARM-PD(WS-PARM-IX).
           MOVE HV-PARM-LGD TO WS-PARM-LGD(WS-PARM-IX).
           MOVE HV-PARM-CCF TO WS-PARM-CCF(WS-PARM-IX).
       STORE-PARAMETER-END.

      * PROCEDURE CLEAR-RUN-MONTH
      * A rerun replaces the month's figures rather than adding to
      * them.
       CLEAR-RUN-MONTH.
           EXEC SQL
              DELETE FROM ECL_PROVISION
               WHERE ECL_PROV_MONTH = :WS-RUN-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: UNABLE TO CLEAR THE RUN MONTH, '
                     'SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 12 TO RETURN-CODE
             MOVE 'N' TO WS-PARMS-OK
             GO TO CLEAR-RUN-MONTH-END
           END-IF.

           IF SQLCODE = 0
             DISPLAY 'ECLPROV: EARLIER RUN FOR THIS MONTH REPLACED'
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       CLEAR-RUN-MONTH-END.

      * PROCEDURE PROVIDE-ACCOUNTS
       PROVIDE-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN ACCOUNT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: UNABLE TO OPEN ACCOUNT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             EXEC SQL
                FETCH ACCOUNT-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-OPENED,
                       :HV-ACCOUNT-OVERDRAFT-LIM,
                       :HV-ACCOUNT-ACTUAL-BAL, :HV-ACCOUNT-CLASS
             END-EXEC
             IF SQLCODE = 0
               PERFORM PROVIDE-ONE-ACCOUNT
                  THRU PROVIDE-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ECLPROV: ACCOUNT FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ACCOUNT-CURSOR
           END-EXEC.
       PROVIDE-ACCOUNTS-END.

      * PROCEDURE PROVIDE-ONE-ACCOUNT
      * Gathers the staging inputs, stages the account, applies the
      * factors and stores the month's row.
       PROVIDE-ONE-ACCOUNT.
           INITIALIZE HOST-PROVISION-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROV-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROV-NUMBER.
           MOVE WS-RUN-MONTH TO HV-PROV-MONTH.
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROV-CUSTOMER.
           MOVE HV-ACCOUNT-CLASS TO HV-PROV-CLASS.

           IF HV-PROV-CLASS NOT = 'L'
             MOVE 'D' TO HV-PROV-CLASS
           END-IF.

      *
      *    Drawn is the debit balance; a lending account's limit is
      *    the advance already made, so only an overdraft has
      *    anything undrawn.
      *
           IF HV-ACCOUNT-ACTUAL-BAL < 0
             COMPUTE HV-PROV-DRAWN = 0 - HV-ACCOUNT-ACTUAL-BAL
           END-IF.

           IF HV-PROV-CLASS = 'D'
              AND HV-ACCOUNT-OVERDRAFT-LIM > HV-PROV-DRAWN
             COMPUTE HV-PROV-UNDRAWN =
                HV-ACCOUNT-OVERDRAFT-LIM - HV-PROV-DRAWN
           END-IF.

           PERFORM READ-PRIOR-PROVISION THRU READ-PRIOR-PROVISION-END.
           PERFORM READ-CREDIT-SCORE THRU READ-CREDIT-SCORE-END.

           IF HV-PROV-ORIG-SCORE = 0
             PERFORM FIND-ORIGINATION-SCORE
                THRU FIND-ORIGINATION-SCORE-END
           END-IF.

           PERFORM COMPUTE-DAYS-IN-EXCESS
              THRU COMPUTE-DAYS-IN-EXCESS-END.
           PERFORM READ-COLLECTIONS-CASE
              THRU READ-COLLECTIONS-CASE-END.

           PERFORM ASSIGN-STAGE THRU ASSIGN-STAGE-END.

           MOVE HV-PROV-STAGE TO WS-PARM-IX.
           IF HV-PROV-CLASS = 'L'
             ADD 3 TO WS-PARM-IX
           END-IF.

           MOVE WS-PARM-PD(WS-PARM-IX) TO HV-PROV-PD.
           MOVE WS-PARM-LGD(WS-PARM-IX) TO HV-PROV-LGD.

           COMPUTE HV-PROV-EAD ROUNDED =
              HV-PROV-DRAWN
              + (HV-PROV-UNDRAWN * WS-PARM-CCF(WS-PARM-IX)).

           COMPUTE HV-PROV-AMOUNT ROUNDED =
              HV-PROV-EAD * HV-PROV-PD * HV-PROV-LGD.

           PERFORM INSERT-PROVISION THRU INSERT-PROVISION-END.

           IF WS-ACCOUNT-OK NOT = 'Y'
             GO TO PROVIDE-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ACCTS-PROVIDED.
           PERFORM ADD-TO-STAGE-TOTALS THRU ADD-TO-STAGE-TOTALS-END.

           IF HV-PROV-STAGE > 1
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           END-IF.
       PROVIDE-ONE-ACCOUNT-END.

      * PROCEDURE READ-PRIOR-PROVISION
      * The account's latest earlier row - the provision held
      * against it and the origination score already found.
       READ-PRIOR-PROVISION.
           EXEC SQL
              SELECT ECL_PROV_AMOUNT, ECL_PROV_ORIG_SCORE
                INTO :HV-PROV-PRIOR-AMOUNT, :HV-PROV-ORIG-SCORE
                FROM ECL_PROVISION
               WHERE ECL_PROV_SORTCODE = :HV-PROV-SORTCODE
                 AND ECL_PROV_NUMBER = :HV-PROV-NUMBER
                 AND ECL_PROV_MONTH < :WS-RUN-MONTH
               ORDER BY ECL_PROV_MONTH DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-PROV-PRIOR-AMOUNT
             MOVE 0 TO HV-PROV-ORIG-SCORE
           END-IF.
       READ-PRIOR-PROVISION-END.

      * PROCEDURE READ-CREDIT-SCORE
       READ-CREDIT-SCORE.
           EXEC SQL
              SELECT COALESCE(CUSTOMER_CREDIT_SCORE, 0)
                INTO :HV-PROV-SCORE
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-PROV-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-PROV-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-PROV-SCORE
           END-IF.
       READ-CREDIT-SCORE-END.

      * PROCEDURE FIND-ORIGINATION-SCORE
      * The old value of the first score change logged on or after
      * the opening date was the score at opening. The log date is
      * DD/MM/YYYY text, so it is compared as YYYYMMDD, the way
      * UPDCUST reads it.
       FIND-ORIGINATION-SCORE.
           MOVE HV-PROV-SCORE TO HV-PROV-ORIG-SCORE.

           IF HV-ACCOUNT-OPENED NOT > 0
             GO TO FIND-ORIGINATION-SCORE-END
           END-IF.

           MOVE HV-ACCOUNT-OPENED TO HV-OPENED-N.
           MOVE SPACES TO HV-CHGLOG-OLD-SCORE.

           EXEC SQL
              SELECT SUBSTR(CUSTOMER_CHANGE_LOG_OLD_VALUE, 1, 4)
                INTO :HV-CHGLOG-OLD-SCORE
                FROM CUSTOMER_CHANGE_LOG
               WHERE CUSTOMER_CHANGE_LOG_SORTCODE = :HV-PROV-SORTCODE
                 AND CUSTOMER_CHANGE_LOG_NUMBER = :HV-PROV-CUSTOMER
                 AND CUSTOMER_CHANGE_LOG_FIELD_NAME =
                        'CUSTOMER_CREDIT_SCORE'
                 AND SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 7, 4) CONCAT
                     SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 4, 2) CONCAT
                     SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 1, 2)
                        >= :HV-OPENED-TEXT
               ORDER BY SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 7, 4) CONCAT
                        SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 4, 2) CONCAT
                        SUBSTR(CUSTOMER_CHANGE_LOG_DATE, 1, 2),
                        CUSTOMER_CHANGE_LOG_TIME
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0 AND HV-CHGLOG-OLD-SCORE IS NUMERIC
             MOVE HV-CHGLOG-OLD-SCORE-N TO HV-PROV-ORIG-SCORE
           END-IF.
       FIND-ORIGINATION-SCORE-END.

      * PROCEDURE COMPUTE-DAYS-IN-EXCESS
      * Days continuously beyond the agreed limit to the run date,
      * counted the way ODEXCESS counts them; nought when the
      * account is within its limit.
       COMPUTE-DAYS-IN-EXCESS.
           MOVE 0 TO HV-PROV-DAYS-EXCESS.

           EXEC SQL
              SELECT OVERDRAFT_EXCESS_FIRST_DATE
                INTO :HV-EXCESS-FIRST-DATE
                FROM OVERDRAFT_EXCESS
               WHERE OVERDRAFT_EXCESS_SORTCODE = :HV-PROV-SORTCODE
                 AND OVERDRAFT_EXCESS_NUMBER = :HV-PROV-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO COMPUTE-DAYS-IN-EXCESS-END
           END-IF.

           MOVE 1 TO HV-PROV-DAYS-EXCESS.

           IF HV-EXCESS-FIRST-DATE = 0
              OR HV-EXCESS-FIRST-DATE >= WS-RUN-DATE
             GO TO COMPUTE-DAYS-IN-EXCESS-END
           END-IF.

           MOVE SPACES TO HV-FIRST-DATE-ISO.
           COMPUTE WS-FDT-ISO-YYYY = HV-EXCESS-FIRST-DATE / 10000.
           COMPUTE WS-FDT-ISO-MM =
              (HV-EXCESS-FIRST-DATE / 100) -
              ((HV-EXCESS-FIRST-DATE / 10000) * 100).
           COMPUTE WS-FDT-ISO-DD = HV-EXCESS-FIRST-DATE -
              ((HV-EXCESS-FIRST-DATE / 100) * 100).
           MOVE '-' TO HV-FIRST-DATE-ISO(5:1).
           MOVE '-' TO HV-FIRST-DATE-ISO(8:1).

           EXEC SQL
              SELECT DAYS(DATE(:WS-CURRENT-DATE))
                        - DAYS(DATE(:HV-FIRST-DATE-ISO)) + 1
                INTO :HV-PROV-DAYS-EXCESS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-PROV-DAYS-EXCESS < 1
             MOVE 1 TO HV-PROV-DAYS-EXCESS
           END-IF.
       COMPUTE-DAYS-IN-EXCESS-END.

      * PROCEDURE READ-COLLECTIONS-CASE
      * The account's open or write-off-review case, if any.
       READ-COLLECTIONS-CASE.
           MOVE 0 TO HV-CASE-STAGE.
           MOVE SPACE TO HV-CASE-STATUS.

           EXEC SQL
              SELECT COLL_CASE_STAGE, COLL_CASE_STATUS,
                     COLL_CASE_ARREARS
                INTO :HV-CASE-STAGE, :HV-CASE-STATUS,
                     :HV-PROV-ARREARS
                FROM COLLECTIONS_CASE
               WHERE COLL_CASE_SORTCODE = :HV-PROV-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-PROV-NUMBER
                 AND COLL_CASE_STATUS IN ('O', 'W')
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-CASE-STAGE
             MOVE SPACE TO HV-CASE-STATUS
             MOVE 0 TO HV-PROV-ARREARS
           END-IF.
       READ-COLLECTIONS-CASE-END.

      * PROCEDURE ASSIGN-STAGE
       ASSIGN-STAGE.
           IF HV-PROV-DAYS-EXCESS >= WS-STAGE3-DAYS
              OR HV-CASE-STATUS = 'W'
              OR HV-CASE-STAGE >= WS-STAGE3-CASE-STAGE
             MOVE 3 TO HV-PROV-STAGE
             GO TO ASSIGN-STAGE-END
           END-IF.

           IF HV-PROV-DAYS-EXCESS >= WS-STAGE2-DAYS
              OR HV-CASE-STATUS = 'O'
             MOVE 2 TO HV-PROV-STAGE
             GO TO ASSIGN-STAGE-END
           END-IF.

      *
      *    A score movement is only judged when both scores are
      *    known.
      *
           IF HV-PROV-ORIG-SCORE > 0 AND HV-PROV-SCORE > 0
              AND HV-PROV-ORIG-SCORE - HV-PROV-SCORE >= WS-SCORE-DROP
             MOVE 2 TO HV-PROV-STAGE
             GO TO ASSIGN-STAGE-END
           END-IF.

           MOVE 1 TO HV-PROV-STAGE.
       ASSIGN-STAGE-END.

      * PROCEDURE INSERT-PROVISION
      * Stores the month's row and commits it.
       INSERT-PROVISION.
           MOVE 'Y' TO WS-ACCOUNT-OK.

           EXEC SQL
              INSERT INTO ECL_PROVISION
                     ( ECL_PROV_SORTCODE,
                       ECL_PROV_NUMBER,
                       ECL_PROV_MONTH,
                       ECL_PROV_CUSTOMER,
                       ECL_PROV_CLASS,
                       ECL_PROV_STAGE,
                       ECL_PROV_ORIG_SCORE,
                       ECL_PROV_SCORE,
                       ECL_PROV_DAYS_EXCESS,
                       ECL_PROV_ARREARS,
                       ECL_PROV_DRAWN,
                       ECL_PROV_UNDRAWN,
                       ECL_PROV_EAD,
                       ECL_PROV_PD,
                       ECL_PROV_LGD,
                       ECL_PROV_AMOUNT,
                       ECL_PROV_PRIOR_AMOUNT )
              VALUES ( :HV-PROV-SORTCODE,
                       :HV-PROV-NUMBER,
                       :HV-PROV-MONTH,
                       :HV-PROV-CUSTOMER,
                       :HV-PROV-CLASS,
                       :HV-PROV-STAGE,
                       :HV-PROV-ORIG-SCORE,
                       :HV-PROV-SCORE,
                       :HV-PROV-DAYS-EXCESS,
                       :HV-PROV-ARREARS,
                       :HV-PROV-DRAWN,
                       :HV-PROV-UNDRAWN,
                       :HV-PROV-EAD,
                       :HV-PROV-PD,
                       :HV-PROV-LGD,
                       :HV-PROV-AMOUNT,
                       :HV-PROV-PRIOR-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: INSERT FAILED FOR ' HV-PROV-SORTCODE
                     '/' HV-PROV-NUMBER ', SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-ACCTS-FAILED
             MOVE 8 TO RETURN-CODE
             MOVE 'N' TO WS-ACCOUNT-OK
             GO TO INSERT-PROVISION-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       INSERT-PROVISION-END.

      * PROCEDURE RELEASE-ACCOUNTS
       RELEASE-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-RELEASES.

           EXEC SQL
              OPEN RELEASE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: UNABLE TO OPEN RELEASE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-RELEASES
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-RELEASES
             INITIALIZE HOST-PROVISION-ROW
             EXEC SQL
                FETCH RELEASE-CURSOR
                  INTO :HV-PROV-SORTCODE, :HV-PROV-NUMBER,
                       :HV-PROV-CUSTOMER, :HV-PROV-CLASS,
                       :HV-PROV-ORIG-SCORE, :HV-PROV-PRIOR-AMOUNT
             END-EXEC
             IF SQLCODE = 0
               PERFORM RELEASE-ONE-ACCOUNT
                  THRU RELEASE-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ECLPROV: RELEASE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-RELEASES
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE RELEASE-CURSOR
           END-EXEC.
       RELEASE-ACCOUNTS-END.

      * PROCEDURE RELEASE-ONE-ACCOUNT
      * A stage 0 row with a zero provision, so the whole of what
      * was held is journalled back.
       RELEASE-ONE-ACCOUNT.
           MOVE WS-RUN-MONTH TO HV-PROV-MONTH.
           MOVE 0 TO HV-PROV-STAGE.
           MOVE 0 TO HV-PROV-AMOUNT.

           PERFORM READ-CREDIT-SCORE THRU READ-CREDIT-SCORE-END.

           PERFORM INSERT-PROVISION THRU INSERT-PROVISION-END.

           IF WS-ACCOUNT-OK NOT = 'Y'
             GO TO RELEASE-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ACCTS-RELEASED.
           PERFORM ADD-TO-STAGE-TOTALS THRU ADD-TO-STAGE-TOTALS-END.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       RELEASE-ONE-ACCOUNT-END.

      * PROCEDURE WRITE-JOURNAL
      * One balanced pair of lines per sort code whose provision
      * moved.
       WRITE-JOURNAL.
           MOVE 'N' TO WS-END-OF-MOVEMENTS.

           EXEC SQL
              OPEN MOVEMENT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ECLPROV: UNABLE TO OPEN MOVEMENT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-MOVEMENTS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-MOVEMENTS
             EXEC SQL
                FETCH MOVEMENT-CURSOR
                  INTO :HV-MOVE-SORTCODE, :HV-MOVE-AMOUNT
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-JOURNAL-PAIR
                  THRU WRITE-JOURNAL-PAIR-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ECLPROV: MOVEMENT FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-MOVEMENTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE MOVEMENT-CURSOR
           END-EXEC.
       WRITE-JOURNAL-END.

      * PROCEDURE WRITE-JOURNAL-PAIR
      * An increase debits the IMPCHRG impairment charge and credits
      * the ECLPROV provision; a release the reverse.
       WRITE-JOURNAL-PAIR.
           IF HV-MOVE-AMOUNT = 0
             GO TO WRITE-JOURNAL-PAIR-END
           END-IF.

           IF HV-MOVE-AMOUNT > 0
             MOVE HV-MOVE-AMOUNT TO WS-JRN-MOVEMENT
           ELSE
             COMPUTE WS-JRN-MOVEMENT = 0 - HV-MOVE-AMOUNT
           END-IF.

           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE 'J' TO WS-JRN-REC-TYPE.
           MOVE HV-MOVE-SORTCODE TO WS-JRN-SORTCODE.
           IF HV-MOVE-AMOUNT > 0
             MOVE 'IMPCHRG' TO WS-JRN-GL-ACCOUNT
           ELSE
             MOVE 'ECLPROV' TO WS-JRN-GL-ACCOUNT
           END-IF.
           MOVE 'ECL' TO WS-JRN-TXN-TYPE.
           MOVE 'D' TO WS-JRN-DR-CR.
           MOVE WS-JRN-MOVEMENT TO WS-JRN-AMOUNT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-JRN-DATE.
           MOVE WS-JOURNAL-LINE TO ECL-JRN-RECORD.
           WRITE ECL-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD WS-JRN-MOVEMENT TO WS-JRN-TOTAL-DEBITS.

           IF HV-MOVE-AMOUNT > 0
             MOVE 'ECLPROV' TO WS-JRN-GL-ACCOUNT
           ELSE
             MOVE 'IMPCHRG' TO WS-JRN-GL-ACCOUNT
           END-IF.
           MOVE 'C' TO WS-JRN-DR-CR.
           MOVE WS-JOURNAL-LINE TO ECL-JRN-RECORD.
           WRITE ECL-JRN-RECORD.
           ADD 1 TO WS-JRN-LINES-WRITTEN.
           ADD WS-JRN-MOVEMENT TO WS-JRN-TOTAL-CREDITS.
       WRITE-JOURNAL-PAIR-END.

      * PROCEDURE ADD-TO-STAGE-TOTALS
       ADD-TO-STAGE-TOTALS.
           COMPUTE WS-STG-IX = HV-PROV-STAGE + 1.
           ADD 1 TO WS-STG-COUNT(WS-STG-IX).
           ADD HV-PROV-EAD TO WS-STG-EAD(WS-STG-IX).
           ADD HV-PROV-AMOUNT TO WS-STG-AMOUNT(WS-STG-IX).
           COMPUTE WS-STG-MOVEMENT(WS-STG-IX) =
              WS-STG-MOVEMENT(WS-STG-IX)
              + HV-PROV-AMOUNT - HV-PROV-PRIOR-AMOUNT.
       ADD-TO-STAGE-TOTALS-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE HV-PROV-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-PROV-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-PROV-CUSTOMER TO WS-RPT-CUSTNO.
           MOVE HV-PROV-CLASS TO WS-RPT-CLASS.
           MOVE HV-PROV-STAGE TO WS-RPT-STAGE.
           MOVE HV-PROV-DAYS-EXCESS TO WS-RPT-DAYS.
           MOVE HV-PROV-ORIG-SCORE TO WS-RPT-ORIG-SCORE.
           MOVE HV-PROV-SCORE TO WS-RPT-SCORE.
           MOVE HV-PROV-ARREARS TO WS-RPT-ARREARS.
           MOVE HV-PROV-EAD TO WS-RPT-EAD.
           MOVE HV-PROV-AMOUNT TO WS-RPT-AMOUNT.
           COMPUTE WS-RPT-MOVEMENT =
              HV-PROV-AMOUNT - HV-PROV-PRIOR-AMOUNT.
           MOVE WS-REPORT-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE WRITE-REPORT-TOTALS
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           PERFORM VARYING WS-STG-IX FROM 2 BY 1 UNTIL WS-STG-IX > 4
             PERFORM WRITE-STAGE-LINE THRU WRITE-STAGE-LINE-END
           END-PERFORM.
           MOVE 1 TO WS-STG-IX.
           PERFORM WRITE-STAGE-LINE THRU WRITE-STAGE-LINE-END.

           MOVE SPACES TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'ACCOUNTS PROVIDED' TO WS-TOT-TEXT.
           MOVE WS-ACCTS-PROVIDED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'ACCOUNTS RELEASED' TO WS-TOT-TEXT.
           MOVE WS-ACCTS-RELEASED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'ACCOUNTS FAILED' TO WS-TOT-TEXT.
           MOVE WS-ACCTS-FAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'JOURNAL LINES WRITTEN' TO WS-TOT-TEXT.
           MOVE WS-JRN-LINES-WRITTEN TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'JOURNAL DEBITS' TO WS-AMT-TEXT.
           MOVE WS-JRN-TOTAL-DEBITS TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.

           MOVE 'JOURNAL CREDITS' TO WS-AMT-TEXT.
           MOVE WS-JRN-TOTAL-CREDITS TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.
       WRITE-REPORT-TOTALS-END.

      * PROCEDURE WRITE-STAGE-LINE
       WRITE-STAGE-LINE.
           COMPUTE WS-STL-STAGE = WS-STG-IX - 1.
           MOVE WS-STG-COUNT(WS-STG-IX) TO WS-STL-COUNT.
           MOVE WS-STG-EAD(WS-STG-IX) TO WS-STL-EAD.
           MOVE WS-STG-AMOUNT(WS-STG-IX) TO WS-STL-AMOUNT.
           MOVE WS-STG-MOVEMENT(WS-STG-IX) TO WS-STL-MOVEMENT.
           MOVE WS-STAGE-LINE TO ECL-RPT-RECORD.
           WRITE ECL-RPT-RECORD.
       WRITE-STAGE-LINE-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVEXTR.

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
      * Depositor protection Single Customer View (SCV) file.
      *
      * The regulator can call for the SCV file at 24 hours' notice,
      * so this job can be run on demand as well as on its regular
      * schedule. Every customer holding a deposit account (product
      * class 'D') is an eligible depositor. Each of their accounts
      * contributes its credit balance plus the interest accrued on
      * ACCOUNT_ACCRUED_INTEREST; a joint account is split equally
      * between the co-owners on ACCOUNT_OWNER, and an account with
      * no ACCOUNT_OWNER rows belongs wholly to
      * ACCOUNT_CUSTOMER_NUMBER. An overdrawn account contributes
      * nothing - it is not set off against the credit balances.
      * The depositor's aggregate is capped at the protection limit
      * to give the compensatable amount.
      *
      * Accounts that cannot be paid out straight away are flagged
      * rather than left out, so the file is still complete:
      *   'S' - the customer is under a sanctions/PEP review
      *         (SCREEN_REVIEW open or a confirmed match);
      *   'F' - the account is frozen on ACCOUNT_CONTROL;
      *   'D' - the customer is DECEASED and the account is part
      *         of the estate;
      *   'A' - active.
      * The depositor record carries the most serious of its
      * accounts' flags, or a space when every account is active.
      *
      * The SCVOUT file is in the prescribed fixed format: an 'H'
      * header with our sort code, the file date and the protection
      * limit, a 'D' depositor record followed by an 'A' record per
      * account, and a 'T' trailer with the depositor and account
      * counts and the aggregate and compensatable totals. SCVRPT
      * summarises depositor counts and totals by sort code.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCV-OUT-FILE ASSIGN TO SCVOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT SCV-RPT-FILE ASSIGN TO SCVRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCV-OUT-FILE
           RECORDING MODE IS F.
       01  SCV-HDR-RECORD.
           05  SCV-HDR-TYPE              PIC X.
           05  SCV-HDR-LITERAL           PIC X(20).
           05  SCV-HDR-SORTCODE          PIC X(6).
           05  SCV-HDR-FILE-DATE         PIC 9(8).
           05  SCV-HDR-LIMIT             PIC 9(13)V99.
           05  FILLER                    PIC X(350).

       01  SCV-DEP-RECORD.
           05  SCV-DEP-TYPE              PIC X.
           05  SCV-DEP-SORTCODE          PIC X(6).
           05  SCV-DEP-NUMBER            PIC X(10).
           05  SCV-DEP-TITLE             PIC X(10).
           05  SCV-DEP-FIRST-NAME        PIC X(50).
           05  SCV-DEP-LAST-NAME         PIC X(50).
           05  SCV-DEP-DOB               PIC 9(8).
           05  SCV-DEP-ADDR-LINE1        PIC X(50).
           05  SCV-DEP-ADDR-LINE2        PIC X(50).
           05  SCV-DEP-CITY              PIC X(50).
           05  SCV-DEP-POSTCODE          PIC X(10).
           05  SCV-DEP-COUNTRY           PIC X(50).
           05  SCV-DEP-TAX-ID            PIC X(13).
           05  SCV-DEP-FLAG              PIC X.
           05  SCV-DEP-ACCOUNTS          PIC 9(4).
           05  SCV-DEP-AGGREGATE         PIC 9(13)V99.
           05  SCV-DEP-COMPENSATABLE     PIC 9(13)V99.
           05  FILLER                    PIC X(7).

       01  SCV-ACC-RECORD.
           05  SCV-ACC-TYPE              PIC X.
           05  SCV-ACC-CUST-SORTCODE     PIC X(6).
           05  SCV-ACC-CUST-NUMBER       PIC X(10).
           05  SCV-ACC-SORTCODE          PIC X(6).
           05  SCV-ACC-NUMBER            PIC X(8).
           05  SCV-ACC-PRODUCT           PIC X(8).
           05  SCV-ACC-OWNERS            PIC 9(2).
           05  SCV-ACC-BALANCE           PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05  SCV-ACC-ACCRUED           PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           05  SCV-ACC-SHARE             PIC 9(13)V99.
           05  SCV-ACC-STATUS            PIC X.
           05  FILLER                    PIC X(311).

       01  SCV-TRL-RECORD.
           05  SCV-TRL-TYPE              PIC X.
           05  SCV-TRL-LITERAL           PIC X(20).
           05  SCV-TRL-DEPOSITORS        PIC 9(8).
           05  SCV-TRL-ACCOUNTS          PIC 9(8).
           05  SCV-TRL-AGGREGATE         PIC 9(15)V99.
           05  SCV-TRL-COMPENSATABLE     PIC 9(15)V99.
           05  FILLER                    PIC X(329).

       FD  SCV-RPT-FILE
           RECORDING MODE IS F.
       01  SCV-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * ACCOUNT_OWNER DB2 copybook
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

      * SCREEN_REVIEW DB2 copybook
           EXEC SQL
              INCLUDE SCRVWDB2
           END-EXEC.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-SORTCODE       PIC X(6).
           03  HV-CUSTOMER-NUMBER         PIC X(10).
           03  HV-CUSTOMER-TITLE          PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME     PIC X(50).
           03  HV-CUSTOMER-LAST-NAME      PIC X(50).
           03  HV-CUSTOMER-DOB            PIC S9(9) COMP.
           03  HV-CUSTOMER-ADDR-LINE1     PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2     PIC X(50).
           03  HV-CUSTOMER-CITY           PIC X(50).
           03  HV-CUSTOMER-POSTCODE       PIC X(10).
           03  HV-CUSTOMER-COUNTRY        PIC X(50).
           03  HV-CUSTOMER-TAX-ID         PIC X(13).
           03  HV-CUSTOMER-STATUS         PIC X(10).

      * ACCOUNT host variables for DB2, with the owner count and
      * freeze count
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE        PIC X(6).
           03  HV-ACCOUNT-NUMBER          PIC X(8).
           03  HV-ACCOUNT-TYPE            PIC X(8).
           03  HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED         PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-OWNERS          PIC S9(9) COMP.
           03  HV-ACCOUNT-FREEZES         PIC S9(9) COMP.

       77  HV-REVIEW-COUNT            PIC S9(9) COMP    VALUE 0.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * This bank's sort code for the file header
       COPY SORTCODE.

      * BATCHREG commarea - the run is recorded on the batch run
      * register for the morning control report
       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      *
      * The file date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, so the balances are those
      * of the business day the suite last closed.
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

       01  WS-RUN-DATE-TEXT.
           05  WS-RUN-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-YYYY PIC X(4).

      * The protection limit per depositor
       77  WS-PROTECTION-LIMIT       PIC S9(13)V99     VALUE 85000.00.

       77  WS-END-OF-CUSTOMERS       PIC X             VALUE 'N'.
           88  END-OF-CUSTOMERS      VALUE 'Y'.
       77  WS-END-OF-ACCOUNTS        PIC X             VALUE 'N'.
           88  END-OF-ACCOUNTS       VALUE 'Y'.

      * The customer's own exclusion - 'S' sanctions review, 'D'
      * deceased, space none
       77  WS-CUSTOMER-FLAG          PIC X             VALUE SPACE.
       77  WS-ACCOUNT-STATUS         PIC X             VALUE 'A'.

      * The depositor being built
       77  WS-DEP-ACCOUNTS           PIC 9(4)  COMP    VALUE 0.
       77  WS-DEP-AGGREGATE          PIC S9(13)V99     VALUE 0.
       77  WS-DEP-COMPENSATABLE      PIC S9(13)V99     VALUE 0.
       77  WS-DEP-FLAG               PIC X             VALUE SPACE.
       77  WS-ACC-SHARE              PIC S9(13)V99     VALUE 0.

      *
      * The 'D' record carries its accounts' totals but is written
      * ahead of them, so the accounts are read twice - once to
      * total, once to write.
      *
       77  WS-ACCOUNT-PASS           PIC X             VALUE 'T'.
           88  TOTALLING-PASS        VALUE 'T'.
           88  WRITING-PASS          VALUE 'W'.

       77  WS-CUSTS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-DEPOSITORS             PIC 9(8)  COMP    VALUE 0.
       77  WS-DEPS-FLAGGED           PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCOUNTS-WRITTEN       PIC 9(8)  COMP    VALUE 0.
       77  WS-TOTAL-AGGREGATE        PIC S9(15)V99     VALUE 0.
       77  WS-TOTAL-COMPENSATABLE    PIC S9(15)V99     VALUE 0.
       77  WS-TOTAL-HELD             PIC S9(15)V99     VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       01  WS-AMOUNT-DISPLAY         PIC Z(14)9.99.

      * Sort code totals for the summary report
       01  WS-BREAK-SORTCODE         PIC X(6)          VALUE SPACES.
       77  WS-SC-DEPOSITORS          PIC 9(8)  COMP    VALUE 0.
       77  WS-SC-FLAGGED             PIC 9(8)  COMP    VALUE 0.
       77  WS-SC-ACCOUNTS            PIC 9(8)  COMP    VALUE 0.
       77  WS-SC-AGGREGATE           PIC S9(15)V99     VALUE 0.
       77  WS-SC-COMPENSATABLE       PIC S9(15)V99     VALUE 0.
       77  WS-SC-HELD                PIC S9(15)V99     VALUE 0.

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(48)
                 VALUE 'SCVEXTR - SINGLE CUSTOMER VIEW SUMMARY - DATE '.
           05  WS-HEAD-DATE          PIC X(10).
           05  FILLER                PIC X(18)
                 VALUE '  PROTECTION LIMIT'.
           05  WS-HEAD-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(36)
                 VALUE 'SORT CODE  DEPOSITORS   FLAGGED    '.
           05  FILLER                PIC X(32)
                 VALUE 'ACCOUNTS    AGGREGATE BALANCES '.
           05  FILLER                PIC X(40)
                 VALUE '   COMPENSATABLE  HELD FOR EXCLUSION'.

       01  WS-SORTCODE-LINE.
           05  WS-SCL-SORTCODE       PIC X(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-SCL-DEPOSITORS     PIC ZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-SCL-FLAGGED        PIC ZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-SCL-ACCOUNTS       PIC ZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SCL-AGGREGATE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SCL-COMPENSATABLE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SCL-HELD           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
              DECLARE SCVCUST-CURSOR CURSOR FOR
                 SELECT CUSTOMER_SORTCODE, CUSTOMER_NUMBER,
                        COALESCE(CUSTOMER_TITLE, ' '),
                        COALESCE(CUSTOMER_FIRST_NAME, ' '),
                        COALESCE(CUSTOMER_LAST_NAME, ' '),
                        COALESCE(CUSTOMER_DATE_OF_BIRTH, 0),
                        COALESCE(CUSTOMER_ADDR_LINE1, ' '),
                        COALESCE(CUSTOMER_ADDR_LINE2, ' '),
                        COALESCE(CUSTOMER_CITY, ' '),
                        COALESCE(CUSTOMER_POSTCODE, ' '),
                        COALESCE(CUSTOMER_COUNTRY, ' '),
                        COALESCE(CUSTOMER_TAX_ID, ' '),
                        COALESCE(CUSTOMER_STATUS, ' ')
                   FROM CUSTOMER
                  ORDER BY CUSTOMER_SORTCODE, CUSTOMER_NUMBER
           END-EXEC.

      * The customer's deposit accounts - those they co-own on
      * ACCOUNT_OWNER, and those in their name with no owner rows.
           EXEC SQL
              DECLARE SCVACCT-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        COALESCE(A.ACCOUNT_TYPE, ' '),
                        COALESCE(A.ACCOUNT_ACTUAL_BALANCE, 0),
                        COALESCE(A.ACCOUNT_ACCRUED_INTEREST, 0),
                        (SELECT COUNT(*)
                           FROM ACCOUNT_OWNER O
                          WHERE O.ACCOUNT_OWNER_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND O.ACCOUNT_OWNER_NUMBER
                                   = A.ACCOUNT_NUMBER),
                        (SELECT COUNT(*)
                           FROM ACCOUNT_CONTROL C
                          WHERE C.ACCOUNT_CONTROL_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND C.ACCOUNT_CONTROL_NUMBER
                                   = A.ACCOUNT_NUMBER
                            AND C.ACCOUNT_CONTROL_TYPE = 'F')
                   FROM ACCOUNT A
                   LEFT OUTER JOIN ACCOUNT_PRODUCT P
                     ON P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
                  WHERE A.ACCOUNT_SORTCODE = :HV-CUSTOMER-SORTCODE
                    AND COALESCE(P.ACCOUNT_PRODUCT_CLASS, 'D') = 'D'
                    AND (EXISTS
                          (SELECT 1
                             FROM ACCOUNT_OWNER O
                            WHERE O.ACCOUNT_OWNER_SORTCODE
                                     = A.ACCOUNT_SORTCODE
                              AND O.ACCOUNT_OWNER_NUMBER
                                     = A.ACCOUNT_NUMBER
                              AND O.ACCOUNT_OWNER_CUSTOMER
                                     = :HV-CUSTOMER-NUMBER)
                     OR (A.ACCOUNT_CUSTOMER_NUMBER
                            = :HV-CUSTOMER-NUMBER
                         AND NOT EXISTS
                          (SELECT 1
                             FROM ACCOUNT_OWNER O
                            WHERE O.ACCOUNT_OWNER_SORTCODE
                                     = A.ACCOUNT_SORTCODE
                              AND O.ACCOUNT_OWNER_NUMBER
                                     = A.ACCOUNT_NUMBER)))
                  ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'SCVEXTR ' TO BREG-JOB.
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
           DISPLAY 'SCVEXTR: FILE DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-RUN-DATE-TEXT-DD.
           MOVE WS-CURR-DATE-MM TO WS-RUN-DATE-TEXT-MM.
           MOVE WS-CURR-DATE-YYYY TO WS-RUN-DATE-TEXT-YYYY.

           OPEN OUTPUT SCV-OUT-FILE.
           OPEN OUTPUT SCV-RPT-FILE.

           MOVE SPACES TO SCV-HDR-RECORD.
           MOVE 'H' TO SCV-HDR-TYPE.
           MOVE 'SINGLE CUSTOMER VIEW' TO SCV-HDR-LITERAL.
           MOVE SORTCODE TO SCV-HDR-SORTCODE.
           MOVE WS-RUN-DATE-DISPLAY TO SCV-HDR-FILE-DATE.
           MOVE WS-PROTECTION-LIMIT TO SCV-HDR-LIMIT.
           WRITE SCV-HDR-RECORD.

           MOVE WS-RUN-DATE-TEXT TO WS-HEAD-DATE.
           MOVE WS-PROTECTION-LIMIT TO WS-HEAD-LIMIT.
           MOVE WS-HEAD-LINE TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.
           MOVE SPACES TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.
           MOVE WS-COLUMN-LINE TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.

           EXEC SQL
              OPEN SCVCUST-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'SCVEXTR: UNABLE TO OPEN SCVCUST-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-IF.

           PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CUSTOMERS
             PERFORM BUILD-DEPOSITOR THRU BUILD-DEPOSITOR-END
             PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END
           END-PERFORM.

           EXEC SQL
              CLOSE SCVCUST-CURSOR
           END-EXEC.

           PERFORM WRITE-SORTCODE-LINE THRU WRITE-SORTCODE-LINE-END.

           MOVE SPACES TO SCV-TRL-RECORD.
           MOVE 'T' TO SCV-TRL-TYPE.
           MOVE 'SINGLE CUSTOMER VIEW' TO SCV-TRL-LITERAL.
           MOVE WS-DEPOSITORS TO SCV-TRL-DEPOSITORS.
           MOVE WS-ACCOUNTS-WRITTEN TO SCV-TRL-ACCOUNTS.
           MOVE WS-TOTAL-AGGREGATE TO SCV-TRL-AGGREGATE.
           MOVE WS-TOTAL-COMPENSATABLE TO SCV-TRL-COMPENSATABLE.
           WRITE SCV-TRL-RECORD.

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END.

           CLOSE SCV-OUT-FILE.
           CLOSE SCV-RPT-FILE.

           MOVE WS-CUSTS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'SCVEXTR: CUSTOMERS SCANNED    = ' WS-RECS-DISPLAY.
           MOVE WS-DEPOSITORS TO WS-RECS-DISPLAY.
           DISPLAY 'SCVEXTR: DEPOSITORS WRITTEN   = ' WS-RECS-DISPLAY.
           MOVE WS-DEPS-FLAGGED TO WS-RECS-DISPLAY.
           DISPLAY 'SCVEXTR: DEPOSITORS FLAGGED   = ' WS-RECS-DISPLAY.
           MOVE WS-ACCOUNTS-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'SCVEXTR: ACCOUNTS WRITTEN     = ' WS-RECS-DISPLAY.
           MOVE WS-TOTAL-COMPENSATABLE TO WS-AMOUNT-DISPLAY.
           DISPLAY 'SCVEXTR: TOTAL COMPENSATABLE  = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-DEPOSITORS TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE FETCH-NEXT-CUSTOMER
       FETCH-NEXT-CUSTOMER.
           EXEC SQL
              FETCH SCVCUST-CURSOR
                INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                     :HV-CUSTOMER-TITLE, :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME, :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY, :HV-CUSTOMER-TAX-ID,
                     :HV-CUSTOMER-STATUS
           END-EXEC.

           IF SQLCODE = 0
             ADD 1 TO WS-CUSTS-READ
           ELSE
             IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'SCVEXTR: CUSTOMER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 12 TO RETURN-CODE
             END-IF
             MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-IF.
       FETCH-NEXT-CUSTOMER-END.

      * PROCEDURE BUILD-DEPOSITOR
      * Gathers the customer's deposit accounts and, if there are
      * any, writes the depositor record and the account records
      * behind it.
       BUILD-DEPOSITOR.
           IF HV-CUSTOMER-SORTCODE NOT = WS-BREAK-SORTCODE
             PERFORM WRITE-SORTCODE-LINE THRU WRITE-SORTCODE-LINE-END
             MOVE HV-CUSTOMER-SORTCODE TO WS-BREAK-SORTCODE
           END-IF.

           PERFORM SET-CUSTOMER-FLAG THRU SET-CUSTOMER-FLAG-END.

           MOVE 0 TO WS-DEP-ACCOUNTS.
           MOVE 0 TO WS-DEP-AGGREGATE.
           MOVE SPACE TO WS-DEP-FLAG.

           SET TOTALLING-PASS TO TRUE.
           PERFORM READ-DEPOSIT-ACCOUNTS
              THRU READ-DEPOSIT-ACCOUNTS-END.

           IF WS-DEP-ACCOUNTS = 0
             GO TO BUILD-DEPOSITOR-END
           END-IF.

           PERFORM WRITE-DEPOSITOR THRU WRITE-DEPOSITOR-END.

           SET WRITING-PASS TO TRUE.
           PERFORM READ-DEPOSIT-ACCOUNTS
              THRU READ-DEPOSIT-ACCOUNTS-END.
       BUILD-DEPOSITOR-END.

      * PROCEDURE READ-DEPOSIT-ACCOUNTS
       READ-DEPOSIT-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN SCVACCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SCVEXTR: UNABLE TO OPEN SCVACCT-CURSOR FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             GO TO READ-DEPOSIT-ACCOUNTS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             EXEC SQL
                FETCH SCVACCT-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-TYPE, :HV-ACCOUNT-ACTUAL-BAL,
                       :HV-ACCOUNT-ACCRUED, :HV-ACCOUNT-OWNERS,
                       :HV-ACCOUNT-FREEZES
             END-EXEC
             IF SQLCODE = 0
               PERFORM ADD-DEPOSIT-ACCOUNT
                  THRU ADD-DEPOSIT-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SCVEXTR: ACCOUNT FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE SCVACCT-CURSOR
           END-EXEC.
       READ-DEPOSIT-ACCOUNTS-END.

      * PROCEDURE SET-CUSTOMER-FLAG
      * A sanctions review outranks a death - the estate cannot be
      * paid either way, but the review must be resolved first.
       SET-CUSTOMER-FLAG.
           MOVE SPACE TO WS-CUSTOMER-FLAG.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-REVIEW-COUNT
                FROM SCREEN_REVIEW
               WHERE SCREEN_REVIEW_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND SCREEN_REVIEW_NUMBER = :HV-CUSTOMER-NUMBER
                 AND SCREEN_REVIEW_STATUS IN ('O', 'T')
           END-EXEC.

           IF SQLCODE = 0 AND HV-REVIEW-COUNT > 0
             MOVE 'S' TO WS-CUSTOMER-FLAG
             GO TO SET-CUSTOMER-FLAG-END
           END-IF.

           IF HV-CUSTOMER-STATUS = 'DECEASED'
             MOVE 'D' TO WS-CUSTOMER-FLAG
           END-IF.
       SET-CUSTOMER-FLAG-END.

      * PROCEDURE ADD-DEPOSIT-ACCOUNT
      * The customer's equal share of the credit balance and accrued
      * interest, and the account's payout status - totalled into
      * the depositor on the first pass, written on the second.
       ADD-DEPOSIT-ACCOUNT.
           IF HV-ACCOUNT-OWNERS < 1
             MOVE 1 TO HV-ACCOUNT-OWNERS
           END-IF.

           MOVE 0 TO WS-ACC-SHARE.
           IF HV-ACCOUNT-ACTUAL-BAL + HV-ACCOUNT-ACCRUED > 0
             COMPUTE WS-ACC-SHARE ROUNDED =
                (HV-ACCOUNT-ACTUAL-BAL + HV-ACCOUNT-ACCRUED)
                / HV-ACCOUNT-OWNERS
           END-IF.

           EVALUATE TRUE
             WHEN WS-CUSTOMER-FLAG = 'S'
               MOVE 'S' TO WS-ACCOUNT-STATUS
             WHEN HV-ACCOUNT-FREEZES > 0
               MOVE 'F' TO WS-ACCOUNT-STATUS
             WHEN WS-CUSTOMER-FLAG = 'D'
               MOVE 'D' TO WS-ACCOUNT-STATUS
             WHEN OTHER
               MOVE 'A' TO WS-ACCOUNT-STATUS
           END-EVALUATE.

           IF WRITING-PASS
             PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-END
             GO TO ADD-DEPOSIT-ACCOUNT-END
           END-IF.

      *
      *    The depositor takes the most serious of its accounts'
      *    flags - S, then F, then D.
      *
           EVALUATE TRUE
             WHEN WS-ACCOUNT-STATUS = 'A'
               CONTINUE
             WHEN WS-ACCOUNT-STATUS = 'S'
               MOVE 'S' TO WS-DEP-FLAG
             WHEN WS-ACCOUNT-STATUS = 'F' AND WS-DEP-FLAG NOT = 'S'
               MOVE 'F' TO WS-DEP-FLAG
             WHEN WS-DEP-FLAG = SPACE
               MOVE WS-ACCOUNT-STATUS TO WS-DEP-FLAG
           END-EVALUATE.

           ADD WS-ACC-SHARE TO WS-DEP-AGGREGATE.
           ADD 1 TO WS-DEP-ACCOUNTS.
       ADD-DEPOSIT-ACCOUNT-END.

      * PROCEDURE WRITE-ACCOUNT
       WRITE-ACCOUNT.
           MOVE SPACES TO SCV-ACC-RECORD.
           MOVE 'A' TO SCV-ACC-TYPE.
           MOVE HV-CUSTOMER-SORTCODE TO SCV-ACC-CUST-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO SCV-ACC-CUST-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO SCV-ACC-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO SCV-ACC-NUMBER.
           MOVE HV-ACCOUNT-TYPE TO SCV-ACC-PRODUCT.
           MOVE HV-ACCOUNT-OWNERS TO SCV-ACC-OWNERS.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO SCV-ACC-BALANCE.
           MOVE HV-ACCOUNT-ACCRUED TO SCV-ACC-ACCRUED.
           MOVE WS-ACC-SHARE TO SCV-ACC-SHARE.
           MOVE WS-ACCOUNT-STATUS TO SCV-ACC-STATUS.
           WRITE SCV-ACC-RECORD.
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
           ADD 1 TO WS-SC-ACCOUNTS.
       WRITE-ACCOUNT-END.

      * PROCEDURE WRITE-DEPOSITOR
       WRITE-DEPOSITOR.
           IF WS-DEP-AGGREGATE > WS-PROTECTION-LIMIT
             MOVE WS-PROTECTION-LIMIT TO WS-DEP-COMPENSATABLE
           ELSE
             MOVE WS-DEP-AGGREGATE TO WS-DEP-COMPENSATABLE
           END-IF.

           MOVE SPACES TO SCV-DEP-RECORD.
           MOVE 'D' TO SCV-DEP-TYPE.
           MOVE HV-CUSTOMER-SORTCODE TO SCV-DEP-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO SCV-DEP-NUMBER.
           MOVE HV-CUSTOMER-TITLE TO SCV-DEP-TITLE.
           MOVE HV-CUSTOMER-FIRST-NAME TO SCV-DEP-FIRST-NAME.
           MOVE HV-CUSTOMER-LAST-NAME TO SCV-DEP-LAST-NAME.
           MOVE HV-CUSTOMER-DOB TO SCV-DEP-DOB.
           MOVE HV-CUSTOMER-ADDR-LINE1 TO SCV-DEP-ADDR-LINE1.
           MOVE HV-CUSTOMER-ADDR-LINE2 TO SCV-DEP-ADDR-LINE2.
           MOVE HV-CUSTOMER-CITY TO SCV-DEP-CITY.
           MOVE HV-CUSTOMER-POSTCODE TO SCV-DEP-POSTCODE.
           MOVE HV-CUSTOMER-COUNTRY TO SCV-DEP-COUNTRY.
           MOVE HV-CUSTOMER-TAX-ID TO SCV-DEP-TAX-ID.
           MOVE WS-DEP-FLAG TO SCV-DEP-FLAG.
           MOVE WS-DEP-ACCOUNTS TO SCV-DEP-ACCOUNTS.
           MOVE WS-DEP-AGGREGATE TO SCV-DEP-AGGREGATE.
           MOVE WS-DEP-COMPENSATABLE TO SCV-DEP-COMPENSATABLE.
           WRITE SCV-DEP-RECORD.

           ADD 1 TO WS-DEPOSITORS.
           ADD 1 TO WS-SC-DEPOSITORS.
           ADD WS-DEP-AGGREGATE TO WS-TOTAL-AGGREGATE.
           ADD WS-DEP-AGGREGATE TO WS-SC-AGGREGATE.
           ADD WS-DEP-COMPENSATABLE TO WS-TOTAL-COMPENSATABLE.
           ADD WS-DEP-COMPENSATABLE TO WS-SC-COMPENSATABLE.

           IF WS-DEP-FLAG NOT = SPACE
             ADD 1 TO WS-DEPS-FLAGGED
             ADD 1 TO WS-SC-FLAGGED
             ADD WS-DEP-COMPENSATABLE TO WS-SC-HELD
             ADD WS-DEP-COMPENSATABLE TO WS-TOTAL-HELD
           END-IF.
       WRITE-DEPOSITOR-END.

      * PROCEDURE WRITE-SORTCODE-LINE
      * Summary line for the finished sort code.
       WRITE-SORTCODE-LINE.
           IF WS-BREAK-SORTCODE = SPACES
             GO TO WRITE-SORTCODE-LINE-END
           END-IF.

           MOVE WS-BREAK-SORTCODE TO WS-SCL-SORTCODE.
           MOVE WS-SC-DEPOSITORS TO WS-SCL-DEPOSITORS.
           MOVE WS-SC-FLAGGED TO WS-SCL-FLAGGED.
           MOVE WS-SC-ACCOUNTS TO WS-SCL-ACCOUNTS.
           MOVE WS-SC-AGGREGATE TO WS-SCL-AGGREGATE.
           MOVE WS-SC-COMPENSATABLE TO WS-SCL-COMPENSATABLE.
           MOVE WS-SC-HELD TO WS-SCL-HELD.
           MOVE WS-SORTCODE-LINE TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.

           MOVE 0 TO WS-SC-DEPOSITORS.
           MOVE 0 TO WS-SC-FLAGGED.
           MOVE 0 TO WS-SC-ACCOUNTS.
           MOVE 0 TO WS-SC-AGGREGATE.
           MOVE 0 TO WS-SC-COMPENSATABLE.
           MOVE 0 TO WS-SC-HELD.
       WRITE-SORTCODE-LINE-END.

      * PROCEDURE WRITE-REPORT-TOTALS
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.

           MOVE 'TOTAL ' TO WS-SCL-SORTCODE.
           MOVE WS-DEPOSITORS TO WS-SCL-DEPOSITORS.
           MOVE WS-DEPS-FLAGGED TO WS-SCL-FLAGGED.
           MOVE WS-ACCOUNTS-WRITTEN TO WS-SCL-ACCOUNTS.
           MOVE WS-TOTAL-AGGREGATE TO WS-SCL-AGGREGATE.
           MOVE WS-TOTAL-COMPENSATABLE TO WS-SCL-COMPENSATABLE.
           MOVE WS-TOTAL-HELD TO WS-SCL-HELD.
           MOVE WS-SORTCODE-LINE TO SCV-RPT-RECORD.
           WRITE SCV-RPT-RECORD.
       WRITE-REPORT-TOTALS-END.

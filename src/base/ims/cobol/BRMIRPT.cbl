       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMIRPT.

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
      * Monthly branch portfolio management information.
      *
      * Apart from the daily control proofs, branch managers have no
      * picture of their book. This month-end job reports each sort
      * code on the BRANCH directory. There is a line for each
      * product (ACCOUNT_TYPE) and a branch total line, showing:
      *
      *   - accounts opened and closed in the month, and the number
      *     open at the month end;
      *   - closing and average balances;
      *   - the overdraft limits granted on those accounts against
      *     the overdrawn part of their balances (the limit used);
      *   - fee income (CHG postings net of refunds), debit interest
      *     charged and credit interest paid gross (INT and IAJ).
      *
      * The branch total also shows new customers against those
      * lost. A lost customer is one deleted or anonymised through
      * DELCUS, one transferred out (moved to another sort code by
      * TRANSCUS, or sold with a book through BKSCLOS), or one who
      * has died (a confirmed DECEASED_NOTICE). A deceased customer
      * whose record is later deleted counts once, as a death.
      *
      * The month is the one before the business date, unless a
      * MONTH=CCYYMM card names an earlier one. Balances at the
      * month end come from today's balances, less the postings
      * made since the month closed. The average balance is the
      * mean of the daily closing balances, worked back from the
      * month end through each posting's day. An account closed
      * in the month counts in its average up to the day it closed.
      * Other currencies are valued in sterling at the latest
      * EXCHANGE_RATE on or before the month end. An account whose
      * currency has no rate is counted but left out of the money.
      *
      * Each month's figures are kept on BRANCH_MI_SNAPSHOT, and
      * every line is printed with the same figures for the month
      * before and the same month last year beneath it. A rerun for
      * a month replaces that month's snapshot. The same figures go
      * to a comma-separated extract for the regional office, one
      * row per line and month printed. The report ends with a
      * region summary page, which totals every branch's snapshot
      * rows for the three months by product.
      *
      * The run ends with RC 4 when some of the month's postings at
      * a branch have already been archived by PROCARCH (that
      * branch's income and average balances are then understated)
      * or an account had no exchange rate. It ends with RC 8 when
      * a branch could not be reported. That branch's snapshot is
      * not stored, so a later comparison shows no figures for it
      * rather than wrong ones.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRMI-RPT-FILE ASSIGN TO BRMIRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRMI-CSV-FILE ASSIGN TO BRMICSV
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  BRMI-RPT-FILE
           RECORDING MODE IS F.
       01  BRMI-RPT-RECORD               PIC X(132).

       FD  BRMI-CSV-FILE
           RECORDING MODE IS F.
       01  BRMI-CSV-RECORD               PIC X(218).

       WORKING-STORAGE SECTION.

      * BRANCH DB2 copybook - the sort codes reported
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

       01  HV-BRANCH-SORTCODE            PIC X(6).
       01  HV-BRANCH-NAME                PIC X(50).

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE DB2 copybook - accounts closed in the month,
      * or since
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook - the currency of an archived
      * account's product
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * One account as it stood in the month. HV-ACCOUNT-STATE is
      * 'L' still live, 'A' archived since the month end, or 'C'
      * closed in the month on HV-ACCOUNT-CLOSED-DAY.
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-CURRENCY       PIC X(3).
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OD-LIMIT       PIC S9(9) COMP.
           03  HV-ACCOUNT-BALANCE        PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-STATE          PIC X.
           03  HV-ACCOUNT-CLOSED-DAY     PIC S9(9) COMP.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * The account's postings from the start of the month on
       01  HOST-POSTING-SUMS.
           03  HV-SUM-AFTER              PIC S9(13)V99 COMP-3.
           03  HV-SUM-WEIGHTED           PIC S9(13)V99 COMP-3.
           03  HV-SUM-FEES               PIC S9(13)V99 COMP-3.
           03  HV-SUM-INT-DEBIT          PIC S9(13)V99 COMP-3.
           03  HV-SUM-INT-CREDIT         PIC S9(13)V99 COMP-3.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_ARCHIVE DB2 copybook - customers deleted,
      * anonymised or transferred out
           EXEC SQL
              INCLUDE CUSTARC
           END-EXEC.

      * DECEASED_NOTICE DB2 copybook - deaths notified
           EXEC SQL
              INCLUDE DECNTDB2
           END-EXEC.

       77  HV-CUSTOMER-COUNT         PIC S9(9) COMP    VALUE 0.

      * EXCHANGE_RATE DB2 copybook - the month-end sterling
      * valuation
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

       01  HV-CURRENCY                   PIC X(3).
       01  HV-RATE                       PIC S9(5)V9(6) COMP-3.

      * PTRAN_ARCHIVE_CONTROL DB2 copybook - how far PROCARCH has
      * unloaded the sort code's history
           EXEC SQL
              INCLUDE PARCDB2
           END-EXEC.

       01  HV-ARCH-THRU-DATE             PIC S9(9) COMP.

      * BRANCH_MI_SNAPSHOT DB2 copybook
           EXEC SQL
              INCLUDE BRMIDB2
           END-EXEC.

      * One line of figures - the month being reported as it is
      * stored, or an earlier month read back for the comparison
       01  HOST-SNAPSHOT-ROW.
           03  HV-BRMI-MONTH             PIC S9(9) COMP.
           03  HV-BRMI-SORTCODE          PIC X(6).
           03  HV-BRMI-PRODUCT           PIC X(8).
           03  HV-BRMI-OPENED            PIC S9(9) COMP.
           03  HV-BRMI-CLOSED            PIC S9(9) COMP.
           03  HV-BRMI-ACCOUNTS          PIC S9(9) COMP.
           03  HV-BRMI-CLOSING-BAL       PIC S9(13)V99 COMP-3.
           03  HV-BRMI-AVERAGE-BAL       PIC S9(13)V99 COMP-3.
           03  HV-BRMI-OD-GRANTED        PIC S9(13)V99 COMP-3.
           03  HV-BRMI-OD-USED           PIC S9(13)V99 COMP-3.
           03  HV-BRMI-FEE-INCOME        PIC S9(13)V99 COMP-3.
           03  HV-BRMI-INT-INCOME        PIC S9(13)V99 COMP-3.
           03  HV-BRMI-INT-PAID          PIC S9(13)V99 COMP-3.
           03  HV-BRMI-NEW-CUST          PIC S9(9) COMP.
           03  HV-BRMI-LOST-DELETED      PIC S9(9) COMP.
           03  HV-BRMI-LOST-TRANSFER     PIC S9(9) COMP.
           03  HV-BRMI-LOST-DECEASED     PIC S9(9) COMP.
           03  HV-BRMI-RUN-DATE          PIC S9(9) COMP.

       77  HV-CMP-MONTH              PIC S9(9) COMP    VALUE 0.
       77  HV-REGION-ROWS            PIC S9(9) COMP    VALUE 0.

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
      * with the CURRENT DATE fallback.
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
       77  WS-RUN-MONTH              PIC 9(6)          VALUE 0.

       01  WS-RUN-DATE-TEXT.
           05  WS-RUN-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-RUN-DATE-TEXT-YYYY PIC X(4).

      *
      * The month reported, CCYYMM, and the two it is compared
      * with. WS-STEP-MONTH is the work area for stepping back a
      * month.
      *
       01  WS-MI-MONTH               PIC 9(6)          VALUE 0.
       01  WS-MI-MONTH-GRP REDEFINES WS-MI-MONTH.
           05  WS-MI-YYYY            PIC 9(4).
           05  WS-MI-MM              PIC 99.

       77  WS-PRIOR-MONTH            PIC 9(6)          VALUE 0.
       77  WS-YEARAGO-MONTH          PIC 9(6)          VALUE 0.

       01  WS-STEP-MONTH             PIC 9(6)          VALUE 0.
       01  WS-STEP-MONTH-GRP REDEFINES WS-STEP-MONTH.
           05  WS-STEP-YYYY          PIC 9(4).
           05  WS-STEP-MM            PIC 99.

      *
      * The month's first and last days, as CCYYMMDD integers for
      * the integer-dated columns, as the same digits in text for
      * comparing the DD.MM.YYYY text dates turned round, and the
      * first day as an ISO date for the date arithmetic.
      *
       77  WS-MONTH-START            PIC S9(9) COMP    VALUE 0.
       77  WS-MONTH-END              PIC S9(9) COMP    VALUE 0.
       77  HV-DAYS-IN-MONTH          PIC S9(9) COMP    VALUE 0.

       01  WS-MONTH-START-N          PIC 9(8)          VALUE 0.
       01  WS-MONTH-START-KEY REDEFINES WS-MONTH-START-N
                                     PIC X(8).
       01  WS-MONTH-END-N            PIC 9(8)          VALUE 0.
       01  WS-MONTH-END-KEY REDEFINES WS-MONTH-END-N
                                     PIC X(8).

       01  WS-MONTH-START-ISO.
           05  WS-MSI-YYYY           PIC 9(4).
           05  FILLER                PIC X VALUE '-'.
           05  WS-MSI-MM             PIC 99.
           05  FILLER                PIC X(3) VALUE '-01'.

      *
      * The figures for the product being gathered, and the branch
      * total they roll into.
      *
       01  WS-PRODUCT-FIGURES.
           05  WS-PRD-OPENED         PIC S9(9) COMP.
           05  WS-PRD-CLOSED         PIC S9(9) COMP.
           05  WS-PRD-ACCOUNTS       PIC S9(9) COMP.
           05  WS-PRD-CLOSING-BAL    PIC S9(13)V99 COMP-3.
           05  WS-PRD-AVERAGE-BAL    PIC S9(13)V99 COMP-3.
           05  WS-PRD-OD-GRANTED     PIC S9(13)V99 COMP-3.
           05  WS-PRD-OD-USED        PIC S9(13)V99 COMP-3.
           05  WS-PRD-FEE-INCOME     PIC S9(13)V99 COMP-3.
           05  WS-PRD-INT-INCOME     PIC S9(13)V99 COMP-3.
           05  WS-PRD-INT-PAID       PIC S9(13)V99 COMP-3.

       01  WS-BRANCH-FIGURES.
           05  WS-BRT-OPENED         PIC S9(9) COMP.
           05  WS-BRT-CLOSED         PIC S9(9) COMP.
           05  WS-BRT-ACCOUNTS       PIC S9(9) COMP.
           05  WS-BRT-CLOSING-BAL    PIC S9(13)V99 COMP-3.
           05  WS-BRT-AVERAGE-BAL    PIC S9(13)V99 COMP-3.
           05  WS-BRT-OD-GRANTED     PIC S9(13)V99 COMP-3.
           05  WS-BRT-OD-USED        PIC S9(13)V99 COMP-3.
           05  WS-BRT-FEE-INCOME     PIC S9(13)V99 COMP-3.
           05  WS-BRT-INT-INCOME     PIC S9(13)V99 COMP-3.
           05  WS-BRT-INT-PAID       PIC S9(13)V99 COMP-3.
           05  WS-BRT-NEW-CUST       PIC S9(9) COMP.
           05  WS-BRT-LOST-DELETED   PIC S9(9) COMP.
           05  WS-BRT-LOST-TRANSFER  PIC S9(9) COMP.
           05  WS-BRT-LOST-DECEASED  PIC S9(9) COMP.

       01  WS-CURR-PRODUCT           PIC X(8)          VALUE SPACES.

      *
      * One account's month-end and average balance in its own
      * currency, and the sterling equivalent of a figure.
      *
       77  WS-ME-BALANCE             PIC S9(13)V99     VALUE 0.
       77  WS-AVG-BALANCE            PIC S9(13)V99     VALUE 0.
       77  WS-BALANCE-DAYS           PIC S9(9) COMP    VALUE 0.
       77  WS-GBP-AMOUNT             PIC S9(13)V99     VALUE 0.
       77  WS-ACCOUNT-RATE           PIC S9(5)V9(6) COMP-3 VALUE 0.

      *
      * The rates already looked up this run, by currency.
      *
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RATE-CCY           PIC X(3).
               10  WS-RATE-VALUE         PIC S9(5)V9(6) COMP-3.
       77  WS-RATE-COUNT             PIC S9(4) COMP    VALUE 0.
       77  WS-RATE-IX                PIC S9(4) COMP    VALUE 0.
       77  WS-RATE-FOUND-IX          PIC S9(4) COMP    VALUE 0.
       77  WS-RATE-LIMIT             PIC S9(4) COMP    VALUE 20.

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-BRANCHES        PIC X             VALUE 'N'.
           88  END-OF-BRANCHES       VALUE 'Y'.
       77  WS-END-OF-ACCOUNTS        PIC X             VALUE 'N'.
           88  END-OF-ACCOUNTS       VALUE 'Y'.
       77  WS-END-OF-PRODUCTS        PIC X             VALUE 'N'.
           88  END-OF-PRODUCTS       VALUE 'Y'.

      * Cleared when a DB2 problem leaves the branch's figures
      * incomplete - they are then printed but not stored
       77  WS-BRANCH-OK              PIC X             VALUE 'Y'.
           88  BRANCH-FIGURES-OK     VALUE 'Y'.

       77  WS-BRANCHES-REPORTED      PIC 9(8)  COMP    VALUE 0.
       77  WS-BRANCHES-FAILED        PIC 9(8)  COMP    VALUE 0.
       77  WS-BRANCHES-ARCHIVED      PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCOUNTS-READ          PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCOUNTS-NO-RATE       PIC 9(8)  COMP    VALUE 0.
       77  WS-SNAPSHOTS-STORED       PIC 9(8)  COMP    VALUE 0.
       77  WS-EXTRACT-ROWS           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(46)
                 VALUE 'BRMIRPT - BRANCH PORTFOLIO MI - MONTH ENDING '.
           05  WS-HEAD-YYYY          PIC 9(4).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-HEAD-MM            PIC 99.
           05  FILLER                PIC X(6)  VALUE ' - RUN'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-HEAD-DATE          PIC X(10).

       01  WS-BRANCH-HEAD-LINE.
           05  FILLER                PIC X(7)  VALUE 'BRANCH '.
           05  WS-BHD-SORTCODE       PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-BHD-NAME           PIC X(50).

       01  WS-REGION-HEAD-LINE.
           05  FILLER                PIC X(24)
                 VALUE 'REGION SUMMARY - ALL OF '.
           05  WS-RHD-BRANCHES       PIC ZZZZ9.
           05  FILLER                PIC X(33)
                 VALUE ' BRANCHES ON THE BRANCH DIRECTORY'.

       01  WS-COLUMN-HEAD-LINE.
           05  FILLER                PIC X(39)
                 VALUE 'PRODUCT  MONTH   OPENED CLOSED ACCOUNTS'.
           05  FILLER                PIC X(24)
                 VALUE ' CLOSING BAL AVERAGE BAL'.
           05  FILLER                PIC X(24)
                 VALUE '  OD GRANTED     OD USED'.
           05  FILLER                PIC X(24)
                 VALUE '  FEE INCOME  INT INCOME'.
           05  FILLER                PIC X(12)
                 VALUE '    INT PAID'.

      * Money is printed in whole pounds; the extract carries pence
       01  WS-DETAIL-LINE.
           05  WS-DTL-PRODUCT        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-YYYY           PIC 9(4).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-DTL-MM             PIC 99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-OPENED         PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-CLOSED         PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-ACCOUNTS       PIC ZZZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-CLOSING-BAL    PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-AVERAGE-BAL    PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-OD-GRANTED     PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-OD-USED        PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-FEE-INCOME     PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-INT-INCOME     PIC -(10)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DTL-INT-PAID       PIC -(10)9.

       01  WS-NOT-HELD-LINE.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  WS-NHL-YYYY           PIC 9(4).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-NHL-MM             PIC 99.
           05  FILLER                PIC X(17)
                 VALUE '  NO FIGURES HELD'.

       01  WS-CUSTOMER-LINE.
           05  FILLER                PIC X(17) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE 'CUSTOMERS  NEW '.
           05  WS-CST-NEW            PIC ZZZZZ9.
           05  FILLER                PIC X(16) VALUE '   LOST DELETED '.
           05  WS-CST-DELETED        PIC ZZZZZ9.
           05  FILLER                PIC X(14) VALUE '  TRANSFERRED '.
           05  WS-CST-TRANSFER       PIC ZZZZZ9.
           05  FILLER                PIC X(11) VALUE '  DECEASED '.
           05  WS-CST-DECEASED       PIC ZZZZZ9.
           05  FILLER                PIC X(6)  VALUE '  NET '.
           05  WS-CST-NET            PIC -(6)9.

       01  WS-WARNING-LINE           PIC X(132).
       77  WS-ARCH-THRU-DISPLAY      PIC 9(8)          VALUE 0.
       77  WS-NET-CUSTOMERS          PIC S9(9) COMP    VALUE 0.

      *
      * The extract row - one for each line and month printed. The
      * branch total is product *ALL, and the region summary rows
      * carry REGION for the sort code.
      *
       01  WS-CSV-LINE.
           05  WS-CSV-REPORT-MONTH   PIC 9(6).
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-FIGURES-MONTH  PIC 9(6).
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-SORTCODE       PIC X(6).
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-PRODUCT        PIC X(8).
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-OPENED         PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-CLOSED         PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-ACCOUNTS       PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-CLOSING-BAL    PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-AVERAGE-BAL    PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-OD-GRANTED     PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-OD-USED        PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-FEE-INCOME     PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-INT-INCOME     PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-INT-PAID       PIC -(12)9.99.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-NEW-CUST       PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-LOST-DELETED   PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-LOST-TRANSFER  PIC Z(8)9.
           05  FILLER                PIC X     VALUE ','.
           05  WS-CSV-LOST-DECEASED  PIC Z(8)9.

      * Every sort code on the directory. WITH HOLD so the commit
      * after each branch does not close it.
           EXEC SQL
              DECLARE MI-BRANCH-CURSOR CURSOR WITH HOLD FOR
                 SELECT BRANCH_SORTCODE, BRANCH_NAME
                   FROM BRANCH
                  ORDER BY BRANCH_SORTCODE
           END-EXEC.

      * The branch's accounts that were open at some time in the
      * month - those still live, and those archived in the month
      * or since - in product order.
           EXEC SQL
              DECLARE MI-ACCOUNT-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER,
                        COALESCE(ACCOUNT_TYPE, 'UNKNOWN'),
                        COALESCE(ACCOUNT_CURRENCY, 'GBP'),
                        COALESCE(ACCOUNT_OPENED, 0),
                        COALESCE(ACCOUNT_OVERDRAFT_LIMIT, 0),
                        COALESCE(ACCOUNT_ACTUAL_BALANCE, 0),
                        'L', 0
                   FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-BRANCH-SORTCODE
                    AND COALESCE(ACCOUNT_OPENED, 0) <= :WS-MONTH-END
                 UNION ALL
                 SELECT H.ACCOUNT_NUMBER,
                        COALESCE(H.ACCOUNT_TYPE, 'UNKNOWN'),
                        COALESCE(
                           (SELECT MAX(R.ACCOUNT_PRODUCT_CURRENCY)
                              FROM ACCOUNT_PRODUCT R
                             WHERE R.ACCOUNT_PRODUCT_TYPE
                                      = H.ACCOUNT_TYPE), 'GBP'),
                        COALESCE(H.ACCOUNT_OPENED, 0),
                        COALESCE(H.ACCOUNT_OVERDRAFT_LIMIT, 0),
                        COALESCE(H.ACCOUNT_ACTUAL_BALANCE, 0),
                        CASE WHEN SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE,
                                         7, 4)
                                  CONCAT
                                  SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE,
                                         4, 2)
                                  CONCAT
                                  SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE,
                                         1, 2) > :WS-MONTH-END-KEY
                             THEN 'A' ELSE 'C' END,
                        INTEGER(SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE,
                                       1, 2))
                   FROM ACCOUNT_ARCHIVE H
                  WHERE H.ACCOUNT_SORTCODE = :HV-BRANCH-SORTCODE
                    AND COALESCE(H.ACCOUNT_OPENED, 0) <= :WS-MONTH-END
                    AND SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE, 7, 4)
                        CONCAT
                        SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE, 4, 2)
                        CONCAT
                        SUBSTR(H.ACCOUNT_ARCHIVE_CLOSED_DATE, 1, 2)
                           >= :WS-MONTH-START-KEY
                  ORDER BY 2, 1
           END-EXEC.

      * The products the branches reported this month, for the
      * region summary.
           EXEC SQL
              DECLARE MI-PRODUCT-CURSOR CURSOR FOR
                 SELECT BRMI_PRODUCT
                   FROM BRANCH_MI_SNAPSHOT
                  WHERE BRMI_MONTH = :HV-BRMI-MONTH
                    AND BRMI_PRODUCT <> '*ALL'
                  GROUP BY BRMI_PRODUCT
                  ORDER BY BRMI_PRODUCT
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BRMIRPT ' TO BREG-JOB.
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
           DISPLAY 'BRMIRPT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-RUN-DATE-TEXT-DD.
           MOVE WS-CURR-DATE-MM TO WS-RUN-DATE-TEXT-MM.
           MOVE WS-CURR-DATE-YYYY TO WS-RUN-DATE-TEXT-YYYY.

      *
      *    By default the month before the business date - the last
      *    one to have closed.
      *
           COMPUTE WS-RUN-MONTH =
              (WS-CURR-DATE-YYYY * 100) + WS-CURR-DATE-MM.
           MOVE WS-RUN-MONTH TO WS-STEP-MONTH.
           PERFORM STEP-BACK-MONTH THRU STEP-BACK-MONTH-END.
           MOVE WS-STEP-MONTH TO WS-MI-MONTH.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           DISPLAY 'BRMIRPT: MONTH REPORTED = ' WS-MI-MONTH.

           MOVE WS-MI-MONTH TO WS-STEP-MONTH.
           PERFORM STEP-BACK-MONTH THRU STEP-BACK-MONTH-END.
           MOVE WS-STEP-MONTH TO WS-PRIOR-MONTH.
           COMPUTE WS-YEARAGO-MONTH = WS-MI-MONTH - 100.

           MOVE WS-MI-YYYY TO WS-MSI-YYYY.
           MOVE WS-MI-MM TO WS-MSI-MM.

           EXEC SQL
              SELECT DAY(DATE(:WS-MONTH-START-ISO) + 1 MONTH - 1 DAY)
                INTO :HV-DAYS-IN-MONTH
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: DATE ARITHMETIC FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           COMPUTE WS-MONTH-START = (WS-MI-MONTH * 100) + 1.
           COMPUTE WS-MONTH-END =
              (WS-MI-MONTH * 100) + HV-DAYS-IN-MONTH.
           MOVE WS-MONTH-START TO WS-MONTH-START-N.
           MOVE WS-MONTH-END TO WS-MONTH-END-N.

      *
      *    A rerun for the month replaces its snapshot.
      *
           MOVE WS-MI-MONTH TO HV-BRMI-MONTH.

           EXEC SQL
              DELETE FROM BRANCH_MI_SNAPSHOT
               WHERE BRMI_MONTH = :HV-BRMI-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: SNAPSHOT CLEAR FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           OPEN OUTPUT BRMI-RPT-FILE.
           OPEN OUTPUT BRMI-CSV-FILE.

           MOVE WS-MI-YYYY TO WS-HEAD-YYYY.
           MOVE WS-MI-MM TO WS-HEAD-MM.
           MOVE WS-RUN-DATE-TEXT TO WS-HEAD-DATE.
           MOVE WS-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.

           PERFORM WRITE-EXTRACT-HEADER THRU WRITE-EXTRACT-HEADER-END.

           EXEC SQL
              OPEN MI-BRANCH-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'BRMIRPT: UNABLE TO OPEN MI-BRANCH-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-BRANCHES
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-BRANCHES
             EXEC SQL
                FETCH MI-BRANCH-CURSOR
                  INTO :HV-BRANCH-SORTCODE, :HV-BRANCH-NAME
             END-EXEC
             IF SQLCODE = 0
               PERFORM REPORT-ONE-BRANCH
                  THRU REPORT-ONE-BRANCH-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BRMIRPT: BRANCH FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-BRANCHES
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE MI-BRANCH-CURSOR
           END-EXEC.

           IF RETURN-CODE < 12
             PERFORM REPORT-REGION THRU REPORT-REGION-END
           END-IF.

           CLOSE BRMI-RPT-FILE.
           CLOSE BRMI-CSV-FILE.

           IF WS-BRANCHES-FAILED > 0 AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

           IF (WS-BRANCHES-ARCHIVED > 0 OR WS-ACCOUNTS-NO-RATE > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-BRANCHES-REPORTED TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: BRANCHES REPORTED      = '
                   WS-RECS-DISPLAY.
           MOVE WS-BRANCHES-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: BRANCHES INCOMPLETE    = '
                   WS-RECS-DISPLAY.
           MOVE WS-BRANCHES-ARCHIVED TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: BRANCHES PART-ARCHIVED = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCOUNTS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: ACCOUNTS READ          = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCOUNTS-NO-RATE TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: ACCOUNTS WITH NO RATE  = '
                   WS-RECS-DISPLAY.
           MOVE WS-SNAPSHOTS-STORED TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: SNAPSHOT ROWS STORED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-EXTRACT-ROWS TO WS-RECS-DISPLAY.
           DISPLAY 'BRMIRPT: EXTRACT ROWS WRITTEN   = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-SNAPSHOTS-STORED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * SYSIN is optional - an empty or missing deck reports the
      * month before the business date.
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-RUN-OPTION
                      THRU PARSE-RUN-OPTION-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
      * MONTH=CCYYMM reports an earlier month. The month must have
      * closed - the business date's own month, or a later one, is
      * refused and the default stands.
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:6) = 'MONTH='
               IF SYSIN-RECORD (7:6) NUMERIC
                 MOVE SYSIN-RECORD (7:6) TO WS-STEP-MONTH
                 IF WS-STEP-MM >= 1 AND WS-STEP-MM <= 12
                    AND WS-STEP-MONTH < WS-RUN-MONTH
                   MOVE WS-STEP-MONTH TO WS-MI-MONTH
                 ELSE
                   DISPLAY 'BRMIRPT: MONTH= CARD NOT A CLOSED MONTH '
                           '- IGNORED'
                 END-IF
               ELSE
                 DISPLAY 'BRMIRPT: UNUSABLE MONTH= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'BRMIRPT: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE STEP-BACK-MONTH
      * WS-STEP-MONTH becomes the month before.
       STEP-BACK-MONTH.
           IF WS-STEP-MM = 1
             MOVE 12 TO WS-STEP-MM
             SUBTRACT 1 FROM WS-STEP-YYYY
           ELSE
             SUBTRACT 1 FROM WS-STEP-MM
           END-IF.
       STEP-BACK-MONTH-END.

      * PROCEDURE REPORT-ONE-BRANCH
      * A line for each product the branch held in the month, in
      * product order, then the branch total with its customers.
      * The snapshot rows are committed with the branch.
       REPORT-ONE-BRANCH.
           ADD 1 TO WS-BRANCHES-REPORTED.
           MOVE 'Y' TO WS-BRANCH-OK.

           MOVE SPACES TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           MOVE HV-BRANCH-SORTCODE TO WS-BHD-SORTCODE.
           MOVE HV-BRANCH-NAME TO WS-BHD-NAME.
           MOVE WS-BRANCH-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           MOVE WS-COLUMN-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.

           PERFORM CHECK-ARCHIVED-POSTINGS
              THRU CHECK-ARCHIVED-POSTINGS-END.

           INITIALIZE WS-BRANCH-FIGURES.
           INITIALIZE WS-PRODUCT-FIGURES.
           MOVE HIGH-VALUES TO WS-CURR-PRODUCT.
           MOVE HV-BRANCH-SORTCODE TO HV-BRMI-SORTCODE.
           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN MI-ACCOUNT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: UNABLE TO OPEN MI-ACCOUNT-CURSOR FOR '
                     HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-BRANCH-OK
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             EXEC SQL
                FETCH MI-ACCOUNT-CURSOR
                  INTO :HV-ACCOUNT-NUMBER, :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-CURRENCY, :HV-ACCOUNT-OPENED,
                       :HV-ACCOUNT-OD-LIMIT, :HV-ACCOUNT-BALANCE,
                       :HV-ACCOUNT-STATE, :HV-ACCOUNT-CLOSED-DAY
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-ACCOUNTS-READ
               IF HV-ACCOUNT-TYPE NOT = WS-CURR-PRODUCT
                 IF WS-CURR-PRODUCT NOT = HIGH-VALUES
                   PERFORM FINISH-PRODUCT THRU FINISH-PRODUCT-END
                 END-IF
                 MOVE HV-ACCOUNT-TYPE TO WS-CURR-PRODUCT
                 INITIALIZE WS-PRODUCT-FIGURES
               END-IF
               PERFORM ADD-ACCOUNT-FIGURES
                  THRU ADD-ACCOUNT-FIGURES-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BRMIRPT: ACCOUNT FETCH FAILED FOR '
                         HV-BRANCH-SORTCODE ', SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 'N' TO WS-BRANCH-OK
               END-IF
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE MI-ACCOUNT-CURSOR
           END-EXEC.

           IF WS-CURR-PRODUCT NOT = HIGH-VALUES
             PERFORM FINISH-PRODUCT THRU FINISH-PRODUCT-END
           END-IF.

           PERFORM GATHER-CUSTOMER-FIGURES
              THRU GATHER-CUSTOMER-FIGURES-END.

           MOVE '*ALL' TO HV-BRMI-PRODUCT.
           MOVE WS-BRT-OPENED TO HV-BRMI-OPENED.
           MOVE WS-BRT-CLOSED TO HV-BRMI-CLOSED.
           MOVE WS-BRT-ACCOUNTS TO HV-BRMI-ACCOUNTS.
           MOVE WS-BRT-CLOSING-BAL TO HV-BRMI-CLOSING-BAL.
           MOVE WS-BRT-AVERAGE-BAL TO HV-BRMI-AVERAGE-BAL.
           MOVE WS-BRT-OD-GRANTED TO HV-BRMI-OD-GRANTED.
           MOVE WS-BRT-OD-USED TO HV-BRMI-OD-USED.
           MOVE WS-BRT-FEE-INCOME TO HV-BRMI-FEE-INCOME.
           MOVE WS-BRT-INT-INCOME TO HV-BRMI-INT-INCOME.
           MOVE WS-BRT-INT-PAID TO HV-BRMI-INT-PAID.
           MOVE WS-BRT-NEW-CUST TO HV-BRMI-NEW-CUST.
           MOVE WS-BRT-LOST-DELETED TO HV-BRMI-LOST-DELETED.
           MOVE WS-BRT-LOST-TRANSFER TO HV-BRMI-LOST-TRANSFER.
           MOVE WS-BRT-LOST-DECEASED TO HV-BRMI-LOST-DECEASED.

           PERFORM REPORT-BRANCH-LINE THRU REPORT-BRANCH-LINE-END.

           IF NOT BRANCH-FIGURES-OK
             ADD 1 TO WS-BRANCHES-FAILED
             MOVE SPACES TO WS-WARNING-LINE
             STRING '*** FIGURES INCOMPLETE - A DB2 ERROR STOPPED '
                       DELIMITED BY SIZE
                    'THE BRANCH AND THEY HAVE NOT BEEN STORED'
                       DELIMITED BY SIZE
               INTO WS-WARNING-LINE
             END-STRING
             MOVE WS-WARNING-LINE TO BRMI-RPT-RECORD
             WRITE BRMI-RPT-RECORD
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
           ELSE
             EXEC SQL
                COMMIT WORK
             END-EXEC
           END-IF.
       REPORT-ONE-BRANCH-END.

      * PROCEDURE CHECK-ARCHIVED-POSTINGS
      * PROCARCH moves old postings off PROCTRAN. If it has reached
      * into the month, the income and average balances cannot be
      * complete, and the branch section says so.
       CHECK-ARCHIVED-POSTINGS.
           MOVE 0 TO HV-ARCH-THRU-DATE.

           EXEC SQL
              SELECT PTRAN_ARCHIVE_THRU_DATE
                INTO :HV-ARCH-THRU-DATE
                FROM PTRAN_ARCHIVE_CONTROL
               WHERE PTRAN_ARCHIVE_SORTCODE = :HV-BRANCH-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO CHECK-ARCHIVED-POSTINGS-END
           END-IF.

           IF HV-ARCH-THRU-DATE >= WS-MONTH-START
             ADD 1 TO WS-BRANCHES-ARCHIVED
             MOVE HV-ARCH-THRU-DATE TO WS-ARCH-THRU-DISPLAY
             MOVE SPACES TO WS-WARNING-LINE
             STRING '*** POSTINGS TO ' DELIMITED BY SIZE
                    WS-ARCH-THRU-DISPLAY DELIMITED BY SIZE
                    ' ARE ARCHIVED - INCOME AND AVERAGE BALANCES '
                       DELIMITED BY SIZE
                    'ARE UNDERSTATED' DELIMITED BY SIZE
               INTO WS-WARNING-LINE
             END-STRING
             MOVE WS-WARNING-LINE TO BRMI-RPT-RECORD
             WRITE BRMI-RPT-RECORD
             DISPLAY 'BRMIRPT: POSTINGS ARCHIVED INTO THE MONTH AT '
                     HV-BRANCH-SORTCODE
           END-IF.
       CHECK-ARCHIVED-POSTINGS-END.

      * PROCEDURE ADD-ACCOUNT-FIGURES
      * One account's part in its product's figures. The month-end
      * balance is today's, less what has been posted since. The
      * average works back from there: a posting on day P of the
      * month was not in the balance for the P-1 days before it,
      * so the sum of the daily balances is the month-end balance
      * for every day less each posting times (P - 1). A closed
      * account had its archived balance up to the day before it
      * closed, and nothing after. ODA is the balance leaving with
      * a deleted account rather than a movement, so it is left out.
       ADD-ACCOUNT-FIGURES.
           IF HV-ACCOUNT-OPENED >= WS-MONTH-START
             ADD 1 TO WS-PRD-OPENED
           END-IF.

           IF HV-ACCOUNT-STATE = 'C'
             ADD 1 TO WS-PRD-CLOSED
           ELSE
             ADD 1 TO WS-PRD-ACCOUNTS
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN M.PKEY > :WS-MONTH-END-KEY
                                        AND M.PTYPE <> 'ODA'
                                       THEN M.PAMT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN M.PKEY <= :WS-MONTH-END-KEY
                                        AND M.PTYPE <> 'ODA'
                                       THEN M.PAMT * (M.PDAY - 1)
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN M.PKEY <= :WS-MONTH-END-KEY
                                        AND M.PTYPE = 'CHG'
                                       THEN M.PAMT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN M.PKEY <= :WS-MONTH-END-KEY
                                        AND M.PTYPE IN ('INT', 'IAJ')
                                        AND M.PAMT < 0
                                       THEN M.PAMT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN M.PKEY <= :WS-MONTH-END-KEY
                                        AND M.PTYPE IN ('INT', 'IAJ')
                                        AND M.PAMT > 0
                                       THEN M.PAMT ELSE 0 END), 0)
                INTO :HV-SUM-AFTER, :HV-SUM-WEIGHTED, :HV-SUM-FEES,
                     :HV-SUM-INT-DEBIT, :HV-SUM-INT-CREDIT
                FROM (SELECT SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                             SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                             SUBSTR(PROCTRAN_DATE, 1, 2) AS PKEY,
                             INTEGER(SUBSTR(PROCTRAN_DATE, 1, 2))
                                AS PDAY,
                             PROCTRAN_TYPE AS PTYPE,
                             PROCTRAN_AMOUNT AS PAMT
                        FROM PROCTRAN
                       WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                         AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER)
                     AS M
               WHERE M.PKEY >= :WS-MONTH-START-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: POSTINGS READ FAILED FOR '
                     HV-BRANCH-SORTCODE HV-ACCOUNT-NUMBER
                     ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-BRANCH-OK
             GO TO ADD-ACCOUNT-FIGURES-END
           END-IF.

           PERFORM GET-ACCOUNT-RATE THRU GET-ACCOUNT-RATE-END.

           IF WS-ACCOUNT-RATE = 0
             ADD 1 TO WS-ACCOUNTS-NO-RATE
             GO TO ADD-ACCOUNT-FIGURES-END
           END-IF.

           IF HV-ACCOUNT-STATE = 'C'
             MOVE 0 TO WS-ME-BALANCE
             COMPUTE WS-BALANCE-DAYS = HV-ACCOUNT-CLOSED-DAY - 1
             COMPUTE WS-AVG-BALANCE ROUNDED =
                ((HV-ACCOUNT-BALANCE * WS-BALANCE-DAYS)
                 - HV-SUM-WEIGHTED) / HV-DAYS-IN-MONTH
           ELSE
             COMPUTE WS-ME-BALANCE =
                HV-ACCOUNT-BALANCE - HV-SUM-AFTER
             COMPUTE WS-AVG-BALANCE ROUNDED =
                ((WS-ME-BALANCE * HV-DAYS-IN-MONTH)
                 - HV-SUM-WEIGHTED) / HV-DAYS-IN-MONTH
           END-IF.

           COMPUTE WS-GBP-AMOUNT ROUNDED =
              WS-ME-BALANCE / WS-ACCOUNT-RATE.
           ADD WS-GBP-AMOUNT TO WS-PRD-CLOSING-BAL.
           IF WS-ME-BALANCE < 0
             SUBTRACT WS-GBP-AMOUNT FROM WS-PRD-OD-USED
           END-IF.

           COMPUTE WS-GBP-AMOUNT ROUNDED =
              WS-AVG-BALANCE / WS-ACCOUNT-RATE.
           ADD WS-GBP-AMOUNT TO WS-PRD-AVERAGE-BAL.

           IF HV-ACCOUNT-STATE NOT = 'C'
             COMPUTE WS-GBP-AMOUNT ROUNDED =
                HV-ACCOUNT-OD-LIMIT / WS-ACCOUNT-RATE
             ADD WS-GBP-AMOUNT TO WS-PRD-OD-GRANTED
           END-IF.

           COMPUTE WS-GBP-AMOUNT ROUNDED =
              HV-SUM-FEES / WS-ACCOUNT-RATE.
           SUBTRACT WS-GBP-AMOUNT FROM WS-PRD-FEE-INCOME.

           COMPUTE WS-GBP-AMOUNT ROUNDED =
              HV-SUM-INT-DEBIT / WS-ACCOUNT-RATE.
           SUBTRACT WS-GBP-AMOUNT FROM WS-PRD-INT-INCOME.

           COMPUTE WS-GBP-AMOUNT ROUNDED =
              HV-SUM-INT-CREDIT / WS-ACCOUNT-RATE.
           ADD WS-GBP-AMOUNT TO WS-PRD-INT-PAID.
       ADD-ACCOUNT-FIGURES-END.

      * PROCEDURE GET-ACCOUNT-RATE
      * Sterling is 1. Any other currency takes the latest rate
      * loaded on or before the month end, looked up once a run;
      * none at all leaves zero and the account out of the money.
       GET-ACCOUNT-RATE.
           IF HV-ACCOUNT-CURRENCY = 'GBP'
             MOVE 1 TO WS-ACCOUNT-RATE
             GO TO GET-ACCOUNT-RATE-END
           END-IF.

           MOVE 0 TO WS-RATE-FOUND-IX.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                      OR WS-RATE-FOUND-IX > 0
             IF WS-RATE-CCY (WS-RATE-IX) = HV-ACCOUNT-CURRENCY
               MOVE WS-RATE-IX TO WS-RATE-FOUND-IX
             END-IF
           END-PERFORM.

           IF WS-RATE-FOUND-IX > 0
             MOVE WS-RATE-VALUE (WS-RATE-FOUND-IX) TO WS-ACCOUNT-RATE
             GO TO GET-ACCOUNT-RATE-END
           END-IF.

           MOVE HV-ACCOUNT-CURRENCY TO HV-CURRENCY.
           MOVE 0 TO HV-RATE.

           EXEC SQL
              SELECT EXCHANGE_RATE_RATE
                INTO :HV-RATE
                FROM EXCHANGE_RATE
               WHERE EXCHANGE_RATE_CURRENCY = :HV-CURRENCY
                 AND EXCHANGE_RATE_DATE <= :WS-MONTH-END
               ORDER BY EXCHANGE_RATE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: NO EXCHANGE RATE FOR ' HV-CURRENCY
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-RATE
           END-IF.

           IF WS-RATE-COUNT < WS-RATE-LIMIT
             ADD 1 TO WS-RATE-COUNT
             MOVE HV-CURRENCY TO WS-RATE-CCY (WS-RATE-COUNT)
             MOVE HV-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
           END-IF.

           MOVE HV-RATE TO WS-ACCOUNT-RATE.
       GET-ACCOUNT-RATE-END.

      * PROCEDURE FINISH-PRODUCT
      * The product's line, and its figures added to the branch's.
       FINISH-PRODUCT.
           MOVE WS-CURR-PRODUCT TO HV-BRMI-PRODUCT.
           MOVE WS-PRD-OPENED TO HV-BRMI-OPENED.
           MOVE WS-PRD-CLOSED TO HV-BRMI-CLOSED.
           MOVE WS-PRD-ACCOUNTS TO HV-BRMI-ACCOUNTS.
           MOVE WS-PRD-CLOSING-BAL TO HV-BRMI-CLOSING-BAL.
           MOVE WS-PRD-AVERAGE-BAL TO HV-BRMI-AVERAGE-BAL.
           MOVE WS-PRD-OD-GRANTED TO HV-BRMI-OD-GRANTED.
           MOVE WS-PRD-OD-USED TO HV-BRMI-OD-USED.
           MOVE WS-PRD-FEE-INCOME TO HV-BRMI-FEE-INCOME.
           MOVE WS-PRD-INT-INCOME TO HV-BRMI-INT-INCOME.
           MOVE WS-PRD-INT-PAID TO HV-BRMI-INT-PAID.
           MOVE 0 TO HV-BRMI-NEW-CUST.
           MOVE 0 TO HV-BRMI-LOST-DELETED.
           MOVE 0 TO HV-BRMI-LOST-TRANSFER.
           MOVE 0 TO HV-BRMI-LOST-DECEASED.

           PERFORM REPORT-BRANCH-LINE THRU REPORT-BRANCH-LINE-END.

           ADD WS-PRD-OPENED TO WS-BRT-OPENED.
           ADD WS-PRD-CLOSED TO WS-BRT-CLOSED.
           ADD WS-PRD-ACCOUNTS TO WS-BRT-ACCOUNTS.
           ADD WS-PRD-CLOSING-BAL TO WS-BRT-CLOSING-BAL.
           ADD WS-PRD-AVERAGE-BAL TO WS-BRT-AVERAGE-BAL.
           ADD WS-PRD-OD-GRANTED TO WS-BRT-OD-GRANTED.
           ADD WS-PRD-OD-USED TO WS-BRT-OD-USED.
           ADD WS-PRD-FEE-INCOME TO WS-BRT-FEE-INCOME.
           ADD WS-PRD-INT-INCOME TO WS-BRT-INT-INCOME.
           ADD WS-PRD-INT-PAID TO WS-BRT-INT-PAID.
       FINISH-PRODUCT-END.

      * PROCEDURE GATHER-CUSTOMER-FIGURES
      * New customers are those created in the month, whether still
      * on file or archived since. Losses come from the archive
      * reasons - 'D'/'A' deleted or anonymised through DELCUS,
      * 'T' sold with a book - from TRANSCUS's 'OTC' record of a
      * customer moved to another sort code, and from confirmed
      * death notices. A deceased customer deleted later is not
      * counted twice.
       GATHER-CUSTOMER-FIGURES.
           MOVE 0 TO HV-CUSTOMER-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-BRANCH-SORTCODE
                 AND CUSTOMER_CREATED_DATE
                        BETWEEN :WS-MONTH-START AND :WS-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           ADD HV-CUSTOMER-COUNT TO WS-BRT-NEW-CUST.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM CUSTOMER_ARCHIVE
               WHERE CUSTOMER_SORTCODE = :HV-BRANCH-SORTCODE
                 AND CUSTOMER_CREATED_DATE
                        BETWEEN :WS-MONTH-START AND :WS-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           ADD HV-CUSTOMER-COUNT TO WS-BRT-NEW-CUST.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM CUSTOMER_ARCHIVE
               WHERE CUSTOMER_SORTCODE = :HV-BRANCH-SORTCODE
                 AND CUSTOMER_ARCHIVE_REASON IN ('D', 'A')
                 AND COALESCE(CUSTOMER_STATUS, ' ') <> 'DECEASED'
                 AND SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 7, 4)
                     CONCAT
                     SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 4, 2)
                     CONCAT
                     SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 1, 2)
                        BETWEEN :WS-MONTH-START-KEY
                            AND :WS-MONTH-END-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           MOVE HV-CUSTOMER-COUNT TO WS-BRT-LOST-DELETED.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM CUSTOMER_ARCHIVE
               WHERE CUSTOMER_SORTCODE = :HV-BRANCH-SORTCODE
                 AND CUSTOMER_ARCHIVE_REASON = 'T'
                 AND SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 7, 4)
                     CONCAT
                     SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 4, 2)
                     CONCAT
                     SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 1, 2)
                        BETWEEN :WS-MONTH-START-KEY
                            AND :WS-MONTH-END-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           MOVE HV-CUSTOMER-COUNT TO WS-BRT-LOST-TRANSFER.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                 AND PROCTRAN_TYPE = 'OTC'
                 AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                     SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                     SUBSTR(PROCTRAN_DATE, 1, 2)
                        BETWEEN :WS-MONTH-START-KEY
                            AND :WS-MONTH-END-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           ADD HV-CUSTOMER-COUNT TO WS-BRT-LOST-TRANSFER.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUSTOMER-COUNT
                FROM DECEASED_NOTICE
               WHERE DECEASED_NOTICE_SORTCODE = :HV-BRANCH-SORTCODE
                 AND COALESCE(DECEASED_NOTICE_STATUS, 'C') <> 'S'
                 AND SUBSTR(DECEASED_NOTICE_DATE, 7, 4) CONCAT
                     SUBSTR(DECEASED_NOTICE_DATE, 4, 2) CONCAT
                     SUBSTR(DECEASED_NOTICE_DATE, 1, 2)
                        BETWEEN :WS-MONTH-START-KEY
                            AND :WS-MONTH-END-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
             GO TO GATHER-CUSTOMER-FIGURES-FAIL
           END-IF.

           MOVE HV-CUSTOMER-COUNT TO WS-BRT-LOST-DECEASED.
           GO TO GATHER-CUSTOMER-FIGURES-END.

       GATHER-CUSTOMER-FIGURES-FAIL.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'BRMIRPT: CUSTOMER COUNT FAILED FOR '
                   HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY.
           MOVE 'N' TO WS-BRANCH-OK.
       GATHER-CUSTOMER-FIGURES-END.

      * PROCEDURE REPORT-BRANCH-LINE
      * The month's line for a product or the branch total, stored
      * on the snapshot, then the same line for the month before
      * and the same month last year as they were stored then.
       REPORT-BRANCH-LINE.
           MOVE WS-MI-MONTH TO HV-BRMI-MONTH.
           MOVE WS-RUN-DATE TO HV-BRMI-RUN-DATE.

           PERFORM PRINT-FIGURES THRU PRINT-FIGURES-END.

           IF BRANCH-FIGURES-OK
             PERFORM STORE-SNAPSHOT THRU STORE-SNAPSHOT-END
           END-IF.

           MOVE WS-PRIOR-MONTH TO HV-CMP-MONTH.
           PERFORM COMPARE-BRANCH-LINE THRU COMPARE-BRANCH-LINE-END.

           MOVE WS-YEARAGO-MONTH TO HV-CMP-MONTH.
           PERFORM COMPARE-BRANCH-LINE THRU COMPARE-BRANCH-LINE-END.
       REPORT-BRANCH-LINE-END.

      * PROCEDURE STORE-SNAPSHOT
       STORE-SNAPSHOT.
           EXEC SQL
              INSERT INTO BRANCH_MI_SNAPSHOT
                     ( BRMI_MONTH,
                       BRMI_SORTCODE,
                       BRMI_PRODUCT,
                       BRMI_OPENED,
                       BRMI_CLOSED,
                       BRMI_ACCOUNTS,
                       BRMI_CLOSING_BAL,
                       BRMI_AVERAGE_BAL,
                       BRMI_OD_GRANTED,
                       BRMI_OD_USED,
                       BRMI_FEE_INCOME,
                       BRMI_INT_INCOME,
                       BRMI_INT_PAID,
                       BRMI_NEW_CUST,
                       BRMI_LOST_DELETED,
                       BRMI_LOST_TRANSFER,
                       BRMI_LOST_DECEASED,
                       BRMI_RUN_DATE )
              VALUES ( :HV-BRMI-MONTH,
                       :HV-BRMI-SORTCODE,
                       :HV-BRMI-PRODUCT,
                       :HV-BRMI-OPENED,
                       :HV-BRMI-CLOSED,
                       :HV-BRMI-ACCOUNTS,
                       :HV-BRMI-CLOSING-BAL,
                       :HV-BRMI-AVERAGE-BAL,
                       :HV-BRMI-OD-GRANTED,
                       :HV-BRMI-OD-USED,
                       :HV-BRMI-FEE-INCOME,
                       :HV-BRMI-INT-INCOME,
                       :HV-BRMI-INT-PAID,
                       :HV-BRMI-NEW-CUST,
                       :HV-BRMI-LOST-DELETED,
                       :HV-BRMI-LOST-TRANSFER,
                       :HV-BRMI-LOST-DECEASED,
                       :HV-BRMI-RUN-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: SNAPSHOT INSERT FAILED FOR '
                     HV-BRMI-SORTCODE ' ' HV-BRMI-PRODUCT
                     ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-BRANCH-OK
           ELSE
             ADD 1 TO WS-SNAPSHOTS-STORED
           END-IF.
       STORE-SNAPSHOT-END.

      * PROCEDURE COMPARE-BRANCH-LINE
      * The stored line for HV-CMP-MONTH, or a note that there is
      * none - the branch or product is new since, or the job was
      * not yet running then.
       COMPARE-BRANCH-LINE.
           EXEC SQL
              SELECT BRMI_OPENED, BRMI_CLOSED, BRMI_ACCOUNTS,
                     BRMI_CLOSING_BAL, BRMI_AVERAGE_BAL,
                     BRMI_OD_GRANTED, BRMI_OD_USED,
                     BRMI_FEE_INCOME, BRMI_INT_INCOME,
                     BRMI_INT_PAID, BRMI_NEW_CUST,
                     BRMI_LOST_DELETED, BRMI_LOST_TRANSFER,
                     BRMI_LOST_DECEASED
                INTO :HV-BRMI-OPENED, :HV-BRMI-CLOSED,
                     :HV-BRMI-ACCOUNTS, :HV-BRMI-CLOSING-BAL,
                     :HV-BRMI-AVERAGE-BAL, :HV-BRMI-OD-GRANTED,
                     :HV-BRMI-OD-USED, :HV-BRMI-FEE-INCOME,
                     :HV-BRMI-INT-INCOME, :HV-BRMI-INT-PAID,
                     :HV-BRMI-NEW-CUST, :HV-BRMI-LOST-DELETED,
                     :HV-BRMI-LOST-TRANSFER, :HV-BRMI-LOST-DECEASED
                FROM BRANCH_MI_SNAPSHOT
               WHERE BRMI_MONTH = :HV-CMP-MONTH
                 AND BRMI_SORTCODE = :HV-BRMI-SORTCODE
                 AND BRMI_PRODUCT = :HV-BRMI-PRODUCT
           END-EXEC.

           IF SQLCODE = 0
             MOVE HV-CMP-MONTH TO HV-BRMI-MONTH
             PERFORM PRINT-FIGURES THRU PRINT-FIGURES-END
             GO TO COMPARE-BRANCH-LINE-END
           END-IF.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: SNAPSHOT READ FAILED FOR '
                     HV-BRMI-SORTCODE ' ' HV-BRMI-PRODUCT
                     ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-BRANCH-OK
           END-IF.

           PERFORM PRINT-NOT-HELD THRU PRINT-NOT-HELD-END.
       COMPARE-BRANCH-LINE-END.

      * PROCEDURE REPORT-REGION
      * The summary page totals every branch's snapshot rows by
      * product, for the month and the two it is compared with, so
      * the region is always the sum of the branches as they were
      * reported at the time.
       REPORT-REGION.
           MOVE SPACES TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           MOVE WS-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           MOVE WS-BRANCHES-REPORTED TO WS-RHD-BRANCHES.
           MOVE WS-REGION-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
           MOVE WS-COLUMN-HEAD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.

           MOVE 'REGION' TO HV-BRMI-SORTCODE.
           MOVE WS-MI-MONTH TO HV-BRMI-MONTH.
           MOVE 'N' TO WS-END-OF-PRODUCTS.

           EXEC SQL
              OPEN MI-PRODUCT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: UNABLE TO OPEN MI-PRODUCT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO REPORT-REGION-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-PRODUCTS
             EXEC SQL
                FETCH MI-PRODUCT-CURSOR
                  INTO :HV-BRMI-PRODUCT
             END-EXEC
             IF SQLCODE = 0
               PERFORM REPORT-REGION-LINE
                  THRU REPORT-REGION-LINE-END
               MOVE WS-MI-MONTH TO HV-BRMI-MONTH
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BRMIRPT: PRODUCT FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-PRODUCTS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE MI-PRODUCT-CURSOR
           END-EXEC.

           MOVE '*ALL' TO HV-BRMI-PRODUCT.
           PERFORM REPORT-REGION-LINE THRU REPORT-REGION-LINE-END.
       REPORT-REGION-END.

      * PROCEDURE REPORT-REGION-LINE
       REPORT-REGION-LINE.
           MOVE WS-MI-MONTH TO HV-CMP-MONTH.
           PERFORM PRINT-REGION-FIGURES
              THRU PRINT-REGION-FIGURES-END.
           MOVE WS-PRIOR-MONTH TO HV-CMP-MONTH.
           PERFORM PRINT-REGION-FIGURES
              THRU PRINT-REGION-FIGURES-END.
           MOVE WS-YEARAGO-MONTH TO HV-CMP-MONTH.
           PERFORM PRINT-REGION-FIGURES
              THRU PRINT-REGION-FIGURES-END.
       REPORT-REGION-LINE-END.

      * PROCEDURE PRINT-REGION-FIGURES
      * One product's (or the total's) figures summed across the
      * branches for HV-CMP-MONTH.
       PRINT-REGION-FIGURES.
           MOVE 0 TO HV-REGION-ROWS.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(BRMI_OPENED), 0),
                     COALESCE(SUM(BRMI_CLOSED), 0),
                     COALESCE(SUM(BRMI_ACCOUNTS), 0),
                     COALESCE(SUM(BRMI_CLOSING_BAL), 0),
                     COALESCE(SUM(BRMI_AVERAGE_BAL), 0),
                     COALESCE(SUM(BRMI_OD_GRANTED), 0),
                     COALESCE(SUM(BRMI_OD_USED), 0),
                     COALESCE(SUM(BRMI_FEE_INCOME), 0),
                     COALESCE(SUM(BRMI_INT_INCOME), 0),
                     COALESCE(SUM(BRMI_INT_PAID), 0),
                     COALESCE(SUM(BRMI_NEW_CUST), 0),
                     COALESCE(SUM(BRMI_LOST_DELETED), 0),
                     COALESCE(SUM(BRMI_LOST_TRANSFER), 0),
                     COALESCE(SUM(BRMI_LOST_DECEASED), 0)
                INTO :HV-REGION-ROWS,
                     :HV-BRMI-OPENED, :HV-BRMI-CLOSED,
                     :HV-BRMI-ACCOUNTS, :HV-BRMI-CLOSING-BAL,
                     :HV-BRMI-AVERAGE-BAL, :HV-BRMI-OD-GRANTED,
                     :HV-BRMI-OD-USED, :HV-BRMI-FEE-INCOME,
                     :HV-BRMI-INT-INCOME, :HV-BRMI-INT-PAID,
                     :HV-BRMI-NEW-CUST, :HV-BRMI-LOST-DELETED,
                     :HV-BRMI-LOST-TRANSFER, :HV-BRMI-LOST-DECEASED
                FROM BRANCH_MI_SNAPSHOT
               WHERE BRMI_MONTH = :HV-CMP-MONTH
                 AND BRMI_PRODUCT = :HV-BRMI-PRODUCT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRMIRPT: REGION TOTAL FAILED FOR '
                     HV-BRMI-PRODUCT ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO HV-REGION-ROWS
           END-IF.

           MOVE HV-CMP-MONTH TO HV-BRMI-MONTH.

           IF HV-REGION-ROWS = 0
             PERFORM PRINT-NOT-HELD THRU PRINT-NOT-HELD-END
           ELSE
             PERFORM PRINT-FIGURES THRU PRINT-FIGURES-END
           END-IF.
       PRINT-REGION-FIGURES-END.

      * PROCEDURE PRINT-FIGURES
      * The line for HV-BRMI-MONTH from the snapshot row fields,
      * with the customers beneath it on a total line, and its
      * extract row. The product is named on the month's own line;
      * the comparison lines beneath it show only their month.
       PRINT-FIGURES.
           MOVE SPACES TO WS-DTL-PRODUCT.
           IF HV-BRMI-MONTH = WS-MI-MONTH
             IF HV-BRMI-PRODUCT = '*ALL'
               MOVE 'TOTAL' TO WS-DTL-PRODUCT
             ELSE
               MOVE HV-BRMI-PRODUCT TO WS-DTL-PRODUCT
             END-IF
           END-IF.

           MOVE HV-BRMI-MONTH TO WS-STEP-MONTH.
           MOVE WS-STEP-YYYY TO WS-DTL-YYYY.
           MOVE WS-STEP-MM TO WS-DTL-MM.
           MOVE HV-BRMI-OPENED TO WS-DTL-OPENED.
           MOVE HV-BRMI-CLOSED TO WS-DTL-CLOSED.
           MOVE HV-BRMI-ACCOUNTS TO WS-DTL-ACCOUNTS.
           COMPUTE WS-DTL-CLOSING-BAL ROUNDED = HV-BRMI-CLOSING-BAL.
           COMPUTE WS-DTL-AVERAGE-BAL ROUNDED = HV-BRMI-AVERAGE-BAL.
           COMPUTE WS-DTL-OD-GRANTED ROUNDED = HV-BRMI-OD-GRANTED.
           COMPUTE WS-DTL-OD-USED ROUNDED = HV-BRMI-OD-USED.
           COMPUTE WS-DTL-FEE-INCOME ROUNDED = HV-BRMI-FEE-INCOME.
           COMPUTE WS-DTL-INT-INCOME ROUNDED = HV-BRMI-INT-INCOME.
           COMPUTE WS-DTL-INT-PAID ROUNDED = HV-BRMI-INT-PAID.

           MOVE WS-DETAIL-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.

           IF HV-BRMI-PRODUCT = '*ALL'
             MOVE HV-BRMI-NEW-CUST TO WS-CST-NEW
             MOVE HV-BRMI-LOST-DELETED TO WS-CST-DELETED
             MOVE HV-BRMI-LOST-TRANSFER TO WS-CST-TRANSFER
             MOVE HV-BRMI-LOST-DECEASED TO WS-CST-DECEASED
             COMPUTE WS-NET-CUSTOMERS =
                HV-BRMI-NEW-CUST - HV-BRMI-LOST-DELETED
                - HV-BRMI-LOST-TRANSFER - HV-BRMI-LOST-DECEASED
             MOVE WS-NET-CUSTOMERS TO WS-CST-NET
             MOVE WS-CUSTOMER-LINE TO BRMI-RPT-RECORD
             WRITE BRMI-RPT-RECORD
           END-IF.

           PERFORM WRITE-EXTRACT-ROW THRU WRITE-EXTRACT-ROW-END.
       PRINT-FIGURES-END.

      * PROCEDURE PRINT-NOT-HELD
       PRINT-NOT-HELD.
           MOVE HV-CMP-MONTH TO WS-STEP-MONTH.
           MOVE WS-STEP-YYYY TO WS-NHL-YYYY.
           MOVE WS-STEP-MM TO WS-NHL-MM.
           MOVE WS-NOT-HELD-LINE TO BRMI-RPT-RECORD.
           WRITE BRMI-RPT-RECORD.
       PRINT-NOT-HELD-END.

      * PROCEDURE WRITE-EXTRACT-HEADER
      * The column names, so the regional office's spreadsheet can
      * take the file as it comes.
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO BRMI-CSV-RECORD.
           STRING 'REPORT_MONTH,FIGURES_MONTH,SORTCODE,PRODUCT,'
                     DELIMITED BY SIZE
                  'OPENED,CLOSED,ACCOUNTS,CLOSING_BAL,AVERAGE_BAL,'
                     DELIMITED BY SIZE
                  'OD_GRANTED,OD_USED,FEE_INCOME,INT_INCOME,'
                     DELIMITED BY SIZE
                  'INT_PAID,NEW_CUST,LOST_DELETED,LOST_TRANSFER,'
                     DELIMITED BY SIZE
                  'LOST_DECEASED' DELIMITED BY SIZE
             INTO BRMI-CSV-RECORD
           END-STRING.
           WRITE BRMI-CSV-RECORD.
       WRITE-EXTRACT-HEADER-END.

      * PROCEDURE WRITE-EXTRACT-ROW
       WRITE-EXTRACT-ROW.
           MOVE WS-MI-MONTH TO WS-CSV-REPORT-MONTH.
           MOVE HV-BRMI-MONTH TO WS-CSV-FIGURES-MONTH.
           MOVE HV-BRMI-SORTCODE TO WS-CSV-SORTCODE.
           MOVE HV-BRMI-PRODUCT TO WS-CSV-PRODUCT.
           MOVE HV-BRMI-OPENED TO WS-CSV-OPENED.
           MOVE HV-BRMI-CLOSED TO WS-CSV-CLOSED.
           MOVE HV-BRMI-ACCOUNTS TO WS-CSV-ACCOUNTS.
           MOVE HV-BRMI-CLOSING-BAL TO WS-CSV-CLOSING-BAL.
           MOVE HV-BRMI-AVERAGE-BAL TO WS-CSV-AVERAGE-BAL.
           MOVE HV-BRMI-OD-GRANTED TO WS-CSV-OD-GRANTED.
           MOVE HV-BRMI-OD-USED TO WS-CSV-OD-USED.
           MOVE HV-BRMI-FEE-INCOME TO WS-CSV-FEE-INCOME.
           MOVE HV-BRMI-INT-INCOME TO WS-CSV-INT-INCOME.
           MOVE HV-BRMI-INT-PAID TO WS-CSV-INT-PAID.
           MOVE HV-BRMI-NEW-CUST TO WS-CSV-NEW-CUST.
           MOVE HV-BRMI-LOST-DELETED TO WS-CSV-LOST-DELETED.
           MOVE HV-BRMI-LOST-TRANSFER TO WS-CSV-LOST-TRANSFER.
           MOVE HV-BRMI-LOST-DECEASED TO WS-CSV-LOST-DECEASED.

           MOVE WS-CSV-LINE TO BRMI-CSV-RECORD.
           WRITE BRMI-CSV-RECORD.
           ADD 1 TO WS-EXTRACT-ROWS.
       WRITE-EXTRACT-ROW-END.

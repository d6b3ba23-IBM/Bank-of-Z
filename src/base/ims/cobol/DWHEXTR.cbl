       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWHEXTR.

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
      * Nightly change-data extract for the data warehouse.
      *
      * Replaces the weekend full unloads of CUSTOMER, ACCOUNT and
      * PROCTRAN with the night's changes only, so the warehouse is
      * a day old rather than a week old and the extract no longer
      * competes with the batch window. Five fixed-format files are
      * written, each opened by an 'H' header naming the table and
      * the business-date window covered and closed by a 'T'
      * trailer carrying the record count and a hash total (the
      * CRBEXTR extract-file convention):
      *
      *   DWCUST - every CUSTOMER row created in the window, or with
      *            a CUSTOMER_CHANGE_LOG entry in it; 'N' new or
      *            'A' amended. Hash: sum of customer numbers.
      *   DWACCT - every ACCOUNT row opened in the window, or whose
      *            balance or status moved in it - a PROCTRAN
      *            posting, an ACCOUNT_CONTROL placed, or an
      *            overdraft limit change on OVERDRAFT_LIMIT_AUDIT -
      *            with its balances and current F/D/C control
      *            flags; 'N' new or 'A' amended. Hash: sum of the
      *            actual balances taken unsigned.
      *   DWPTRN - every PROCTRAN row dated in the window. Hash: sum
      *            of the amounts taken unsigned.
      *   DWCDEL - every CUSTOMER_ARCHIVE row deleted in the window.
      *            Hash: sum of customer numbers.
      *   DWADEL - every ACCOUNT_ARCHIVE row closed in the window,
      *            with its closing balances. Hash: sum of the
      *            closing actual balances taken unsigned.
      *
      * The window runs from the high-water mark on the
      * DW_EXTRACT_CONTROL row (exclusive) to the business date from
      * BNKDATE (inclusive). The mark is moved to the business date
      * only when every file has been written cleanly, so a night
      * the job did not run - or failed - is caught up by the next
      * run automatically. With no control row yet, the first run
      * takes the business date alone.
      *
      * The warehouse's restricted zone receives the customer files
      * with names, address lines, email, phone and CUSTOMER_TAX_ID
      * scrambled through the PIIMASK substitution, so a customer
      * carries the same fake value here as in the test regions and
      * the warehouse joins still work. Keys, dates, statuses and
      * the other analytic fields pass through unchanged.
      *
      * SYSIN control cards (SYSIN DD DUMMY takes the defaults):
      *
      *    ZONE=RESTRICTED     mask the personal fields (default)
      *    ZONE=SECURE         leave them clear, for the secure zone
      *    SINCE=ccyymmdd      re-extract everything after this date,
      *                        ignoring the mark - for a warehouse
      *                        reload or a rerun of a night already
      *                        extracted
      *
      * Nothing but the control row is updated, so a rerun simply
      * writes the files again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DW-CUST-FILE ASSIGN TO DWCUST
              ORGANIZATION IS SEQUENTIAL.
           SELECT DW-ACCT-FILE ASSIGN TO DWACCT
              ORGANIZATION IS SEQUENTIAL.
           SELECT DW-PTRN-FILE ASSIGN TO DWPTRN
              ORGANIZATION IS SEQUENTIAL.
           SELECT DW-CDEL-FILE ASSIGN TO DWCDEL
              ORGANIZATION IS SEQUENTIAL.
           SELECT DW-ADEL-FILE ASSIGN TO DWADEL
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  DW-CUST-FILE
           RECORDING MODE IS F.
       01  DWC-RECORD.
           05  DWC-REC-TYPE              PIC X.
           05  DWC-CHANGE                PIC X.
           05  DWC-SORTCODE              PIC X(6).
           05  DWC-NUMBER                PIC X(10).
           05  DWC-TITLE                 PIC X(10).
           05  DWC-FIRST-NAME            PIC X(50).
           05  DWC-LAST-NAME             PIC X(50).
           05  DWC-DOB                   PIC 9(8).
           05  DWC-EMAIL                 PIC X(60).
           05  DWC-PHONE                 PIC X(20).
           05  DWC-ADDR-LINE1            PIC X(50).
           05  DWC-ADDR-LINE2            PIC X(50).
           05  DWC-CITY                  PIC X(50).
           05  DWC-POSTCODE              PIC X(10).
           05  DWC-COUNTRY               PIC X(50).
           05  DWC-STATUS                PIC X(10).
           05  DWC-CREATED-DATE          PIC 9(8).
           05  DWC-CREDIT-SCORE          PIC 9(3).
           05  DWC-CS-REVIEW-DATE        PIC 9(8).
           05  DWC-MKTG-CONSENT          PIC X.
           05  DWC-CONTACT-CHNL          PIC X(10).
           05  DWC-RISK-RATING           PIC X(10).
           05  DWC-RISK-RVW-DATE         PIC 9(8).
           05  DWC-MAIL-ADDR-IND         PIC X.
           05  DWC-MAIL-LINE1            PIC X(50).
           05  DWC-MAIL-LINE2            PIC X(50).
           05  DWC-MAIL-CITY             PIC X(50).
           05  DWC-MAIL-POSTCD           PIC X(10).
           05  DWC-MAIL-CNTRY            PIC X(50).
           05  DWC-EMPLOYER-NM           PIC X(50).
           05  DWC-OCCUPATION            PIC X(50).
           05  DWC-INCOME-BAND           PIC X(10).
           05  DWC-TAX-ID                PIC X(13).
           05  DWC-PREF-LANG             PIC X(2).
           05  DWC-LOC-CORR              PIC X.
           05  DWC-TAX-EXEMPT            PIC X.
           05  DWC-CUST-TYPE             PIC X.
           05  FILLER                    PIC X(27).
       01  DWC-CONTROL-RECORD            PIC X(850).

       FD  DW-ACCT-FILE
           RECORDING MODE IS F.
       01  DWA-RECORD.
           05  DWA-REC-TYPE              PIC X.
           05  DWA-CHANGE                PIC X.
           05  DWA-SORTCODE              PIC X(6).
           05  DWA-NUMBER                PIC X(8).
           05  DWA-CUSTNO                PIC X(10).
           05  DWA-PRODUCT               PIC X(8).
           05  DWA-CURRENCY              PIC X(3).
           05  DWA-INT-RATE              PIC 9(4)V99.
           05  DWA-OPENED                PIC 9(8).
           05  DWA-OVERDRAFT             PIC 9(9).
           05  DWA-LAST-STMT             PIC 9(8).
           05  DWA-NEXT-STMT             PIC 9(8).
           05  DWA-AVAIL-BAL             PIC 9(10)V99.
           05  DWA-AVAIL-SIGN            PIC X.
           05  DWA-ACTUAL-BAL            PIC 9(10)V99.
           05  DWA-ACTUAL-SIGN           PIC X.
           05  DWA-ACCRUED               PIC 9(10)V99.
           05  DWA-ACCRUED-SIGN          PIC X.
           05  DWA-LAST-ACCRUED          PIC 9(8).
           05  DWA-MATURITY-DATE         PIC 9(8).
           05  DWA-FROZEN                PIC X.
           05  DWA-NO-DEBITS             PIC X.
           05  DWA-NO-CREDITS            PIC X.
           05  FILLER                    PIC X(66).
       01  DWA-CONTROL-RECORD            PIC X(200).

       FD  DW-PTRN-FILE
           RECORDING MODE IS F.
       01  DWP-RECORD.
           05  DWP-REC-TYPE              PIC X.
           05  DWP-SORTCODE              PIC X(6).
           05  DWP-NUMBER                PIC X(8).
           05  DWP-DATE                  PIC X(10).
           05  DWP-TIME                  PIC X(6).
           05  DWP-REF                   PIC X(12).
           05  DWP-TYPE                  PIC X(3).
           05  DWP-DESC                  PIC X(90).
           05  DWP-AMOUNT                PIC 9(10)V99.
           05  DWP-AMOUNT-SIGN           PIC X.
           05  DWP-BALANCE               PIC 9(10)V99.
           05  DWP-BALANCE-SIGN          PIC X.
           05  DWP-VALUE-DATE            PIC X(10).
           05  FILLER                    PIC X(28).
       01  DWP-CONTROL-RECORD            PIC X(200).

       FD  DW-CDEL-FILE
           RECORDING MODE IS F.
       01  DWD-RECORD.
           05  DWD-REC-TYPE              PIC X.
           05  DWD-SORTCODE              PIC X(6).
           05  DWD-NUMBER                PIC X(10).
           05  DWD-DELETED-DATE          PIC X(10).
           05  DWD-DELETED-TIME          PIC X(8).
           05  DWD-REASON                PIC X.
           05  FILLER                    PIC X(44).
       01  DWD-CONTROL-RECORD            PIC X(80).

       FD  DW-ADEL-FILE
           RECORDING MODE IS F.
       01  DWX-RECORD.
           05  DWX-REC-TYPE              PIC X.
           05  DWX-SORTCODE              PIC X(6).
           05  DWX-NUMBER                PIC X(8).
           05  DWX-CUSTNO                PIC X(10).
           05  DWX-PRODUCT               PIC X(8).
           05  DWX-CLOSED-DATE           PIC X(10).
           05  DWX-CLOSED-TIME           PIC X(8).
           05  DWX-REASON                PIC X.
           05  DWX-AVAIL-BAL             PIC 9(10)V99.
           05  DWX-AVAIL-SIGN            PIC X.
           05  DWX-ACTUAL-BAL            PIC 9(10)V99.
           05  DWX-ACTUAL-SIGN           PIC X.
           05  FILLER                    PIC X(2).
       01  DWX-CONTROL-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

      * CUSTOMER, CUSTOMER_CHANGE_LOG and CUSTOMER_ARCHIVE DB2
      * copybooks
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CHGLGDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CUSTARC
           END-EXEC.

      * ACCOUNT, ACCOUNT_CONTROL, OVERDRAFT_LIMIT_AUDIT and
      * ACCOUNT_ARCHIVE DB2 copybooks
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ODLADB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * DW_EXTRACT_CONTROL DB2 copybook - the high-water mark
           EXEC SQL
              INCLUDE DWXCDB2
           END-EXEC.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-SORTCODE       PIC X(6).
           03  HV-CUSTOMER-NUMBER         PIC X(10).
           03  HV-CUSTOMER-TITLE          PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME     PIC X(50).
           03  HV-CUSTOMER-LAST-NAME      PIC X(50).
           03  HV-CUSTOMER-EMAIL          PIC X(60).
           03  HV-CUSTOMER-DOB            PIC S9(9) COMP.
           03  HV-CUSTOMER-PHONE          PIC X(20).
           03  HV-CUSTOMER-ADDR-LINE1     PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2     PIC X(50).
           03  HV-CUSTOMER-CITY           PIC X(50).
           03  HV-CUSTOMER-POSTCODE       PIC X(10).
           03  HV-CUSTOMER-COUNTRY        PIC X(50).
           03  HV-CUSTOMER-STATUS         PIC X(10).
           03  HV-CUSTOMER-CREATE-DATE    PIC S9(9) COMP.
           03  HV-CUSTOMER-CREDIT-SCORE   PIC S9(4) COMP.
           03  HV-CUSTOMER-CS-REVIEW-DATE PIC S9(9) COMP.
           03  HV-CUSTOMER-MKTG-CONSENT   PIC X(1).
           03  HV-CUSTOMER-CONTACT-CHNL   PIC X(10).
           03  HV-CUSTOMER-RISK-RATING    PIC X(10).
           03  HV-CUSTOMER-RISK-RVW-DATE  PIC S9(9) COMP.
           03  HV-CUSTOMER-MAIL-ADDR-IND  PIC X(1).
           03  HV-CUSTOMER-MAIL-LINE1     PIC X(50).
           03  HV-CUSTOMER-MAIL-LINE2     PIC X(50).
           03  HV-CUSTOMER-MAIL-CITY      PIC X(50).
           03  HV-CUSTOMER-MAIL-POSTCD    PIC X(10).
           03  HV-CUSTOMER-MAIL-CNTRY     PIC X(50).
           03  HV-CUSTOMER-EMPLOYER-NM    PIC X(50).
           03  HV-CUSTOMER-OCCUPATION     PIC X(50).
           03  HV-CUSTOMER-INCOME-BAND    PIC X(10).
           03  HV-CUSTOMER-TAX-ID         PIC X(13).
           03  HV-CUSTOMER-PREF-LANG      PIC X(02).
           03  HV-CUSTOMER-LOC-CORR       PIC X.
           03  HV-CUSTOMER-TAX-EXEMPT     PIC X.
           03  HV-CUSTOMER-TYPE           PIC X.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE        PIC X(6).
           03  HV-ACCOUNT-NUMBER          PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER     PIC X(10).
           03  HV-ACCOUNT-TYPE            PIC X(8).
           03  HV-ACCOUNT-CURRENCY        PIC X(3).
           03  HV-ACCOUNT-INT-RATE        PIC S9(4)V99 COMP-3.
           03  HV-ACCOUNT-OPENED          PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT       PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT       PIC S9(9) COMP.
           03  HV-ACCOUNT-NEXT-STMT       PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED         PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-LAST-ACCRUED    PIC S9(9) COMP.
           03  HV-ACCOUNT-MATURITY-DATE   PIC S9(9) COMP.

      * ACCOUNT_CONTROL host variables for DB2 - controls of each
      * type on the account
       01  HOST-CONTROL-COUNTS.
           03  HV-CTL-FREEZE              PIC S9(9) COMP.
           03  HV-CTL-NO-DEBIT            PIC S9(9) COMP.
           03  HV-CTL-NO-CREDIT           PIC S9(9) COMP.

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-SORT-CODE      PIC X(6).
           03  HV-PROCTRAN-ACC-NUMBER     PIC X(8).
           03  HV-PROCTRAN-DATE           PIC X(10).
           03  HV-PROCTRAN-TIME           PIC X(6).
           03  HV-PROCTRAN-REF            PIC X(12).
           03  HV-PROCTRAN-TYPE           PIC X(3).
           03  HV-PROCTRAN-DESC           PIC X(90).
           03  HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-VALUE-DATE     PIC X(10).

      * CUSTOMER_ARCHIVE host variables for DB2
       01  HOST-CUST-ARCHIVE-ROW.
           03  HV-CARC-SORTCODE           PIC X(6).
           03  HV-CARC-NUMBER             PIC X(10).
           03  HV-CARC-DELETED-DATE       PIC X(10).
           03  HV-CARC-DELETED-TIME       PIC X(8).
           03  HV-CARC-REASON             PIC X.

      * ACCOUNT_ARCHIVE host variables for DB2
       01  HOST-ACC-ARCHIVE-ROW.
           03  HV-AARC-SORTCODE           PIC X(6).
           03  HV-AARC-NUMBER             PIC X(8).
           03  HV-AARC-CUST-NUMBER        PIC X(10).
           03  HV-AARC-TYPE               PIC X(8).
           03  HV-AARC-CLOSED-DATE        PIC X(10).
           03  HV-AARC-CLOSED-TIME        PIC X(8).
           03  HV-AARC-REASON             PIC X.
           03  HV-AARC-AVAIL-BAL          PIC S9(10)V99 COMP-3.
           03  HV-AARC-ACTUAL-BAL         PIC S9(10)V99 COMP-3.

      * DW_EXTRACT_CONTROL host variables for DB2
       01  HOST-EXTRACT-CONTROL.
           03  HV-DWX-JOB                 PIC X(8)  VALUE 'DWHEXTR '.
           03  HV-DWX-THRU-DATE           PIC S9(9) COMP.
           03  HV-DWX-ROW-COUNT           PIC S9(9) COMP.

      *
      * The extract window - after the mark, up to and including
      * the business date - as CCYYMMDD integers for the INTEGER
      * date columns and as CCYYMMDD text for the DD.MM.YYYY
      * CHAR(10) ones, which the cursors rearrange to compare.
      *
       01  HOST-WINDOW.
           03  HV-MARK-INT                PIC S9(9) COMP.
           03  HV-THRU-INT                PIC S9(9) COMP.
           03  HV-MARK-X                  PIC X(8).
           03  HV-THRU-X                  PIC X(8).

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
      * The business date the extract runs to, from the BANKING_DATE
      * control row with the CURRENT DATE fallback; the headers also
      * carry the date the files were actually made.
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
       77  WS-CREATED-DATE           PIC 9(8).
       77  WS-DATE-DISPLAY           PIC 9(8).
       77  WS-MARK-DISPLAY           PIC 9(8).

      * The masking substitution shared with PIIMASK
       01  PII-SUBSTITUTION.
           COPY PIISUBST.

      *
      * SYSIN options.
      *
       77  WS-ZONE                   PIC X(10)  VALUE 'RESTRICTED'.
           88  ZONE-RESTRICTED       VALUE 'RESTRICTED'.
           88  ZONE-SECURE           VALUE 'SECURE'.
       77  WS-SINCE-DATE             PIC 9(8)           VALUE 0.
       77  WS-OPTIONS-OK             PIC X              VALUE 'Y'.
       77  WS-END-OF-SYSIN           PIC X              VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.

      *
      * The header and trailer every file opens and closes with.
      *
       01  WS-DW-HEADER.
           05  DWH-TYPE              PIC X              VALUE 'H'.
           05  DWH-FILE              PIC X(18).
           05  DWH-SOURCE            PIC X(8)           VALUE
               'HBNKDWH '.
           05  DWH-SINCE             PIC 9(8).
           05  DWH-THRU              PIC 9(8).
           05  DWH-CREATED           PIC 9(8).
           05  DWH-ZONE              PIC X(10).
           05  FILLER                PIC X(19)          VALUE SPACES.

       01  WS-DW-TRAILER.
           05  DWT-TYPE              PIC X              VALUE 'T'.
           05  DWT-FILE              PIC X(18).
           05  DWT-COUNT             PIC 9(9).
           05  DWT-HASH              PIC 9(16)V99.
           05  FILLER                PIC X(34)          VALUE SPACES.

       77  WS-FILE-COUNT             PIC 9(9)   COMP    VALUE 0.
       77  WS-FILE-HASH              PIC 9(16)V99       VALUE 0.
       77  WS-HASH-NUMBER            PIC 9(10)          VALUE 0.

       77  WS-END-OF-CURSOR          PIC X              VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.

       77  WS-CUST-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-ACCT-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-PTRN-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-CDEL-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-ADEL-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-CONTROL-UNREADABLE     PIC 9(8)   COMP    VALUE 0.
       77  WS-RECS-WRITTEN           PIC 9(8)   COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Customers created, or changed on the log, in the window.
           EXEC SQL
              DECLARE DWHCUS-CURSOR CURSOR FOR
                 SELECT C.CUSTOMER_SORTCODE, C.CUSTOMER_NUMBER,
                        C.CUSTOMER_TITLE,
                        C.CUSTOMER_FIRST_NAME, C.CUSTOMER_LAST_NAME,
                        C.CUSTOMER_EMAIL,
                        COALESCE(C.CUSTOMER_DATE_OF_BIRTH, 0),
                        C.CUSTOMER_PHONE, C.CUSTOMER_ADDR_LINE1,
                        C.CUSTOMER_ADDR_LINE2, C.CUSTOMER_CITY,
                        C.CUSTOMER_POSTCODE, C.CUSTOMER_COUNTRY,
                        C.CUSTOMER_STATUS,
                        COALESCE(C.CUSTOMER_CREATED_DATE, 0),
                        COALESCE(C.CUSTOMER_CREDIT_SCORE, 0),
                        COALESCE(C.CUSTOMER_CS_REVIEW_DATE, 0),
                        COALESCE(C.CUSTOMER_MARKETING_CONSENT, ' '),
                        COALESCE(C.CUSTOMER_CONTACT_CHANNEL, ' '),
                        COALESCE(C.CUSTOMER_RISK_RATING, ' '),
                        COALESCE(C.CUSTOMER_RISK_REVIEW_DATE, 0),
                        COALESCE(C.CUSTOMER_MAIL_ADDR_IND, ' '),
                        COALESCE(C.CUSTOMER_MAIL_ADDR_LINE1, ' '),
                        COALESCE(C.CUSTOMER_MAIL_ADDR_LINE2, ' '),
                        COALESCE(C.CUSTOMER_MAIL_CITY, ' '),
                        COALESCE(C.CUSTOMER_MAIL_POSTCODE, ' '),
                        COALESCE(C.CUSTOMER_MAIL_COUNTRY, ' '),
                        COALESCE(C.CUSTOMER_EMPLOYER_NAME, ' '),
                        COALESCE(C.CUSTOMER_OCCUPATION, ' '),
                        COALESCE(C.CUSTOMER_INCOME_BAND, ' '),
                        COALESCE(C.CUSTOMER_TAX_ID, ' '),
                        COALESCE(C.CUSTOMER_PREF_LANGUAGE, ' '),
                        COALESCE(C.CUSTOMER_LOCALIZED_CORR, ' '),
                        COALESCE(C.CUSTOMER_TAX_EXEMPT, 'N'),
                        COALESCE(C.CUSTOMER_TYPE, 'P')
                   FROM CUSTOMER C
                  WHERE (C.CUSTOMER_CREATED_DATE > :HV-MARK-INT
                    AND  C.CUSTOMER_CREATED_DATE <= :HV-THRU-INT)
                     OR EXISTS
                        (SELECT 1
                           FROM CUSTOMER_CHANGE_LOG L
                          WHERE L.CUSTOMER_CHANGE_LOG_SORTCODE
                                   = C.CUSTOMER_SORTCODE
                            AND L.CUSTOMER_CHANGE_LOG_NUMBER
                                   = C.CUSTOMER_NUMBER
                            AND SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 7, 4)
                                CONCAT
                                SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 4, 2)
                                CONCAT
                                SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 1, 2)
                                   > :HV-MARK-X
                            AND SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 7, 4)
                                CONCAT
                                SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 4, 2)
                                CONCAT
                                SUBSTR(L.CUSTOMER_CHANGE_LOG_DATE, 1, 2)
                                   <= :HV-THRU-X)
                  ORDER BY C.CUSTOMER_SORTCODE, C.CUSTOMER_NUMBER
           END-EXEC.

      * Accounts opened in the window, or whose balance, controls
      * or overdraft limit moved in it.
           EXEC SQL
              DECLARE DWHACC-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER, A.ACCOUNT_TYPE,
                        COALESCE(A.ACCOUNT_CURRENCY, 'GBP'),
                        COALESCE(A.ACCOUNT_INTEREST_RATE, 0),
                        COALESCE(A.ACCOUNT_OPENED, 0),
                        COALESCE(A.ACCOUNT_OVERDRAFT_LIMIT, 0),
                        COALESCE(A.ACCOUNT_LAST_STMT_DATE, 0),
                        COALESCE(A.ACCOUNT_NEXT_STMT_DATE, 0),
                        COALESCE(A.ACCOUNT_AVAILABLE_BALANCE, 0),
                        COALESCE(A.ACCOUNT_ACTUAL_BALANCE, 0),
                        COALESCE(A.ACCOUNT_ACCRUED_INTEREST, 0),
                        COALESCE(A.ACCOUNT_LAST_ACCRUED, 0),
                        COALESCE(A.ACCOUNT_MATURITY_DATE, 0)
                   FROM ACCOUNT A
                  WHERE (A.ACCOUNT_OPENED > :HV-MARK-INT
                    AND  A.ACCOUNT_OPENED <= :HV-THRU-INT)
                     OR EXISTS
                        (SELECT 1
                           FROM PROCTRAN P
                          WHERE P.PROCTRAN_SORTCODE = A.ACCOUNT_SORTCODE
                            AND P.PROCTRAN_NUMBER = A.ACCOUNT_NUMBER
                            AND SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                   > :HV-MARK-X
                            AND SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                   <= :HV-THRU-X)
                     OR EXISTS
                        (SELECT 1
                           FROM ACCOUNT_CONTROL K
                          WHERE K.ACCOUNT_CONTROL_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND K.ACCOUNT_CONTROL_NUMBER
                                   = A.ACCOUNT_NUMBER
                            AND K.ACCOUNT_CONTROL_DATE > :HV-MARK-INT
                            AND K.ACCOUNT_CONTROL_DATE <= :HV-THRU-INT)
                     OR EXISTS
                        (SELECT 1
                           FROM OVERDRAFT_LIMIT_AUDIT O
                          WHERE O.ODL_AUDIT_SORTCODE
                                   = A.ACCOUNT_SORTCODE
                            AND O.ODL_AUDIT_NUMBER = A.ACCOUNT_NUMBER
                            AND SUBSTR(O.ODL_AUDIT_DATE, 7, 4)
                                CONCAT SUBSTR(O.ODL_AUDIT_DATE, 4, 2)
                                CONCAT SUBSTR(O.ODL_AUDIT_DATE, 1, 2)
                                   > :HV-MARK-X
                            AND SUBSTR(O.ODL_AUDIT_DATE, 7, 4)
                                CONCAT SUBSTR(O.ODL_AUDIT_DATE, 4, 2)
                                CONCAT SUBSTR(O.ODL_AUDIT_DATE, 1, 2)
                                   <= :HV-THRU-X)
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * The window's postings, in the order they were made.
           EXEC SQL
              DECLARE DWHPTR-CURSOR CURSOR FOR
                 SELECT PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                        PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT,
                        COALESCE(PROCTRAN_BALANCE, 0),
                        COALESCE(PROCTRAN_VALUE_DATE, PROCTRAN_DATE)
                   FROM PROCTRAN
                  WHERE SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                           > :HV-MARK-X
                    AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                           <= :HV-THRU-X
                  ORDER BY SUBSTR(PROCTRAN_DATE, 7, 4),
                           SUBSTR(PROCTRAN_DATE, 4, 2),
                           SUBSTR(PROCTRAN_DATE, 1, 2),
                           PROCTRAN_TIME, PROCTRAN_SORTCODE,
                           PROCTRAN_NUMBER, PROCTRAN_REF
           END-EXEC.

      * Customers deleted in the window.
           EXEC SQL
              DECLARE DWHCDL-CURSOR CURSOR FOR
                 SELECT CUSTOMER_SORTCODE, CUSTOMER_NUMBER,
                        CUSTOMER_ARCHIVE_DELETED_DATE,
                        CUSTOMER_ARCHIVE_DELETED_TIME,
                        CUSTOMER_ARCHIVE_REASON
                   FROM CUSTOMER_ARCHIVE
                  WHERE SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 7, 4)
                        CONCAT
                        SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 4, 2)
                        CONCAT
                        SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 1, 2)
                           > :HV-MARK-X
                    AND SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 7, 4)
                        CONCAT
                        SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 4, 2)
                        CONCAT
                        SUBSTR(CUSTOMER_ARCHIVE_DELETED_DATE, 1, 2)
                           <= :HV-THRU-X
                  ORDER BY CUSTOMER_SORTCODE, CUSTOMER_NUMBER
           END-EXEC.

      * Accounts closed in the window.
           EXEC SQL
              DECLARE DWHADL-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_ARCHIVE_CLOSED_DATE,
                        ACCOUNT_ARCHIVE_CLOSED_TIME,
                        ACCOUNT_ARCHIVE_REASON,
                        COALESCE(ACCOUNT_AVAILABLE_BALANCE, 0),
                        COALESCE(ACCOUNT_ACTUAL_BALANCE, 0)
                   FROM ACCOUNT_ARCHIVE
                  WHERE SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 7, 4)
                        CONCAT
                        SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 4, 2)
                        CONCAT
                        SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 1, 2)
                           > :HV-MARK-X
                    AND SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 7, 4)
                        CONCAT
                        SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 4, 2)
                        CONCAT
                        SUBSTR(ACCOUNT_ARCHIVE_CLOSED_DATE, 1, 2)
                           <= :HV-THRU-X
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DWHEXTR ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-CREATED-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

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

           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY.
           DISPLAY 'DWHEXTR: BUSINESS DATE = ' WS-DATE-DISPLAY.

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-END.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'DWHEXTR: CONTROL CARDS REJECTED - NO FILES '
                     'WRITTEN'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           PERFORM ESTABLISH-WINDOW THRU ESTABLISH-WINDOW-END.

           IF RETURN-CODE >= 8
             DISPLAY 'DWHEXTR: NO EXTRACT WINDOW - NO FILES WRITTEN'
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE WS-MARK-DISPLAY TO DWH-SINCE.
           MOVE WS-RUN-DATE TO DWH-THRU.
           MOVE WS-CREATED-DATE TO DWH-CREATED.
           MOVE WS-ZONE TO DWH-ZONE.

           OPEN OUTPUT DW-CUST-FILE.
           OPEN OUTPUT DW-ACCT-FILE.
           OPEN OUTPUT DW-PTRN-FILE.
           OPEN OUTPUT DW-CDEL-FILE.
           OPEN OUTPUT DW-ADEL-FILE.

           PERFORM EXTRACT-CUSTOMERS THRU EXTRACT-CUSTOMERS-END.
           PERFORM EXTRACT-ACCOUNTS THRU EXTRACT-ACCOUNTS-END.
           PERFORM EXTRACT-POSTINGS THRU EXTRACT-POSTINGS-END.
           PERFORM EXTRACT-CUSTOMER-DELETES
              THRU EXTRACT-CUSTOMER-DELETES-END.
           PERFORM EXTRACT-ACCOUNT-DELETES
              THRU EXTRACT-ACCOUNT-DELETES-END.

           CLOSE DW-CUST-FILE.
           CLOSE DW-ACCT-FILE.
           CLOSE DW-PTRN-FILE.
           CLOSE DW-CDEL-FILE.
           CLOSE DW-ADEL-FILE.

           IF RETURN-CODE < 8
             PERFORM ADVANCE-EXTRACT-MARK
                THRU ADVANCE-EXTRACT-MARK-END
           ELSE
             DISPLAY 'DWHEXTR: EXTRACT INCOMPLETE - HIGH-WATER MARK '
                     'LEFT AT ' WS-MARK-DISPLAY
           END-IF.

           IF WS-CONTROL-UNREADABLE > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-CUST-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: CUSTOMERS WRITTEN       = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCT-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: ACCOUNTS WRITTEN        = '
                   WS-RECS-DISPLAY.
           MOVE WS-PTRN-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: POSTINGS WRITTEN        = '
                   WS-RECS-DISPLAY.
           MOVE WS-CDEL-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: CUSTOMER DELETES        = '
                   WS-RECS-DISPLAY.
           MOVE WS-ADEL-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: ACCOUNT DELETES         = '
                   WS-RECS-DISPLAY.
           MOVE WS-CONTROL-UNREADABLE TO WS-RECS-DISPLAY.
           DISPLAY 'DWHEXTR: CONTROLS UNREADABLE     = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-WRITTEN TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-CONTROL-CARDS
       READ-CONTROL-CARDS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-CONTROL-CARD
                      THRU PARSE-CONTROL-CARD-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           DISPLAY 'DWHEXTR: ZONE = ' WS-ZONE.
       READ-CONTROL-CARDS-END.

      * PROCEDURE PARSE-CONTROL-CARD
       PARSE-CONTROL-CARD.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'ZONE='
               MOVE SYSIN-RECORD (6:10) TO WS-ZONE
               IF NOT ZONE-RESTRICTED AND NOT ZONE-SECURE
                 DISPLAY 'DWHEXTR: UNUSABLE ZONE= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:6) = 'SINCE='
               IF SYSIN-RECORD (7:8) NOT NUMERIC
                 DISPLAY 'DWHEXTR: UNUSABLE SINCE= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (7:8) TO WS-SINCE-DATE
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'DWHEXTR: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-OPTIONS-OK
           END-EVALUATE.
       PARSE-CONTROL-CARD-END.

      * PROCEDURE ESTABLISH-WINDOW
      * The mark from the control row, a SINCE= override, or on a
      * first run the day before the business date - so the first
      * run takes the business date alone.
       ESTABLISH-WINDOW.
           MOVE WS-RUN-DATE TO HV-THRU-INT.

           IF WS-SINCE-DATE > 0
             MOVE WS-SINCE-DATE TO HV-MARK-INT
             DISPLAY 'DWHEXTR: SINCE= OVERRIDES THE HIGH-WATER MARK'
           ELSE
             EXEC SQL
                SELECT DW_EXTRACT_THRU_DATE
                  INTO :HV-DWX-THRU-DATE
                  FROM DW_EXTRACT_CONTROL
                 WHERE DW_EXTRACT_JOB = :HV-DWX-JOB
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE HV-DWX-THRU-DATE TO HV-MARK-INT
               WHEN 100
                 DISPLAY 'DWHEXTR: NO HIGH-WATER MARK - FIRST RUN '
                         'TAKES THE BUSINESS DATE ONLY'
                 EXEC SQL
                    SELECT INTEGER(REPLACE(CHAR(DATE(:WS-CURRENT-DATE)
                                          - 1 DAY, ISO), '-', ''))
                      INTO :HV-MARK-INT
                      FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 IF SQLCODE NOT = 0
                   MOVE SQLCODE TO SQLCODE-DISPLAY
                   DISPLAY 'DWHEXTR: UNABLE TO DERIVE FIRST MARK, '
                           'SQLCODE=' SQLCODE-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   GO TO ESTABLISH-WINDOW-END
                 END-IF
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'DWHEXTR: UNABLE TO READ DW_EXTRACT_CONTROL, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 GO TO ESTABLISH-WINDOW-END
             END-EVALUATE
           END-IF.

           MOVE HV-MARK-INT TO WS-MARK-DISPLAY.
           MOVE WS-MARK-DISPLAY TO HV-MARK-X.
           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY.
           MOVE WS-DATE-DISPLAY TO HV-THRU-X.

           IF HV-MARK-INT >= HV-THRU-INT
             DISPLAY 'DWHEXTR: BUSINESS DATE ALREADY EXTRACTED - '
                     'FILES WILL BE EMPTY (USE SINCE= TO RE-EXTRACT)'
           END-IF.

           DISPLAY 'DWHEXTR: CHANGES AFTER ' WS-MARK-DISPLAY
                   ' THROUGH ' WS-DATE-DISPLAY.
       ESTABLISH-WINDOW-END.

      * PROCEDURE EXTRACT-CUSTOMERS
       EXTRACT-CUSTOMERS.
           MOVE 'CUSTOMER' TO DWH-FILE.
           WRITE DWC-CONTROL-RECORD FROM WS-DW-HEADER.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN DWHCUS-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO OPEN DWHCUS-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-CUSTOMERS-TRAILER
           END-IF.

           PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-CUSTOMER THRU WRITE-CUSTOMER-END
             PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END
           END-PERFORM.

           EXEC SQL
              CLOSE DWHCUS-CURSOR
           END-EXEC.

       EXTRACT-CUSTOMERS-TRAILER.
           MOVE 'CUSTOMER' TO DWT-FILE.
           MOVE WS-FILE-COUNT TO DWT-COUNT.
           MOVE WS-FILE-HASH TO DWT-HASH.
           WRITE DWC-CONTROL-RECORD FROM WS-DW-TRAILER.
           MOVE WS-FILE-COUNT TO WS-CUST-WRITTEN.
       EXTRACT-CUSTOMERS-END.

      * PROCEDURE FETCH-NEXT-CUSTOMER
       FETCH-NEXT-CUSTOMER.
           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              FETCH DWHCUS-CURSOR
                INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                     :HV-CUSTOMER-TITLE,
                     :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-EMAIL, :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-PHONE, :HV-CUSTOMER-ADDR-LINE1,
                     :HV-CUSTOMER-ADDR-LINE2, :HV-CUSTOMER-CITY,
                     :HV-CUSTOMER-POSTCODE, :HV-CUSTOMER-COUNTRY,
                     :HV-CUSTOMER-STATUS, :HV-CUSTOMER-CREATE-DATE,
                     :HV-CUSTOMER-CREDIT-SCORE,
                     :HV-CUSTOMER-CS-REVIEW-DATE,
                     :HV-CUSTOMER-MKTG-CONSENT,
                     :HV-CUSTOMER-CONTACT-CHNL,
                     :HV-CUSTOMER-RISK-RATING,
                     :HV-CUSTOMER-RISK-RVW-DATE,
                     :HV-CUSTOMER-MAIL-ADDR-IND,
                     :HV-CUSTOMER-MAIL-LINE1,
                     :HV-CUSTOMER-MAIL-LINE2,
                     :HV-CUSTOMER-MAIL-CITY,
                     :HV-CUSTOMER-MAIL-POSTCD,
                     :HV-CUSTOMER-MAIL-CNTRY,
                     :HV-CUSTOMER-EMPLOYER-NM,
                     :HV-CUSTOMER-OCCUPATION,
                     :HV-CUSTOMER-INCOME-BAND,
                     :HV-CUSTOMER-TAX-ID,
                     :HV-CUSTOMER-PREF-LANG,
                     :HV-CUSTOMER-LOC-CORR,
                     :HV-CUSTOMER-TAX-EXEMPT,
                     :HV-CUSTOMER-TYPE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DWHEXTR: CUSTOMER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CUSTOMER-END.

      * PROCEDURE WRITE-CUSTOMER
      * For the restricted zone the personal fields are scrambled
      * exactly as PIIMASK scrambles them.
       WRITE-CUSTOMER.
           IF ZONE-RESTRICTED
             INSPECT HV-CUSTOMER-FIRST-NAME
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-LAST-NAME
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-EMAIL
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-PHONE
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-ADDR-LINE1
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-ADDR-LINE2
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-MAIL-LINE1
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-MAIL-LINE2
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
             INSPECT HV-CUSTOMER-TAX-ID
                CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS
           END-IF.

           MOVE SPACES TO DWC-RECORD.
           MOVE 'D' TO DWC-REC-TYPE.
           IF HV-CUSTOMER-CREATE-DATE > HV-MARK-INT
             MOVE 'N' TO DWC-CHANGE
           ELSE
             MOVE 'A' TO DWC-CHANGE
           END-IF.
           MOVE HV-CUSTOMER-SORTCODE TO DWC-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO DWC-NUMBER.
           MOVE HV-CUSTOMER-TITLE TO DWC-TITLE.
           MOVE HV-CUSTOMER-FIRST-NAME TO DWC-FIRST-NAME.
           MOVE HV-CUSTOMER-LAST-NAME TO DWC-LAST-NAME.
           MOVE HV-CUSTOMER-DOB TO DWC-DOB.
           MOVE HV-CUSTOMER-EMAIL TO DWC-EMAIL.
           MOVE HV-CUSTOMER-PHONE TO DWC-PHONE.
           MOVE HV-CUSTOMER-ADDR-LINE1 TO DWC-ADDR-LINE1.
           MOVE HV-CUSTOMER-ADDR-LINE2 TO DWC-ADDR-LINE2.
           MOVE HV-CUSTOMER-CITY TO DWC-CITY.
           MOVE HV-CUSTOMER-POSTCODE TO DWC-POSTCODE.
           MOVE HV-CUSTOMER-COUNTRY TO DWC-COUNTRY.
           MOVE HV-CUSTOMER-STATUS TO DWC-STATUS.
           MOVE HV-CUSTOMER-CREATE-DATE TO DWC-CREATED-DATE.
           MOVE HV-CUSTOMER-CREDIT-SCORE TO DWC-CREDIT-SCORE.
           MOVE HV-CUSTOMER-CS-REVIEW-DATE TO DWC-CS-REVIEW-DATE.
           MOVE HV-CUSTOMER-MKTG-CONSENT TO DWC-MKTG-CONSENT.
           MOVE HV-CUSTOMER-CONTACT-CHNL TO DWC-CONTACT-CHNL.
           MOVE HV-CUSTOMER-RISK-RATING TO DWC-RISK-RATING.
           MOVE HV-CUSTOMER-RISK-RVW-DATE TO DWC-RISK-RVW-DATE.
           MOVE HV-CUSTOMER-MAIL-ADDR-IND TO DWC-MAIL-ADDR-IND.
           MOVE HV-CUSTOMER-MAIL-LINE1 TO DWC-MAIL-LINE1.
           MOVE HV-CUSTOMER-MAIL-LINE2 TO DWC-MAIL-LINE2.
           MOVE HV-CUSTOMER-MAIL-CITY TO DWC-MAIL-CITY.
           MOVE HV-CUSTOMER-MAIL-POSTCD TO DWC-MAIL-POSTCD.
           MOVE HV-CUSTOMER-MAIL-CNTRY TO DWC-MAIL-CNTRY.
           MOVE HV-CUSTOMER-EMPLOYER-NM TO DWC-EMPLOYER-NM.
           MOVE HV-CUSTOMER-OCCUPATION TO DWC-OCCUPATION.
           MOVE HV-CUSTOMER-INCOME-BAND TO DWC-INCOME-BAND.
           MOVE HV-CUSTOMER-TAX-ID TO DWC-TAX-ID.
           MOVE HV-CUSTOMER-PREF-LANG TO DWC-PREF-LANG.
           MOVE HV-CUSTOMER-LOC-CORR TO DWC-LOC-CORR.
           MOVE HV-CUSTOMER-TAX-EXEMPT TO DWC-TAX-EXEMPT.
           MOVE HV-CUSTOMER-TYPE TO DWC-CUST-TYPE.
           WRITE DWC-RECORD.

           IF HV-CUSTOMER-NUMBER NUMERIC
             MOVE HV-CUSTOMER-NUMBER TO WS-HASH-NUMBER
             ADD WS-HASH-NUMBER TO WS-FILE-HASH
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-CUSTOMER-END.

      * PROCEDURE EXTRACT-ACCOUNTS
       EXTRACT-ACCOUNTS.
           MOVE 'ACCOUNT' TO DWH-FILE.
           WRITE DWA-CONTROL-RECORD FROM WS-DW-HEADER.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN DWHACC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO OPEN DWHACC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ACCOUNTS-TRAILER
           END-IF.

           PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-END
             PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END
           END-PERFORM.

           EXEC SQL
              CLOSE DWHACC-CURSOR
           END-EXEC.

       EXTRACT-ACCOUNTS-TRAILER.
           MOVE 'ACCOUNT' TO DWT-FILE.
           MOVE WS-FILE-COUNT TO DWT-COUNT.
           MOVE WS-FILE-HASH TO DWT-HASH.
           WRITE DWA-CONTROL-RECORD FROM WS-DW-TRAILER.
           MOVE WS-FILE-COUNT TO WS-ACCT-WRITTEN.
       EXTRACT-ACCOUNTS-END.

      * PROCEDURE FETCH-NEXT-ACCOUNT
       FETCH-NEXT-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH DWHACC-CURSOR
                INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-CURRENCY, :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-OPENED, :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-LAST-STMT, :HV-ACCOUNT-NEXT-STMT,
                     :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED, :HV-ACCOUNT-LAST-ACCRUED,
                     :HV-ACCOUNT-MATURITY-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DWHEXTR: ACCOUNT FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-ACCOUNT-END.

      * PROCEDURE WRITE-ACCOUNT
      * The account as it stands tonight, with its controls. A
      * control that cannot be read is written as a freeze, as
      * BRCONTG does.
       WRITE-ACCOUNT.
           MOVE SPACES TO DWA-RECORD.
           MOVE 'D' TO DWA-REC-TYPE.
           IF HV-ACCOUNT-OPENED > HV-MARK-INT
             MOVE 'N' TO DWA-CHANGE
           ELSE
             MOVE 'A' TO DWA-CHANGE
           END-IF.
           MOVE HV-ACCOUNT-SORTCODE TO DWA-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO DWA-NUMBER.
           MOVE HV-ACCOUNT-CUST-NUMBER TO DWA-CUSTNO.
           MOVE HV-ACCOUNT-TYPE TO DWA-PRODUCT.
           MOVE HV-ACCOUNT-CURRENCY TO DWA-CURRENCY.
           MOVE HV-ACCOUNT-INT-RATE TO DWA-INT-RATE.
           MOVE HV-ACCOUNT-OPENED TO DWA-OPENED.
           MOVE HV-ACCOUNT-OVERDRAFT TO DWA-OVERDRAFT.
           MOVE HV-ACCOUNT-LAST-STMT TO DWA-LAST-STMT.
           MOVE HV-ACCOUNT-NEXT-STMT TO DWA-NEXT-STMT.
           MOVE HV-ACCOUNT-LAST-ACCRUED TO DWA-LAST-ACCRUED.
           MOVE HV-ACCOUNT-MATURITY-DATE TO DWA-MATURITY-DATE.

           IF HV-ACCOUNT-AVAIL-BAL < 0
             COMPUTE DWA-AVAIL-BAL = 0 - HV-ACCOUNT-AVAIL-BAL
             MOVE 'D' TO DWA-AVAIL-SIGN
           ELSE
             MOVE HV-ACCOUNT-AVAIL-BAL TO DWA-AVAIL-BAL
             MOVE 'C' TO DWA-AVAIL-SIGN
           END-IF.

           IF HV-ACCOUNT-ACTUAL-BAL < 0
             COMPUTE DWA-ACTUAL-BAL = 0 - HV-ACCOUNT-ACTUAL-BAL
             MOVE 'D' TO DWA-ACTUAL-SIGN
           ELSE
             MOVE HV-ACCOUNT-ACTUAL-BAL TO DWA-ACTUAL-BAL
             MOVE 'C' TO DWA-ACTUAL-SIGN
           END-IF.

           IF HV-ACCOUNT-ACCRUED < 0
             COMPUTE DWA-ACCRUED = 0 - HV-ACCOUNT-ACCRUED
             MOVE 'D' TO DWA-ACCRUED-SIGN
           ELSE
             MOVE HV-ACCOUNT-ACCRUED TO DWA-ACCRUED
             MOVE 'C' TO DWA-ACCRUED-SIGN
           END-IF.

           INITIALIZE HOST-CONTROL-COUNTS.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'F'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'D'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'C'
                                       THEN 1 ELSE 0 END), 0)
                INTO :HV-CTL-FREEZE,
                     :HV-CTL-NO-DEBIT,
                     :HV-CTL-NO-CREDIT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: CONTROLS UNREADABLE FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             ADD 1 TO WS-CONTROL-UNREADABLE
             MOVE 1 TO HV-CTL-FREEZE
           END-IF.

           IF HV-CTL-FREEZE > 0
             MOVE 'Y' TO DWA-FROZEN
           ELSE
             MOVE 'N' TO DWA-FROZEN
           END-IF.

           IF HV-CTL-NO-DEBIT > 0
             MOVE 'Y' TO DWA-NO-DEBITS
           ELSE
             MOVE 'N' TO DWA-NO-DEBITS
           END-IF.

           IF HV-CTL-NO-CREDIT > 0
             MOVE 'Y' TO DWA-NO-CREDITS
           ELSE
             MOVE 'N' TO DWA-NO-CREDITS
           END-IF.

           WRITE DWA-RECORD.

           ADD DWA-ACTUAL-BAL TO WS-FILE-HASH.
           ADD 1 TO WS-FILE-COUNT.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-ACCOUNT-END.

      * PROCEDURE EXTRACT-POSTINGS
       EXTRACT-POSTINGS.
           MOVE 'PROCTRAN' TO DWH-FILE.
           WRITE DWP-CONTROL-RECORD FROM WS-DW-HEADER.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN DWHPTR-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO OPEN DWHPTR-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-POSTINGS-TRAILER
           END-IF.

           PERFORM FETCH-NEXT-POSTING THRU FETCH-NEXT-POSTING-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-POSTING THRU WRITE-POSTING-END
             PERFORM FETCH-NEXT-POSTING THRU FETCH-NEXT-POSTING-END
           END-PERFORM.

           EXEC SQL
              CLOSE DWHPTR-CURSOR
           END-EXEC.

       EXTRACT-POSTINGS-TRAILER.
           MOVE 'PROCTRAN' TO DWT-FILE.
           MOVE WS-FILE-COUNT TO DWT-COUNT.
           MOVE WS-FILE-HASH TO DWT-HASH.
           WRITE DWP-CONTROL-RECORD FROM WS-DW-TRAILER.
           MOVE WS-FILE-COUNT TO WS-PTRN-WRITTEN.
       EXTRACT-POSTINGS-END.

      * PROCEDURE FETCH-NEXT-POSTING
       FETCH-NEXT-POSTING.
           INITIALIZE HOST-PROCTRAN-ROW.

           EXEC SQL
              FETCH DWHPTR-CURSOR
                INTO :HV-PROCTRAN-SORT-CODE, :HV-PROCTRAN-ACC-NUMBER,
                     :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                     :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                     :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT,
                     :HV-PROCTRAN-BALANCE, :HV-PROCTRAN-VALUE-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DWHEXTR: PROCTRAN FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-POSTING-END.

      * PROCEDURE WRITE-POSTING
       WRITE-POSTING.
           MOVE SPACES TO DWP-RECORD.
           MOVE 'D' TO DWP-REC-TYPE.
           MOVE HV-PROCTRAN-SORT-CODE TO DWP-SORTCODE.
           MOVE HV-PROCTRAN-ACC-NUMBER TO DWP-NUMBER.
           MOVE HV-PROCTRAN-DATE TO DWP-DATE.
           MOVE HV-PROCTRAN-TIME TO DWP-TIME.
           MOVE HV-PROCTRAN-REF TO DWP-REF.
           MOVE HV-PROCTRAN-TYPE TO DWP-TYPE.
           MOVE HV-PROCTRAN-DESC TO DWP-DESC.
           MOVE HV-PROCTRAN-VALUE-DATE TO DWP-VALUE-DATE.

           IF HV-PROCTRAN-AMOUNT < 0
             COMPUTE DWP-AMOUNT = 0 - HV-PROCTRAN-AMOUNT
             MOVE '-' TO DWP-AMOUNT-SIGN
           ELSE
             MOVE HV-PROCTRAN-AMOUNT TO DWP-AMOUNT
             MOVE '+' TO DWP-AMOUNT-SIGN
           END-IF.

           IF HV-PROCTRAN-BALANCE < 0
             COMPUTE DWP-BALANCE = 0 - HV-PROCTRAN-BALANCE
             MOVE 'D' TO DWP-BALANCE-SIGN
           ELSE
             MOVE HV-PROCTRAN-BALANCE TO DWP-BALANCE
             MOVE 'C' TO DWP-BALANCE-SIGN
           END-IF.

           WRITE DWP-RECORD.

           ADD DWP-AMOUNT TO WS-FILE-HASH.
           ADD 1 TO WS-FILE-COUNT.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-POSTING-END.

      * PROCEDURE EXTRACT-CUSTOMER-DELETES
       EXTRACT-CUSTOMER-DELETES.
           MOVE 'CUSTOMER_ARCHIVE' TO DWH-FILE.
           WRITE DWD-CONTROL-RECORD FROM WS-DW-HEADER.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN DWHCDL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO OPEN DWHCDL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-CUSTOMER-DELETES-TRL
           END-IF.

           PERFORM FETCH-NEXT-CUST-DELETE
              THRU FETCH-NEXT-CUST-DELETE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             MOVE SPACES TO DWD-RECORD
             MOVE 'D' TO DWD-REC-TYPE
             MOVE HV-CARC-SORTCODE TO DWD-SORTCODE
             MOVE HV-CARC-NUMBER TO DWD-NUMBER
             MOVE HV-CARC-DELETED-DATE TO DWD-DELETED-DATE
             MOVE HV-CARC-DELETED-TIME TO DWD-DELETED-TIME
             MOVE HV-CARC-REASON TO DWD-REASON
             WRITE DWD-RECORD
             IF HV-CARC-NUMBER NUMERIC
               MOVE HV-CARC-NUMBER TO WS-HASH-NUMBER
               ADD WS-HASH-NUMBER TO WS-FILE-HASH
             END-IF
             ADD 1 TO WS-FILE-COUNT
             ADD 1 TO WS-RECS-WRITTEN
             PERFORM FETCH-NEXT-CUST-DELETE
                THRU FETCH-NEXT-CUST-DELETE-END
           END-PERFORM.

           EXEC SQL
              CLOSE DWHCDL-CURSOR
           END-EXEC.

       EXTRACT-CUSTOMER-DELETES-TRL.
           MOVE 'CUSTOMER_ARCHIVE' TO DWT-FILE.
           MOVE WS-FILE-COUNT TO DWT-COUNT.
           MOVE WS-FILE-HASH TO DWT-HASH.
           WRITE DWD-CONTROL-RECORD FROM WS-DW-TRAILER.
           MOVE WS-FILE-COUNT TO WS-CDEL-WRITTEN.
       EXTRACT-CUSTOMER-DELETES-END.

      * PROCEDURE FETCH-NEXT-CUST-DELETE
       FETCH-NEXT-CUST-DELETE.
           INITIALIZE HOST-CUST-ARCHIVE-ROW.

           EXEC SQL
              FETCH DWHCDL-CURSOR
                INTO :HV-CARC-SORTCODE, :HV-CARC-NUMBER,
                     :HV-CARC-DELETED-DATE, :HV-CARC-DELETED-TIME,
                     :HV-CARC-REASON
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DWHEXTR: CUSTOMER_ARCHIVE FETCH FAILED, '
                       'SQLCODE=' SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CUST-DELETE-END.

      * PROCEDURE EXTRACT-ACCOUNT-DELETES
       EXTRACT-ACCOUNT-DELETES.
           MOVE 'ACCOUNT_ARCHIVE' TO DWH-FILE.
           WRITE DWX-CONTROL-RECORD FROM WS-DW-HEADER.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN DWHADL-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO OPEN DWHADL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ACCOUNT-DELETES-TRL
           END-IF.

           PERFORM FETCH-NEXT-ACC-DELETE
              THRU FETCH-NEXT-ACC-DELETE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-ACC-DELETE THRU WRITE-ACC-DELETE-END
             PERFORM FETCH-NEXT-ACC-DELETE
                THRU FETCH-NEXT-ACC-DELETE-END
           END-PERFORM.

           EXEC SQL
              CLOSE DWHADL-CURSOR
           END-EXEC.

       EXTRACT-ACCOUNT-DELETES-TRL.
           MOVE 'ACCOUNT_ARCHIVE' TO DWT-FILE.
           MOVE WS-FILE-COUNT TO DWT-COUNT.
           MOVE WS-FILE-HASH TO DWT-HASH.
           WRITE DWX-CONTROL-RECORD FROM WS-DW-TRAILER.
           MOVE WS-FILE-COUNT TO WS-ADEL-WRITTEN.
       EXTRACT-ACCOUNT-DELETES-END.

      * PROCEDURE FETCH-NEXT-ACC-DELETE
       FETCH-NEXT-ACC-DELETE.
           INITIALIZE HOST-ACC-ARCHIVE-ROW.

           EXEC SQL
              FETCH DWHADL-CURSOR
                INTO :HV-AARC-SORTCODE, :HV-AARC-NUMBER,
                     :HV-AARC-CUST-NUMBER, :HV-AARC-TYPE,
                     :HV-AARC-CLOSED-DATE, :HV-AARC-CLOSED-TIME,
                     :HV-AARC-REASON, :HV-AARC-AVAIL-BAL,
                     :HV-AARC-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DWHEXTR: ACCOUNT_ARCHIVE FETCH FAILED, '
                       'SQLCODE=' SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-ACC-DELETE-END.

      * PROCEDURE WRITE-ACC-DELETE
       WRITE-ACC-DELETE.
           MOVE SPACES TO DWX-RECORD.
           MOVE 'D' TO DWX-REC-TYPE.
           MOVE HV-AARC-SORTCODE TO DWX-SORTCODE.
           MOVE HV-AARC-NUMBER TO DWX-NUMBER.
           MOVE HV-AARC-CUST-NUMBER TO DWX-CUSTNO.
           MOVE HV-AARC-TYPE TO DWX-PRODUCT.
           MOVE HV-AARC-CLOSED-DATE TO DWX-CLOSED-DATE.
           MOVE HV-AARC-CLOSED-TIME TO DWX-CLOSED-TIME.
           MOVE HV-AARC-REASON TO DWX-REASON.

           IF HV-AARC-AVAIL-BAL < 0
             COMPUTE DWX-AVAIL-BAL = 0 - HV-AARC-AVAIL-BAL
             MOVE 'D' TO DWX-AVAIL-SIGN
           ELSE
             MOVE HV-AARC-AVAIL-BAL TO DWX-AVAIL-BAL
             MOVE 'C' TO DWX-AVAIL-SIGN
           END-IF.

           IF HV-AARC-ACTUAL-BAL < 0
             COMPUTE DWX-ACTUAL-BAL = 0 - HV-AARC-ACTUAL-BAL
             MOVE 'D' TO DWX-ACTUAL-SIGN
           ELSE
             MOVE HV-AARC-ACTUAL-BAL TO DWX-ACTUAL-BAL
             MOVE 'C' TO DWX-ACTUAL-SIGN
           END-IF.

           WRITE DWX-RECORD.

           ADD DWX-ACTUAL-BAL TO WS-FILE-HASH.
           ADD 1 TO WS-FILE-COUNT.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-ACC-DELETE-END.

      * PROCEDURE ADVANCE-EXTRACT-MARK
      * The control row is replaced and committed only after every
      * file has been written, so a failed run leaves the mark
      * where it was and the next run takes the missed days too. A
      * SINCE= rerun of days already extracted never moves it back.
       ADVANCE-EXTRACT-MARK.
           MOVE 0 TO HV-DWX-THRU-DATE.

           EXEC SQL
              SELECT COALESCE(MAX(DW_EXTRACT_THRU_DATE), 0)
                INTO :HV-DWX-THRU-DATE
                FROM DW_EXTRACT_CONTROL
               WHERE DW_EXTRACT_JOB = :HV-DWX-JOB
           END-EXEC.

           IF HV-DWX-THRU-DATE > HV-THRU-INT
             DISPLAY 'DWHEXTR: HIGH-WATER MARK ALREADY PAST THIS RUN '
                     '- LEFT UNCHANGED'
             GO TO ADVANCE-EXTRACT-MARK-END
           END-IF.

           EXEC SQL
              DELETE FROM DW_EXTRACT_CONTROL
               WHERE DW_EXTRACT_JOB = :HV-DWX-JOB
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO CLEAR HIGH-WATER MARK, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO ADVANCE-EXTRACT-MARK-END
           END-IF.

           MOVE HV-THRU-INT TO HV-DWX-THRU-DATE.
           MOVE WS-RECS-WRITTEN TO HV-DWX-ROW-COUNT.

           EXEC SQL
              INSERT INTO DW_EXTRACT_CONTROL
                     ( DW_EXTRACT_JOB,
                       DW_EXTRACT_THRU_DATE,
                       DW_EXTRACT_RUN_DATE,
                       DW_EXTRACT_ROW_COUNT )
              VALUES ( :HV-DWX-JOB,
                       :HV-DWX-THRU-DATE,
                       :WS-RUN-DATE,
                       :HV-DWX-ROW-COUNT )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DWHEXTR: UNABLE TO STORE HIGH-WATER MARK, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             GO TO ADVANCE-EXTRACT-MARK-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           DISPLAY 'DWHEXTR: HIGH-WATER MARK MOVED TO '
                   WS-DATE-DISPLAY.
       ADVANCE-EXTRACT-MARK-END.

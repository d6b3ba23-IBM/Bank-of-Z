       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKSEXTR.

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
      * Book sale selection and outbound transfer extract - the
      * way out for a book we sell, as CUSTLOAD and ACCTLOAD are the
      * way in for a book we buy.
      *
      * Run on the cut-over date with the sale described on SYSIN:
      *
      *    SALE=xxxxxxxx       the sale reference (required)
      *    CUTOVER=ccyymmdd    the cut-over date (required) - it must
      *                        be the business date, so nothing is
      *                        frozen early or late
      *    SCODE=nnnnnn        a sort code in the sale (repeatable)
      *    PRODUCT=xxxxxxxx    an ACCOUNT_TYPE in the sale
      *                        (repeatable)
      *
      * At least one SCODE= or PRODUCT= card is needed. With sort
      * codes only, a branch's whole book is sold; with products
      * only, a product line across every branch; with both, that
      * product line at those branches.
      *
      * First it selects. Each account the cards describe is frozen
      * with an 'F' ACCOUNT_CONTROL - the control ACCCTRL sets at
      * the counter, here with reason 'BOOK SALE' and the sale
      * reference and operator 'SYS', so DBCRFUN, XFRFUN and the
      * batch posting jobs refuse it from now on - and written to
      * the BOOK_SALE_ACCOUNT register in the same unit of work,
      * with its primary and joint owners on BOOK_SALE_CUSTOMER. An
      * account already under a control of its own (a court order,
      * a sanctions freeze) is not sold out from under it: it is
      * left out and listed on the report, and the job ends RC 4.
      * Each account commits on its own, and one already on this
      * sale's register is passed over, so a rerun picks up where a
      * stopped run left off.
      *
      * Then it writes the transfer file (BKSOUT) for the buyer from
      * the register, so a rerun writes it whole again. The layout
      * is fixed, 500 bytes, every record carrying its type and the
      * sale reference:
      *
      *   'H' - header: literal, cut-over date, date created;
      *   'C' - each customer: name, date of birth, address, phone,
      *         e-mail, tax ID, customer type, status, risk rating
      *         and the date the customer joined us;
      *   'K' - each KYC_DOCUMENT reference held for the customer;
      *   'M' - each active MANDATE - a whole-customer one after
      *         its customer, an account one after its account;
      *   'A' - each account: product, currency, rate, opened date,
      *         overdraft limit, actual and available balances and
      *         the interest accrued but not yet capitalized (each
      *         unsigned with a 'C'/'D' sign byte), statement dates
      *         and any fixed-term maturity instruction;
      *   'O' - each ACCOUNT_OWNER row, primary and joint;
      *   'S' - each active STANDING_ORDER paid from the account;
      *   'D' - each live DIRECT_DEBIT_INSTRUCTION on the account;
      *   'T' - trailer: the count of each record type, and hashes
      *         of the actual balances and the accrued interest
      *         (taken unsigned), the CRBEXTR convention.
      *
      * Last it proves the extract. For each sort code and currency
      * in the sale, the trial balance on the report sets the
      * balances extracted plus the balances retained (every other
      * account at the sort code in that currency) against the
      * latest ACCOUNT_BALANCE_CONTROL position ACCTCTL wrote - run
      * straight after ACCTCTL has proved the day, before anything
      * posts, the difference is nil. A difference is printed OUT
      * OF BALANCE and the job ends RC 4. Accrued interest is not
      * in the control position and is shown beside it.
      *
      * The buyer's acceptance file comes back to BKSCLOS, which
      * closes what was accepted and releases what was not.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKS-OUT-FILE ASSIGN TO BKSOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT BKS-RPT-FILE ASSIGN TO BKSRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  BKS-OUT-FILE
           RECORDING MODE IS F.
       01  BKS-HDR-RECORD.
           05  BKS-HDR-TYPE              PIC X.
           05  BKS-HDR-SALE-REF          PIC X(8).
           05  BKS-HDR-LITERAL           PIC X(20).
           05  BKS-HDR-CUTOVER           PIC 9(8).
           05  BKS-HDR-CREATED           PIC 9(8).
           05  FILLER                    PIC X(455).

       01  BKS-CUST-RECORD.
           05  BKS-CUST-TYPE             PIC X.
           05  BKS-CUST-SALE-REF         PIC X(8).
           05  BKS-CUST-SORTCODE         PIC X(6).
           05  BKS-CUST-NUMBER           PIC X(10).
           05  BKS-CUST-TITLE            PIC X(10).
           05  BKS-CUST-FIRST-NAME       PIC X(50).
           05  BKS-CUST-LAST-NAME        PIC X(50).
           05  BKS-CUST-DOB              PIC 9(8).
           05  BKS-CUST-ADDR-LINE1       PIC X(50).
           05  BKS-CUST-ADDR-LINE2       PIC X(50).
           05  BKS-CUST-CITY             PIC X(50).
           05  BKS-CUST-POSTCODE         PIC X(10).
           05  BKS-CUST-COUNTRY          PIC X(50).
           05  BKS-CUST-PHONE            PIC X(20).
           05  BKS-CUST-EMAIL            PIC X(60).
           05  BKS-CUST-TAX-ID           PIC X(13).
           05  BKS-CUST-CUST-TYPE        PIC X.
           05  BKS-CUST-STATUS           PIC X(10).
           05  BKS-CUST-RISK-RATING      PIC X(10).
           05  BKS-CUST-CREATED          PIC 9(8).
           05  FILLER                    PIC X(25).

       01  BKS-KYC-RECORD.
           05  BKS-KYC-TYPE              PIC X.
           05  BKS-KYC-SALE-REF          PIC X(8).
           05  BKS-KYC-SORTCODE          PIC X(6).
           05  BKS-KYC-CUSTNO            PIC X(10).
           05  BKS-KYC-DOC-TYPE          PIC X(10).
           05  BKS-KYC-DOC-REF           PIC X(20).
           05  BKS-KYC-ISSUE-DATE        PIC 9(8).
           05  BKS-KYC-EXPIRY-DATE       PIC 9(8).
           05  BKS-KYC-VERIFIED-BY       PIC X(3).
           05  FILLER                    PIC X(426).

       01  BKS-MAND-RECORD.
           05  BKS-MAND-TYPE             PIC X.
           05  BKS-MAND-SALE-REF         PIC X(8).
           05  BKS-MAND-SORTCODE         PIC X(6).
           05  BKS-MAND-CUSTNO           PIC X(10).
           05  BKS-MAND-ACCNO            PIC X(8).
           05  BKS-MAND-ID               PIC 9(9).
           05  BKS-MAND-HOLDER-NAME      PIC X(60).
           05  BKS-MAND-HOLDER-CUSTNO    PIC X(10).
           05  BKS-MAND-SCOPE            PIC X.
           05  BKS-MAND-LIMIT            PIC 9(10)V99.
           05  BKS-MAND-START-DATE       PIC 9(8).
           05  BKS-MAND-EXPIRY-DATE      PIC 9(8).
           05  BKS-MAND-VERIFIED-BY      PIC X(3).
           05  FILLER                    PIC X(356).

       01  BKS-ACCT-RECORD.
           05  BKS-ACCT-TYPE             PIC X.
           05  BKS-ACCT-SALE-REF         PIC X(8).
           05  BKS-ACCT-SORTCODE         PIC X(6).
           05  BKS-ACCT-NUMBER           PIC X(8).
           05  BKS-ACCT-CUSTNO           PIC X(10).
           05  BKS-ACCT-PRODUCT          PIC X(8).
           05  BKS-ACCT-CURRENCY         PIC X(3).
           05  BKS-ACCT-OPENED           PIC 9(8).
           05  BKS-ACCT-INT-RATE         PIC 9(4)V99.
           05  BKS-ACCT-OVERDRAFT        PIC 9(9).
           05  BKS-ACCT-ACTUAL-BAL       PIC 9(10)V99.
           05  BKS-ACCT-ACTUAL-SIGN      PIC X.
           05  BKS-ACCT-AVAIL-BAL        PIC 9(10)V99.
           05  BKS-ACCT-AVAIL-SIGN       PIC X.
           05  BKS-ACCT-ACCRUED          PIC 9(10)V99.
           05  BKS-ACCT-ACCRUED-SIGN     PIC X.
           05  BKS-ACCT-LAST-STMT        PIC 9(8).
           05  BKS-ACCT-NEXT-STMT        PIC 9(8).
           05  BKS-ACCT-MATURITY-DATE    PIC 9(8).
           05  BKS-ACCT-MATURITY-DISP    PIC X.
           05  BKS-ACCT-MATURITY-ACCNO   PIC X(8).
           05  FILLER                    PIC X(361).

       01  BKS-OWNR-RECORD.
           05  BKS-OWNR-TYPE             PIC X.
           05  BKS-OWNR-SALE-REF         PIC X(8).
           05  BKS-OWNR-SORTCODE         PIC X(6).
           05  BKS-OWNR-ACCNO            PIC X(8).
           05  BKS-OWNR-CUSTOMER         PIC X(10).
           05  BKS-OWNR-ADDED-DATE       PIC 9(8).
           05  FILLER                    PIC X(459).

       01  BKS-SORD-RECORD.
           05  BKS-SORD-TYPE             PIC X.
           05  BKS-SORD-SALE-REF         PIC X(8).
           05  BKS-SORD-SORTCODE         PIC X(6).
           05  BKS-SORD-ACCNO            PIC X(8).
           05  BKS-SORD-ID               PIC 9(9).
           05  BKS-SORD-TO-SORTCODE      PIC X(6).
           05  BKS-SORD-TO-ACCNO         PIC X(8).
           05  BKS-SORD-AMOUNT           PIC 9(10)V99.
           05  BKS-SORD-FREQUENCY        PIC X.
           05  BKS-SORD-NEXT-DUE         PIC 9(8).
           05  BKS-SORD-END-DATE         PIC 9(8).
           05  FILLER                    PIC X(425).

       01  BKS-DDI-RECORD.
           05  BKS-DDI-TYPE              PIC X.
           05  BKS-DDI-SALE-REF          PIC X(8).
           05  BKS-DDI-SORTCODE          PIC X(6).
           05  BKS-DDI-ACCNO             PIC X(8).
           05  BKS-DDI-SUN               PIC X(6).
           05  BKS-DDI-REFERENCE         PIC X(18).
           05  BKS-DDI-ORIG-NAME         PIC X(18).
           05  BKS-DDI-SETUP-DATE        PIC 9(8).
           05  FILLER                    PIC X(427).

       01  BKS-TRL-RECORD.
           05  BKS-TRL-TYPE              PIC X.
           05  BKS-TRL-SALE-REF          PIC X(8).
           05  BKS-TRL-LITERAL           PIC X(20).
           05  BKS-TRL-CUSTOMERS         PIC 9(8).
           05  BKS-TRL-KYC-DOCS          PIC 9(8).
           05  BKS-TRL-MANDATES          PIC 9(8).
           05  BKS-TRL-ACCOUNTS          PIC 9(8).
           05  BKS-TRL-OWNERS            PIC 9(8).
           05  BKS-TRL-ORDERS            PIC 9(8).
           05  BKS-TRL-INSTRUCTIONS      PIC 9(8).
           05  BKS-TRL-BALANCE-HASH      PIC 9(14)V99.
           05  BKS-TRL-ACCRUED-HASH      PIC 9(14)V99.
           05  FILLER                    PIC X(383).

       FD  BKS-RPT-FILE
           RECORDING MODE IS F.
       01  BKS-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - the sale freeze, and the
      * controls that keep an account out of the sale
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

      * ACCOUNT_OWNER DB2 copybook - primary and joint owners
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * BOOK_SALE_ACCOUNT and BOOK_SALE_CUSTOMER DB2 copybooks - the
      * sale register
           EXEC SQL
              INCLUDE BKSADB2
           END-EXEC.

           EXEC SQL
              INCLUDE BKSCDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * KYC_DOCUMENT, MANDATE, STANDING_ORDER and
      * DIRECT_DEBIT_INSTRUCTION DB2 copybooks - what goes with the
      * customers and accounts
           EXEC SQL
              INCLUDE KYCDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE MANDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SORDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

      * ACCOUNT_BALANCE_CONTROL DB2 copybook - the proven position
      * the trial balance is set against
           EXEC SQL
              INCLUDE ABCTDB2
           END-EXEC.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-CURRENCY       PIC X(3).
           03  HV-ACCOUNT-INT-RATE       PIC S9(4)V99 COMP-3.
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-NEXT-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED-INT    PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-MATURITY-DATE  PIC S9(9) COMP.
           03  HV-ACCOUNT-MATURITY-DISP  PIC X.
           03  HV-ACCOUNT-MATURITY-ACCNO PIC X(8).

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-SORTCODE      PIC X(6).
           03  HV-CUSTOMER-NUMBER        PIC X(10).
           03  HV-CUSTOMER-TITLE         PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-ADDR-LINE1    PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2    PIC X(50).
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-COUNTRY       PIC X(50).
           03  HV-CUSTOMER-PHONE         PIC X(20).
           03  HV-CUSTOMER-EMAIL         PIC X(60).
           03  HV-CUSTOMER-TAX-ID        PIC X(13).
           03  HV-CUSTOMER-TYPE          PIC X.
           03  HV-CUSTOMER-STATUS        PIC X(10).
           03  HV-CUSTOMER-RISK-RATING   PIC X(10).
           03  HV-CUSTOMER-CREATE-DATE   PIC S9(9) COMP.

      * KYC_DOCUMENT host variables for DB2
       01  HOST-KYC-ROW.
           03  HV-KYC-DOC-TYPE           PIC X(10).
           03  HV-KYC-DOC-REF            PIC X(20).
           03  HV-KYC-ISSUE-DATE         PIC S9(9) COMP.
           03  HV-KYC-EXPIRY-DATE        PIC S9(9) COMP.
           03  HV-KYC-VERIFIED-BY        PIC X(3).

      * MANDATE host variables for DB2
       01  HOST-MANDATE-ROW.
           03  HV-MAND-ID                PIC S9(9) COMP.
           03  HV-MAND-CUSTOMER          PIC X(10).
           03  HV-MAND-ACCOUNT           PIC X(8).
           03  HV-MAND-HOLDER-NAME       PIC X(60).
           03  HV-MAND-HOLDER-CUSTNO     PIC X(10).
           03  HV-MAND-SCOPE             PIC X.
           03  HV-MAND-LIMIT             PIC S9(10)V99 COMP-3.
           03  HV-MAND-START-DATE        PIC S9(9) COMP.
           03  HV-MAND-EXPIRY-DATE       PIC S9(9) COMP.
           03  HV-MAND-VERIFIED-BY       PIC X(3).

      * ACCOUNT_OWNER host variables for DB2
       01  HOST-OWNER-ROW.
           03  HV-OWNER-CUSTOMER         PIC X(10).
           03  HV-OWNER-ADDED-DATE       PIC S9(9) COMP.

      * STANDING_ORDER host variables for DB2
       01  HOST-ORDER-ROW.
           03  HV-SO-ID                  PIC S9(9) COMP.
           03  HV-SO-TO-SORTCODE         PIC X(6).
           03  HV-SO-TO-NUMBER           PIC X(8).
           03  HV-SO-AMOUNT              PIC S9(10)V99 COMP-3.
           03  HV-SO-FREQUENCY           PIC X.
           03  HV-SO-NEXT-DUE            PIC S9(9) COMP.
           03  HV-SO-END-DATE            PIC S9(9) COMP.

      * DIRECT_DEBIT_INSTRUCTION host variables for DB2
       01  HOST-DDI-ROW.
           03  HV-DDI-SUN                PIC X(6).
           03  HV-DDI-REFERENCE          PIC X(18).
           03  HV-DDI-ORIGINATOR-NAME    PIC X(18).
           03  HV-DDI-SETUP-DATE         PIC S9(9) COMP.

      * ACCOUNT_BALANCE_CONTROL host variables for DB2
       01  HOST-CONTROL-ROW.
           03  HV-ABC-DATE               PIC S9(9) COMP.
           03  HV-ABC-BALANCE            PIC S9(12)V99 COMP-3.
           03  HV-RETAINED-BALANCE       PIC S9(12)V99 COMP-3.

       77  HV-SALE-REF               PIC X(8)          VALUE SPACES.
       77  HV-OTHER-SALE-REF         PIC X(8)          VALUE SPACES.
       77  HV-TB-SORTCODE            PIC X(6)          VALUE SPACES.
       77  HV-TB-CURRENCY            PIC X(3)          VALUE SPACES.
       77  HV-CHECK-COUNT            PIC S9(9) COMP    VALUE 0.
       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

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
      * The business date the freeze takes effect on, from the
      * BANKING_DATE control row with the CURRENT DATE fallback; the
      * header also carries the date the file was actually made.
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
       77  WS-CREATED-DATE           PIC 9(8).

      *
      * The sale on SYSIN.
      *
       77  WS-CUTOVER-DATE           PIC 9(8)          VALUE 0.
       01  WS-SCODE-TABLE.
           05  WS-SCODE-ENTRY OCCURS 50 TIMES
                                     PIC X(6).
       77  WS-SCODE-COUNT            PIC S9(4) COMP    VALUE 0.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 50 TIMES
                                     PIC X(8).
       77  WS-PRODUCT-COUNT          PIC S9(4) COMP    VALUE 0.
       77  WS-SEL-IX                 PIC S9(4) COMP    VALUE 0.
       77  WS-SCODE-MATCH            PIC X             VALUE 'N'.
       77  WS-PRODUCT-MATCH          PIC X             VALUE 'N'.

       77  WS-OPTIONS-OK             PIC X             VALUE 'Y'.
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.

      * The freeze reason every account in the sale carries - what
      * BKSCLOS lifts, and nothing else.
       01  WS-SALE-REASON.
           05  FILLER                PIC X(10) VALUE 'BOOK SALE '.
           05  WS-SALE-REASON-REF    PIC X(8).
           05  FILLER                PIC X(12) VALUE SPACES.

      *
      * The trial balance, a row per sort code and currency in the
      * sale, accumulated from the accounts as they are written.
      *
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 200 TIMES.
               10  WS-TB-SORTCODE        PIC X(6).
               10  WS-TB-CURRENCY        PIC X(3).
               10  WS-TB-ACCOUNTS        PIC S9(9) COMP.
               10  WS-TB-EXTRACTED       PIC S9(12)V99 COMP-3.
               10  WS-TB-ACCRUED         PIC S9(12)V99 COMP-3.
       77  WS-TB-COUNT               PIC S9(4) COMP    VALUE 0.
       77  WS-TB-IX                  PIC S9(4) COMP    VALUE 0.
       77  WS-TB-FOUND-IX            PIC S9(4) COMP    VALUE 0.
       77  WS-TB-DIFFERENCE          PIC S9(12)V99     VALUE 0.

       77  WS-END-OF-ACCOUNTS        PIC X             VALUE 'N'.
           88  END-OF-ACCOUNTS       VALUE 'Y'.
       77  WS-END-OF-CUSTOMERS       PIC X             VALUE 'N'.
           88  END-OF-CUSTOMERS      VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-STEP-OK                PIC X             VALUE 'Y'.

       77  WS-ACCTS-MATCHED          PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-FROZEN           PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-ALREADY          PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-EXCLUDED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCTS-FAILED           PIC 9(8)  COMP    VALUE 0.
       77  WS-TB-OUT-OF-BALANCE      PIC 9(8)  COMP    VALUE 0.

       77  WS-CNT-CUSTOMERS          PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-KYC-DOCS           PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-MANDATES           PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-ACCOUNTS           PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-OWNERS             PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-ORDERS             PIC 9(8)  COMP    VALUE 0.
       77  WS-CNT-INSTRUCTIONS       PIC 9(8)  COMP    VALUE 0.
       77  WS-BALANCE-HASH           PIC 9(14)V99      VALUE 0.
       77  WS-ACCRUED-HASH           PIC 9(14)V99      VALUE 0.
       77  WS-RECS-WRITTEN           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-PRODUCT        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CURRENCY       PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BALANCE        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).

       01  WS-TB-HEADING.
           05  FILLER                PIC X(13) VALUE 'SCODE   CCY'.
           05  FILLER                PIC X(9)  VALUE '  ACCTS'.
           05  FILLER                PIC X(18)
                  VALUE '         CONTROL'.
           05  FILLER                PIC X(18)
                  VALUE '       EXTRACTED'.
           05  FILLER                PIC X(18)
                  VALUE '        RETAINED'.
           05  FILLER                PIC X(18)
                  VALUE '      DIFFERENCE'.
           05  FILLER                PIC X(16)
                  VALUE '     ACCRUED'.
           05  FILLER                PIC X(22) VALUE 'VERDICT'.

       01  WS-TB-LINE.
           05  WS-TBL-SCODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-CURRENCY       PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-ACCOUNTS       PIC ZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-CONTROL        PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-EXTRACTED      PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-RETAINED       PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-DIFFERENCE     PIC -(12)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-ACCRUED        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TBL-VERDICT        PIC X(14).

       01  WS-TB-CONTROL-DATE-LINE.
           05  FILLER                PIC X(24)
                  VALUE '        CONTROL DATE    '.
           05  WS-TBL-CONTROL-DATE   PIC 9(8).
           05  FILLER                PIC X(100) VALUE SPACES.

      * Every account on the book, in key order - the cards are
      * applied as each is fetched. WITH HOLD so the per-account
      * commits do not close the cursor.
           EXEC SQL
              DECLARE BKSSEL-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                        COALESCE(ACCOUNT_CURRENCY, 'GBP'),
                        ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(ACCOUNT_ACCRUED_INTEREST, 0)
                   FROM ACCOUNT
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      * The sale's customers still awaiting the close.
           EXEC SQL
              DECLARE BKSCUS-CURSOR CURSOR FOR
                 SELECT C.CUSTOMER_SORTCODE, C.CUSTOMER_NUMBER,
                        C.CUSTOMER_TITLE,
                        C.CUSTOMER_FIRST_NAME, C.CUSTOMER_LAST_NAME,
                        COALESCE(C.CUSTOMER_DATE_OF_BIRTH, 0),
                        C.CUSTOMER_ADDR_LINE1, C.CUSTOMER_ADDR_LINE2,
                        C.CUSTOMER_CITY, C.CUSTOMER_POSTCODE,
                        C.CUSTOMER_COUNTRY, C.CUSTOMER_PHONE,
                        C.CUSTOMER_EMAIL, C.CUSTOMER_TAX_ID,
                        COALESCE(C.CUSTOMER_TYPE, 'P'),
                        C.CUSTOMER_STATUS, C.CUSTOMER_RISK_RATING,
                        COALESCE(C.CUSTOMER_CREATED_DATE, 0)
                   FROM CUSTOMER C, BOOK_SALE_CUSTOMER B
                  WHERE B.BOOK_SALE_CUST_REF = :HV-SALE-REF
                    AND B.BOOK_SALE_CUST_STATUS = 'S'
                    AND C.CUSTOMER_SORTCODE = B.BOOK_SALE_CUST_SORTCODE
                    AND C.CUSTOMER_NUMBER = B.BOOK_SALE_CUST_NUMBER
                  ORDER BY C.CUSTOMER_SORTCODE, C.CUSTOMER_NUMBER
           END-EXEC.

      * The sale's frozen accounts, in full.
           EXEC SQL
              DECLARE BKSACC-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER, A.ACCOUNT_TYPE,
                        COALESCE(A.ACCOUNT_CURRENCY, 'GBP'),
                        A.ACCOUNT_INTEREST_RATE, A.ACCOUNT_OPENED,
                        A.ACCOUNT_OVERDRAFT_LIMIT,
                        A.ACCOUNT_LAST_STMT_DATE,
                        A.ACCOUNT_NEXT_STMT_DATE,
                        A.ACCOUNT_AVAILABLE_BALANCE,
                        A.ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(A.ACCOUNT_ACCRUED_INTEREST, 0),
                        COALESCE(A.ACCOUNT_MATURITY_DATE, 0),
                        COALESCE(A.ACCOUNT_MATURITY_DISP, ' '),
                        COALESCE(A.ACCOUNT_MATURITY_ACCNO, ' ')
                   FROM ACCOUNT A, BOOK_SALE_ACCOUNT B
                  WHERE B.BOOK_SALE_REF = :HV-SALE-REF
                    AND B.BOOK_SALE_STATUS = 'F'
                    AND A.ACCOUNT_SORTCODE = B.BOOK_SALE_SORTCODE
                    AND A.ACCOUNT_NUMBER = B.BOOK_SALE_NUMBER
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * One customer's KYC document references.
           EXEC SQL
              DECLARE BKSKYC-CURSOR CURSOR FOR
                 SELECT KYC_DOCUMENT_TYPE, KYC_DOCUMENT_REF,
                        KYC_DOCUMENT_ISSUE_DATE,
                        KYC_DOCUMENT_EXPIRY_DATE,
                        KYC_DOCUMENT_VERIFIED_BY
                   FROM KYC_DOCUMENT
                  WHERE KYC_DOCUMENT_SORTCODE = :HV-CUSTOMER-SORTCODE
                    AND KYC_DOCUMENT_NUMBER = :HV-CUSTOMER-NUMBER
                  ORDER BY KYC_DOCUMENT_TYPE, KYC_DOCUMENT_REF
           END-EXEC.

      * One customer's active whole-customer mandates.
           EXEC SQL
              DECLARE BKSMDC-CURSOR CURSOR FOR
                 SELECT MANDATE_ID, MANDATE_CUSTOMER, MANDATE_ACCOUNT,
                        MANDATE_HOLDER_NAME,
                        COALESCE(MANDATE_HOLDER_CUSTOMER, ' '),
                        MANDATE_SCOPE, MANDATE_PAYMENT_LIMIT,
                        MANDATE_START_DATE, MANDATE_EXPIRY_DATE,
                        MANDATE_VERIFIED_BY
                   FROM MANDATE
                  WHERE MANDATE_SORTCODE = :HV-CUSTOMER-SORTCODE
                    AND MANDATE_CUSTOMER = :HV-CUSTOMER-NUMBER
                    AND MANDATE_ACCOUNT = ' '
                    AND MANDATE_STATUS = 'A'
                  ORDER BY MANDATE_ID
           END-EXEC.

      * One account's active mandates.
           EXEC SQL
              DECLARE BKSMDA-CURSOR CURSOR FOR
                 SELECT MANDATE_ID, MANDATE_CUSTOMER, MANDATE_ACCOUNT,
                        MANDATE_HOLDER_NAME,
                        COALESCE(MANDATE_HOLDER_CUSTOMER, ' '),
                        MANDATE_SCOPE, MANDATE_PAYMENT_LIMIT,
                        MANDATE_START_DATE, MANDATE_EXPIRY_DATE,
                        MANDATE_VERIFIED_BY
                   FROM MANDATE
                  WHERE MANDATE_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND MANDATE_ACCOUNT = :HV-ACCOUNT-NUMBER
                    AND MANDATE_STATUS = 'A'
                  ORDER BY MANDATE_ID
           END-EXEC.

      * One account's owners, primary and joint.
           EXEC SQL
              DECLARE BKSOWN-CURSOR CURSOR FOR
                 SELECT ACCOUNT_OWNER_CUSTOMER,
                        ACCOUNT_OWNER_ADDED_DATE
                   FROM ACCOUNT_OWNER
                  WHERE ACCOUNT_OWNER_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND ACCOUNT_OWNER_NUMBER = :HV-ACCOUNT-NUMBER
                  ORDER BY ACCOUNT_OWNER_CUSTOMER
           END-EXEC.

      * One account's active standing orders.
           EXEC SQL
              DECLARE BKSORD-CURSOR CURSOR FOR
                 SELECT STANDING_ORDER_ID,
                        STANDING_ORDER_TO_SORTCODE,
                        STANDING_ORDER_TO_NUMBER,
                        STANDING_ORDER_AMOUNT,
                        STANDING_ORDER_FREQUENCY,
                        STANDING_ORDER_NEXT_DUE,
                        STANDING_ORDER_END_DATE
                   FROM STANDING_ORDER
                  WHERE STANDING_ORDER_FROM_SORTCODE
                           = :HV-ACCOUNT-SORTCODE
                    AND STANDING_ORDER_FROM_NUMBER = :HV-ACCOUNT-NUMBER
                    AND STANDING_ORDER_STATUS = 'A'
                  ORDER BY STANDING_ORDER_ID
           END-EXEC.

      * One account's live direct debit instructions.
           EXEC SQL
              DECLARE BKSDDI-CURSOR CURSOR FOR
                 SELECT DDI_SUN, DDI_REFERENCE,
                        DDI_ORIGINATOR_NAME, DDI_SETUP_DATE
                   FROM DIRECT_DEBIT_INSTRUCTION
                  WHERE DDI_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND DDI_NUMBER = :HV-ACCOUNT-NUMBER
                    AND DDI_STATUS = 'L'
                  ORDER BY DDI_SUN, DDI_REFERENCE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BKSEXTR ' TO BREG-JOB.
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

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'BKSEXTR: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-END.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'BKSEXTR: CONTROL CARDS REJECTED - NOTHING '
                     'FROZEN'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN OUTPUT BKS-RPT-FILE.

      *
      *    First pass - select and freeze.
      *
           EXEC SQL
              OPEN BKSSEL-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSSEL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           END-IF.

           PERFORM FETCH-NEXT-CANDIDATE THRU FETCH-NEXT-CANDIDATE-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             PERFORM SELECT-ONE-ACCOUNT
                THRU SELECT-ONE-ACCOUNT-END
             PERFORM FETCH-NEXT-CANDIDATE
                THRU FETCH-NEXT-CANDIDATE-END
           END-PERFORM.

           EXEC SQL
              CLOSE BKSSEL-CURSOR
           END-EXEC.

      *
      *    Second pass - the transfer file, from the register.
      *
           OPEN OUTPUT BKS-OUT-FILE.

           MOVE SPACES TO BKS-HDR-RECORD.
           MOVE 'H' TO BKS-HDR-TYPE.
           MOVE HV-SALE-REF TO BKS-HDR-SALE-REF.
           MOVE 'HBNK BOOK TRANSFER  ' TO BKS-HDR-LITERAL.
           MOVE WS-CUTOVER-DATE TO BKS-HDR-CUTOVER.
           MOVE WS-CREATED-DATE TO BKS-HDR-CREATED.
           WRITE BKS-HDR-RECORD.
           ADD 1 TO WS-RECS-WRITTEN.

           PERFORM EXTRACT-CUSTOMERS THRU EXTRACT-CUSTOMERS-END.
           PERFORM EXTRACT-ACCOUNTS THRU EXTRACT-ACCOUNTS-END.

           MOVE SPACES TO BKS-TRL-RECORD.
           MOVE 'T' TO BKS-TRL-TYPE.
           MOVE HV-SALE-REF TO BKS-TRL-SALE-REF.
           MOVE 'BOOK TRANSFER TOTAL ' TO BKS-TRL-LITERAL.
           MOVE WS-CNT-CUSTOMERS TO BKS-TRL-CUSTOMERS.
           MOVE WS-CNT-KYC-DOCS TO BKS-TRL-KYC-DOCS.
           MOVE WS-CNT-MANDATES TO BKS-TRL-MANDATES.
           MOVE WS-CNT-ACCOUNTS TO BKS-TRL-ACCOUNTS.
           MOVE WS-CNT-OWNERS TO BKS-TRL-OWNERS.
           MOVE WS-CNT-ORDERS TO BKS-TRL-ORDERS.
           MOVE WS-CNT-INSTRUCTIONS TO BKS-TRL-INSTRUCTIONS.
           MOVE WS-BALANCE-HASH TO BKS-TRL-BALANCE-HASH.
           MOVE WS-ACCRUED-HASH TO BKS-TRL-ACCRUED-HASH.
           WRITE BKS-TRL-RECORD.
           ADD 1 TO WS-RECS-WRITTEN.

           CLOSE BKS-OUT-FILE.

      *
      *    Third pass - prove the extract.
      *
           PERFORM WRITE-TRIAL-BALANCE THRU WRITE-TRIAL-BALANCE-END.

           CLOSE BKS-RPT-FILE.

           IF WS-CNT-ACCOUNTS = 0 AND RETURN-CODE < 8
             DISPLAY 'BKSEXTR: NO ACCOUNTS ON SALE ' HV-SALE-REF
             MOVE 8 TO RETURN-CODE
           END-IF.

           IF (WS-ACCTS-EXCLUDED > 0 OR WS-TB-OUT-OF-BALANCE > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-ACCTS-FAILED > 0 AND RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-ACCTS-MATCHED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: ACCOUNTS MATCHED      = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-FROZEN TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: FROZEN THIS RUN       = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-ALREADY TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: ALREADY ON SALE       = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-EXCLUDED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: LEFT OUT OF SALE      = ' WS-RECS-DISPLAY.
           MOVE WS-ACCTS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: FAILED                = ' WS-RECS-DISPLAY.
           MOVE WS-CNT-CUSTOMERS TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: CUSTOMERS EXTRACTED   = ' WS-RECS-DISPLAY.
           MOVE WS-CNT-ACCOUNTS TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: ACCOUNTS EXTRACTED    = ' WS-RECS-DISPLAY.
           MOVE WS-TB-OUT-OF-BALANCE TO WS-RECS-DISPLAY.
           DISPLAY 'BKSEXTR: TRIAL BALANCE BREAKS  = ' WS-RECS-DISPLAY.

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

           IF HV-SALE-REF = SPACES
             DISPLAY 'BKSEXTR: NO SALE= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.

           IF WS-CUTOVER-DATE = 0
             DISPLAY 'BKSEXTR: NO CUTOVER= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           ELSE
             IF WS-CUTOVER-DATE NOT = WS-RUN-DATE
               DISPLAY 'BKSEXTR: CUTOVER ' WS-CUTOVER-DATE
                       ' IS NOT THE BUSINESS DATE '
                       WS-RUN-DATE-DISPLAY
               MOVE 'N' TO WS-OPTIONS-OK
             END-IF
           END-IF.

           IF WS-SCODE-COUNT = 0 AND WS-PRODUCT-COUNT = 0
             DISPLAY 'BKSEXTR: NO SCODE= OR PRODUCT= CARD - '
                     'NOTHING TO SELECT'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.

           MOVE HV-SALE-REF TO WS-SALE-REASON-REF.
           DISPLAY 'BKSEXTR: SALE = ' HV-SALE-REF.
       READ-CONTROL-CARDS-END.

      * PROCEDURE PARSE-CONTROL-CARD
       PARSE-CONTROL-CARD.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'SALE='
               IF SYSIN-RECORD (6:8) = SPACES
                 DISPLAY 'BKSEXTR: UNUSABLE SALE= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (6:8) TO HV-SALE-REF
               END-IF
             WHEN SYSIN-RECORD (1:8) = 'CUTOVER='
               IF SYSIN-RECORD (9:8) NOT NUMERIC
                 DISPLAY 'BKSEXTR: UNUSABLE CUTOVER= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (9:8) TO WS-CUTOVER-DATE
               END-IF
             WHEN SYSIN-RECORD (1:6) = 'SCODE='
               IF SYSIN-RECORD (7:6) NOT NUMERIC
                  OR WS-SCODE-COUNT = 50
                 DISPLAY 'BKSEXTR: UNUSABLE SCODE= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 ADD 1 TO WS-SCODE-COUNT
                 MOVE SYSIN-RECORD (7:6)
                    TO WS-SCODE-ENTRY (WS-SCODE-COUNT)
               END-IF
             WHEN SYSIN-RECORD (1:8) = 'PRODUCT='
               IF SYSIN-RECORD (9:8) = SPACES
                  OR WS-PRODUCT-COUNT = 50
                 DISPLAY 'BKSEXTR: UNUSABLE PRODUCT= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 ADD 1 TO WS-PRODUCT-COUNT
                 MOVE SYSIN-RECORD (9:8)
                    TO WS-PRODUCT-ENTRY (WS-PRODUCT-COUNT)
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'BKSEXTR: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-OPTIONS-OK
           END-EVALUATE.
       PARSE-CONTROL-CARD-END.

      * PROCEDURE FETCH-NEXT-CANDIDATE
       FETCH-NEXT-CANDIDATE.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH BKSSEL-CURSOR
                INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-CURRENCY,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BKSEXTR: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-IF.
       FETCH-NEXT-CANDIDATE-END.

      * PROCEDURE SELECT-ONE-ACCOUNT
      * Applies the cards, then freezes the account and puts it on
      * the register in one unit of work.
       SELECT-ONE-ACCOUNT.
           MOVE 'Y' TO WS-SCODE-MATCH.
           IF WS-SCODE-COUNT > 0
             MOVE 'N' TO WS-SCODE-MATCH
             PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                     UNTIL WS-SEL-IX > WS-SCODE-COUNT
               IF WS-SCODE-ENTRY (WS-SEL-IX) = HV-ACCOUNT-SORTCODE
                 MOVE 'Y' TO WS-SCODE-MATCH
               END-IF
             END-PERFORM
           END-IF.

           MOVE 'Y' TO WS-PRODUCT-MATCH.
           IF WS-PRODUCT-COUNT > 0
             MOVE 'N' TO WS-PRODUCT-MATCH
             PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                     UNTIL WS-SEL-IX > WS-PRODUCT-COUNT
               IF WS-PRODUCT-ENTRY (WS-SEL-IX) = HV-ACCOUNT-TYPE
                 MOVE 'Y' TO WS-PRODUCT-MATCH
               END-IF
             END-PERFORM
           END-IF.

           IF WS-SCODE-MATCH NOT = 'Y' OR WS-PRODUCT-MATCH NOT = 'Y'
             GO TO SELECT-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ACCTS-MATCHED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-ACCOUNT-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-ACCOUNT-CUST-NUMBER TO WS-RPT-CUSTNO.
           MOVE HV-ACCOUNT-TYPE TO WS-RPT-PRODUCT.
           MOVE HV-ACCOUNT-CURRENCY TO WS-RPT-CURRENCY.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-RPT-BALANCE.

      *
      *    Already on this sale - a rerun passes over it.
      *
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM BOOK_SALE_ACCOUNT
               WHERE BOOK_SALE_REF = :HV-SALE-REF
                 AND BOOK_SALE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND BOOK_SALE_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: REGISTER READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             ADD 1 TO WS-ACCTS-FAILED
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO SELECT-ONE-ACCOUNT-END
           END-IF.

           IF HV-CHECK-COUNT > 0
             ADD 1 TO WS-ACCTS-ALREADY
             MOVE 'ALREADY ON THIS SALE' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO SELECT-ONE-ACCOUNT-END
           END-IF.

      *
      *    Any control at all keeps it out - another sale's freeze,
      *    a court order, a sanctions freeze. A failed lookup is
      *    treated as controlled.
      *
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             ADD 1 TO WS-ACCTS-EXCLUDED
             MOVE 'ACCOUNT CONTROLLED - LEFT OUT OF SALE'
                TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO SELECT-ONE-ACCOUNT-END
           END-IF.

           MOVE 'Y' TO WS-STEP-OK.
           PERFORM FREEZE-FOR-SALE THRU FREEZE-FOR-SALE-END.

           IF WS-STEP-OK NOT = 'Y'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-ACCTS-FAILED
             MOVE 'DB2 ERROR - ACCOUNT BACKED OUT' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO SELECT-ONE-ACCOUNT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-ACCTS-FROZEN.
           MOVE 'FROZEN FOR SALE' TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       SELECT-ONE-ACCOUNT-END.

      * PROCEDURE FREEZE-FOR-SALE
      * The 'F' control, the register row with the balances as
      * frozen, and a BOOK_SALE_CUSTOMER row for each owner not
      * already on the sale - the primary from the account itself,
      * joint owners from ACCOUNT_OWNER.
       FREEZE-FOR-SALE.
           EXEC SQL
              INSERT INTO ACCOUNT_CONTROL
                     ( ACCOUNT_CONTROL_SORTCODE,
                       ACCOUNT_CONTROL_NUMBER,
                       ACCOUNT_CONTROL_TYPE,
                       ACCOUNT_CONTROL_REASON,
                       ACCOUNT_CONTROL_OPERATOR,
                       ACCOUNT_CONTROL_DATE )
              VALUES ( :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       'F',
                       :WS-SALE-REASON,
                       'SYS',
                       :WS-RUN-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: FREEZE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-STEP-OK
             GO TO FREEZE-FOR-SALE-END
           END-IF.

           EXEC SQL
              INSERT INTO BOOK_SALE_ACCOUNT
                     ( BOOK_SALE_REF,
                       BOOK_SALE_SORTCODE,
                       BOOK_SALE_NUMBER,
                       BOOK_SALE_CUSTOMER,
                       BOOK_SALE_TYPE,
                       BOOK_SALE_CURRENCY,
                       BOOK_SALE_CUTOVER_DATE,
                       BOOK_SALE_BALANCE,
                       BOOK_SALE_ACCRUED,
                       BOOK_SALE_STATUS,
                       BOOK_SALE_DISPOSED_DATE,
                       BOOK_SALE_BUYER_SORTCODE,
                       BOOK_SALE_BUYER_NUMBER )
              VALUES ( :HV-SALE-REF,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-CUST-NUMBER,
                       :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-CURRENCY,
                       :WS-RUN-DATE,
                       :HV-ACCOUNT-ACTUAL-BAL,
                       :HV-ACCOUNT-ACCRUED-INT,
                       'F',
                       0,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: REGISTER INSERT FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-STEP-OK
             GO TO FREEZE-FOR-SALE-END
           END-IF.

           EXEC SQL
              INSERT INTO BOOK_SALE_CUSTOMER
                     ( BOOK_SALE_CUST_REF,
                       BOOK_SALE_CUST_SORTCODE,
                       BOOK_SALE_CUST_NUMBER,
                       BOOK_SALE_CUST_STATUS,
                       BOOK_SALE_CUST_DATE )
              SELECT :HV-SALE-REF,
                     :HV-ACCOUNT-SORTCODE,
                     :HV-ACCOUNT-CUST-NUMBER,
                     'S',
                     :WS-RUN-DATE
                FROM SYSIBM.SYSDUMMY1
               WHERE NOT EXISTS
                     ( SELECT 1
                         FROM BOOK_SALE_CUSTOMER
                        WHERE BOOK_SALE_CUST_REF = :HV-SALE-REF
                          AND BOOK_SALE_CUST_SORTCODE
                                 = :HV-ACCOUNT-SORTCODE
                          AND BOOK_SALE_CUST_NUMBER
                                 = :HV-ACCOUNT-CUST-NUMBER )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: CUSTOMER REGISTER FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-STEP-OK
             GO TO FREEZE-FOR-SALE-END
           END-IF.

           EXEC SQL
              INSERT INTO BOOK_SALE_CUSTOMER
                     ( BOOK_SALE_CUST_REF,
                       BOOK_SALE_CUST_SORTCODE,
                       BOOK_SALE_CUST_NUMBER,
                       BOOK_SALE_CUST_STATUS,
                       BOOK_SALE_CUST_DATE )
              SELECT DISTINCT :HV-SALE-REF,
                     O.ACCOUNT_OWNER_SORTCODE,
                     O.ACCOUNT_OWNER_CUSTOMER,
                     'S',
                     :WS-RUN-DATE
                FROM ACCOUNT_OWNER O
               WHERE O.ACCOUNT_OWNER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND O.ACCOUNT_OWNER_NUMBER = :HV-ACCOUNT-NUMBER
                 AND NOT EXISTS
                     ( SELECT 1
                         FROM BOOK_SALE_CUSTOMER B
                        WHERE B.BOOK_SALE_CUST_REF = :HV-SALE-REF
                          AND B.BOOK_SALE_CUST_SORTCODE
                                 = O.ACCOUNT_OWNER_SORTCODE
                          AND B.BOOK_SALE_CUST_NUMBER
                                 = O.ACCOUNT_OWNER_CUSTOMER )
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: OWNER REGISTER FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-STEP-OK
           END-IF.
       FREEZE-FOR-SALE-END.

      * PROCEDURE EXTRACT-CUSTOMERS
      * Each customer on the sale, followed by their KYC document
      * references and whole-customer mandates.
       EXTRACT-CUSTOMERS.
           MOVE 'N' TO WS-END-OF-CUSTOMERS.

           EXEC SQL
              OPEN BKSCUS-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSCUS-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-CUSTOMERS-END
           END-IF.

           PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CUSTOMERS
             PERFORM WRITE-CUSTOMER THRU WRITE-CUSTOMER-END
             PERFORM EXTRACT-KYC-DOCUMENTS
                THRU EXTRACT-KYC-DOCUMENTS-END
             PERFORM EXTRACT-CUSTOMER-MANDATES
                THRU EXTRACT-CUSTOMER-MANDATES-END
             PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END
           END-PERFORM.

           EXEC SQL
              CLOSE BKSCUS-CURSOR
           END-EXEC.
       EXTRACT-CUSTOMERS-END.

      * PROCEDURE FETCH-NEXT-CUSTOMER
       FETCH-NEXT-CUSTOMER.
           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              FETCH BKSCUS-CURSOR
                INTO :HV-CUSTOMER-SORTCODE, :HV-CUSTOMER-NUMBER,
                     :HV-CUSTOMER-TITLE,
                     :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY, :HV-CUSTOMER-PHONE,
                     :HV-CUSTOMER-EMAIL, :HV-CUSTOMER-TAX-ID,
                     :HV-CUSTOMER-TYPE,
                     :HV-CUSTOMER-STATUS, :HV-CUSTOMER-RISK-RATING,
                     :HV-CUSTOMER-CREATE-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CUSTOMERS
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BKSEXTR: CUSTOMER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CUSTOMERS
             END-IF
           END-IF.
       FETCH-NEXT-CUSTOMER-END.

      * PROCEDURE WRITE-CUSTOMER
       WRITE-CUSTOMER.
           MOVE SPACES TO BKS-CUST-RECORD.
           MOVE 'C' TO BKS-CUST-TYPE.
           MOVE HV-SALE-REF TO BKS-CUST-SALE-REF.
           MOVE HV-CUSTOMER-SORTCODE TO BKS-CUST-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO BKS-CUST-NUMBER.
           MOVE HV-CUSTOMER-TITLE TO BKS-CUST-TITLE.
           MOVE HV-CUSTOMER-FIRST-NAME TO BKS-CUST-FIRST-NAME.
           MOVE HV-CUSTOMER-LAST-NAME TO BKS-CUST-LAST-NAME.
           MOVE HV-CUSTOMER-DOB TO BKS-CUST-DOB.
           MOVE HV-CUSTOMER-ADDR-LINE1 TO BKS-CUST-ADDR-LINE1.
           MOVE HV-CUSTOMER-ADDR-LINE2 TO BKS-CUST-ADDR-LINE2.
           MOVE HV-CUSTOMER-CITY TO BKS-CUST-CITY.
           MOVE HV-CUSTOMER-POSTCODE TO BKS-CUST-POSTCODE.
           MOVE HV-CUSTOMER-COUNTRY TO BKS-CUST-COUNTRY.
           MOVE HV-CUSTOMER-PHONE TO BKS-CUST-PHONE.
           MOVE HV-CUSTOMER-EMAIL TO BKS-CUST-EMAIL.
           MOVE HV-CUSTOMER-TAX-ID TO BKS-CUST-TAX-ID.
           MOVE HV-CUSTOMER-TYPE TO BKS-CUST-CUST-TYPE.
           MOVE HV-CUSTOMER-STATUS TO BKS-CUST-STATUS.
           MOVE HV-CUSTOMER-RISK-RATING TO BKS-CUST-RISK-RATING.
           MOVE HV-CUSTOMER-CREATE-DATE TO BKS-CUST-CREATED.
           WRITE BKS-CUST-RECORD.
           ADD 1 TO WS-CNT-CUSTOMERS.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-CUSTOMER-END.

      * PROCEDURE EXTRACT-KYC-DOCUMENTS
       EXTRACT-KYC-DOCUMENTS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSKYC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSKYC-CURSOR FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-KYC-DOCUMENTS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-KYC-ROW
             EXEC SQL
                FETCH BKSKYC-CURSOR
                  INTO :HV-KYC-DOC-TYPE, :HV-KYC-DOC-REF,
                       :HV-KYC-ISSUE-DATE, :HV-KYC-EXPIRY-DATE,
                       :HV-KYC-VERIFIED-BY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-KYC-RECORD
                 MOVE 'K' TO BKS-KYC-TYPE
                 MOVE HV-SALE-REF TO BKS-KYC-SALE-REF
                 MOVE HV-CUSTOMER-SORTCODE TO BKS-KYC-SORTCODE
                 MOVE HV-CUSTOMER-NUMBER TO BKS-KYC-CUSTNO
                 MOVE HV-KYC-DOC-TYPE TO BKS-KYC-DOC-TYPE
                 MOVE HV-KYC-DOC-REF TO BKS-KYC-DOC-REF
                 MOVE HV-KYC-ISSUE-DATE TO BKS-KYC-ISSUE-DATE
                 MOVE HV-KYC-EXPIRY-DATE TO BKS-KYC-EXPIRY-DATE
                 MOVE HV-KYC-VERIFIED-BY TO BKS-KYC-VERIFIED-BY
                 WRITE BKS-KYC-RECORD
                 ADD 1 TO WS-CNT-KYC-DOCS
                 ADD 1 TO WS-RECS-WRITTEN
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: KYC FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSKYC-CURSOR
           END-EXEC.
       EXTRACT-KYC-DOCUMENTS-END.

      * PROCEDURE EXTRACT-CUSTOMER-MANDATES
       EXTRACT-CUSTOMER-MANDATES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSMDC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSMDC-CURSOR FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-CUSTOMER-MANDATES-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-MANDATE-ROW
             EXEC SQL
                FETCH BKSMDC-CURSOR
                  INTO :HV-MAND-ID, :HV-MAND-CUSTOMER,
                       :HV-MAND-ACCOUNT, :HV-MAND-HOLDER-NAME,
                       :HV-MAND-HOLDER-CUSTNO, :HV-MAND-SCOPE,
                       :HV-MAND-LIMIT, :HV-MAND-START-DATE,
                       :HV-MAND-EXPIRY-DATE, :HV-MAND-VERIFIED-BY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-MAND-RECORD
                 MOVE HV-CUSTOMER-SORTCODE TO BKS-MAND-SORTCODE
                 PERFORM WRITE-MANDATE THRU WRITE-MANDATE-END
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: MANDATE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSMDC-CURSOR
           END-EXEC.
       EXTRACT-CUSTOMER-MANDATES-END.

      * PROCEDURE WRITE-MANDATE
      * The sort code is already in the record - the customer's for
      * a whole-customer mandate, the account's for an account one.
       WRITE-MANDATE.
           MOVE 'M' TO BKS-MAND-TYPE.
           MOVE HV-SALE-REF TO BKS-MAND-SALE-REF.
           MOVE HV-MAND-CUSTOMER TO BKS-MAND-CUSTNO.
           MOVE HV-MAND-ACCOUNT TO BKS-MAND-ACCNO.
           MOVE HV-MAND-ID TO BKS-MAND-ID.
           MOVE HV-MAND-HOLDER-NAME TO BKS-MAND-HOLDER-NAME.
           MOVE HV-MAND-HOLDER-CUSTNO TO BKS-MAND-HOLDER-CUSTNO.
           MOVE HV-MAND-SCOPE TO BKS-MAND-SCOPE.
           MOVE HV-MAND-LIMIT TO BKS-MAND-LIMIT.
           MOVE HV-MAND-START-DATE TO BKS-MAND-START-DATE.
           MOVE HV-MAND-EXPIRY-DATE TO BKS-MAND-EXPIRY-DATE.
           MOVE HV-MAND-VERIFIED-BY TO BKS-MAND-VERIFIED-BY.
           WRITE BKS-MAND-RECORD.
           ADD 1 TO WS-CNT-MANDATES.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-MANDATE-END.

      * PROCEDURE EXTRACT-ACCOUNTS
      * Each frozen account, followed by its owners, standing
      * orders, direct debit instructions and account mandates.
       EXTRACT-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-ACCOUNTS.

           EXEC SQL
              OPEN BKSACC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSACC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ACCOUNTS-END
           END-IF.

           PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ACCOUNTS
             PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-END
             PERFORM EXTRACT-OWNERS THRU EXTRACT-OWNERS-END
             PERFORM EXTRACT-ORDERS THRU EXTRACT-ORDERS-END
             PERFORM EXTRACT-INSTRUCTIONS
                THRU EXTRACT-INSTRUCTIONS-END
             PERFORM EXTRACT-ACCOUNT-MANDATES
                THRU EXTRACT-ACCOUNT-MANDATES-END
             PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END
           END-PERFORM.

           EXEC SQL
              CLOSE BKSACC-CURSOR
           END-EXEC.
       EXTRACT-ACCOUNTS-END.

      * PROCEDURE FETCH-NEXT-ACCOUNT
       FETCH-NEXT-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH BKSACC-CURSOR
                INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-CURRENCY,
                     :HV-ACCOUNT-INT-RATE, :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-LAST-STMT-DT,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT,
                     :HV-ACCOUNT-MATURITY-DATE,
                     :HV-ACCOUNT-MATURITY-DISP,
                     :HV-ACCOUNT-MATURITY-ACCNO
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-ACCOUNTS
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BKSEXTR: ACCOUNT FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-ACCOUNTS
             END-IF
           END-IF.
       FETCH-NEXT-ACCOUNT-END.

      * PROCEDURE WRITE-ACCOUNT
      * The account record, its hashes, and its balances into the
      * trial balance row for its sort code and currency.
       WRITE-ACCOUNT.
           MOVE SPACES TO BKS-ACCT-RECORD.
           MOVE 'A' TO BKS-ACCT-TYPE.
           MOVE HV-SALE-REF TO BKS-ACCT-SALE-REF.
           MOVE HV-ACCOUNT-SORTCODE TO BKS-ACCT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO BKS-ACCT-NUMBER.
           MOVE HV-ACCOUNT-CUST-NUMBER TO BKS-ACCT-CUSTNO.
           MOVE HV-ACCOUNT-TYPE TO BKS-ACCT-PRODUCT.
           MOVE HV-ACCOUNT-CURRENCY TO BKS-ACCT-CURRENCY.
           MOVE HV-ACCOUNT-OPENED TO BKS-ACCT-OPENED.
           MOVE HV-ACCOUNT-INT-RATE TO BKS-ACCT-INT-RATE.
           MOVE HV-ACCOUNT-OVERDRAFT TO BKS-ACCT-OVERDRAFT.
           MOVE HV-ACCOUNT-LAST-STMT-DT TO BKS-ACCT-LAST-STMT.
           MOVE HV-ACCOUNT-NEXT-STMT-DT TO BKS-ACCT-NEXT-STMT.
           MOVE HV-ACCOUNT-MATURITY-DATE TO BKS-ACCT-MATURITY-DATE.
           MOVE HV-ACCOUNT-MATURITY-DISP TO BKS-ACCT-MATURITY-DISP.
           MOVE HV-ACCOUNT-MATURITY-ACCNO TO BKS-ACCT-MATURITY-ACCNO.

           IF HV-ACCOUNT-ACTUAL-BAL < 0
             COMPUTE BKS-ACCT-ACTUAL-BAL = 0 - HV-ACCOUNT-ACTUAL-BAL
             MOVE 'D' TO BKS-ACCT-ACTUAL-SIGN
           ELSE
             MOVE HV-ACCOUNT-ACTUAL-BAL TO BKS-ACCT-ACTUAL-BAL
             MOVE 'C' TO BKS-ACCT-ACTUAL-SIGN
           END-IF.
           ADD BKS-ACCT-ACTUAL-BAL TO WS-BALANCE-HASH.

           IF HV-ACCOUNT-AVAIL-BAL < 0
             COMPUTE BKS-ACCT-AVAIL-BAL = 0 - HV-ACCOUNT-AVAIL-BAL
             MOVE 'D' TO BKS-ACCT-AVAIL-SIGN
           ELSE
             MOVE HV-ACCOUNT-AVAIL-BAL TO BKS-ACCT-AVAIL-BAL
             MOVE 'C' TO BKS-ACCT-AVAIL-SIGN
           END-IF.

           IF HV-ACCOUNT-ACCRUED-INT < 0
             COMPUTE BKS-ACCT-ACCRUED = 0 - HV-ACCOUNT-ACCRUED-INT
             MOVE 'D' TO BKS-ACCT-ACCRUED-SIGN
           ELSE
             MOVE HV-ACCOUNT-ACCRUED-INT TO BKS-ACCT-ACCRUED
             MOVE 'C' TO BKS-ACCT-ACCRUED-SIGN
           END-IF.
           ADD BKS-ACCT-ACCRUED TO WS-ACCRUED-HASH.

           WRITE BKS-ACCT-RECORD.
           ADD 1 TO WS-CNT-ACCOUNTS.
           ADD 1 TO WS-RECS-WRITTEN.

           MOVE 0 TO WS-TB-FOUND-IX.
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
             IF WS-TB-SORTCODE (WS-TB-IX) = HV-ACCOUNT-SORTCODE
                AND WS-TB-CURRENCY (WS-TB-IX) = HV-ACCOUNT-CURRENCY
               MOVE WS-TB-IX TO WS-TB-FOUND-IX
             END-IF
           END-PERFORM.

           IF WS-TB-FOUND-IX = 0
             IF WS-TB-COUNT = 200
               DISPLAY 'BKSEXTR: MORE THAN 200 SORT CODE AND '
                       'CURRENCY ROWS - TRIAL BALANCE INCOMPLETE'
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-ACCOUNT-END
             END-IF
             ADD 1 TO WS-TB-COUNT
             MOVE WS-TB-COUNT TO WS-TB-FOUND-IX
             MOVE HV-ACCOUNT-SORTCODE
                TO WS-TB-SORTCODE (WS-TB-FOUND-IX)
             MOVE HV-ACCOUNT-CURRENCY
                TO WS-TB-CURRENCY (WS-TB-FOUND-IX)
             MOVE 0 TO WS-TB-ACCOUNTS (WS-TB-FOUND-IX)
             MOVE 0 TO WS-TB-EXTRACTED (WS-TB-FOUND-IX)
             MOVE 0 TO WS-TB-ACCRUED (WS-TB-FOUND-IX)
           END-IF.

           ADD 1 TO WS-TB-ACCOUNTS (WS-TB-FOUND-IX).
           ADD HV-ACCOUNT-ACTUAL-BAL
              TO WS-TB-EXTRACTED (WS-TB-FOUND-IX).
           ADD HV-ACCOUNT-ACCRUED-INT
              TO WS-TB-ACCRUED (WS-TB-FOUND-IX).
       WRITE-ACCOUNT-END.

      * PROCEDURE EXTRACT-OWNERS
       EXTRACT-OWNERS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSOWN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSOWN-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-OWNERS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-OWNER-ROW
             EXEC SQL
                FETCH BKSOWN-CURSOR
                  INTO :HV-OWNER-CUSTOMER, :HV-OWNER-ADDED-DATE
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-OWNR-RECORD
                 MOVE 'O' TO BKS-OWNR-TYPE
                 MOVE HV-SALE-REF TO BKS-OWNR-SALE-REF
                 MOVE HV-ACCOUNT-SORTCODE TO BKS-OWNR-SORTCODE
                 MOVE HV-ACCOUNT-NUMBER TO BKS-OWNR-ACCNO
                 MOVE HV-OWNER-CUSTOMER TO BKS-OWNR-CUSTOMER
                 MOVE HV-OWNER-ADDED-DATE TO BKS-OWNR-ADDED-DATE
                 WRITE BKS-OWNR-RECORD
                 ADD 1 TO WS-CNT-OWNERS
                 ADD 1 TO WS-RECS-WRITTEN
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: OWNER FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSOWN-CURSOR
           END-EXEC.
       EXTRACT-OWNERS-END.

      * PROCEDURE EXTRACT-ORDERS
       EXTRACT-ORDERS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSORD-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSORD-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ORDERS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-ORDER-ROW
             EXEC SQL
                FETCH BKSORD-CURSOR
                  INTO :HV-SO-ID, :HV-SO-TO-SORTCODE,
                       :HV-SO-TO-NUMBER, :HV-SO-AMOUNT,
                       :HV-SO-FREQUENCY, :HV-SO-NEXT-DUE,
                       :HV-SO-END-DATE
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-SORD-RECORD
                 MOVE 'S' TO BKS-SORD-TYPE
                 MOVE HV-SALE-REF TO BKS-SORD-SALE-REF
                 MOVE HV-ACCOUNT-SORTCODE TO BKS-SORD-SORTCODE
                 MOVE HV-ACCOUNT-NUMBER TO BKS-SORD-ACCNO
                 MOVE HV-SO-ID TO BKS-SORD-ID
                 MOVE HV-SO-TO-SORTCODE TO BKS-SORD-TO-SORTCODE
                 MOVE HV-SO-TO-NUMBER TO BKS-SORD-TO-ACCNO
                 MOVE HV-SO-AMOUNT TO BKS-SORD-AMOUNT
                 MOVE HV-SO-FREQUENCY TO BKS-SORD-FREQUENCY
                 MOVE HV-SO-NEXT-DUE TO BKS-SORD-NEXT-DUE
                 MOVE HV-SO-END-DATE TO BKS-SORD-END-DATE
                 WRITE BKS-SORD-RECORD
                 ADD 1 TO WS-CNT-ORDERS
                 ADD 1 TO WS-RECS-WRITTEN
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: ORDER FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSORD-CURSOR
           END-EXEC.
       EXTRACT-ORDERS-END.

      * PROCEDURE EXTRACT-INSTRUCTIONS
       EXTRACT-INSTRUCTIONS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSDDI-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSDDI-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-INSTRUCTIONS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-DDI-ROW
             EXEC SQL
                FETCH BKSDDI-CURSOR
                  INTO :HV-DDI-SUN, :HV-DDI-REFERENCE,
                       :HV-DDI-ORIGINATOR-NAME, :HV-DDI-SETUP-DATE
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-DDI-RECORD
                 MOVE 'D' TO BKS-DDI-TYPE
                 MOVE HV-SALE-REF TO BKS-DDI-SALE-REF
                 MOVE HV-ACCOUNT-SORTCODE TO BKS-DDI-SORTCODE
                 MOVE HV-ACCOUNT-NUMBER TO BKS-DDI-ACCNO
                 MOVE HV-DDI-SUN TO BKS-DDI-SUN
                 MOVE HV-DDI-REFERENCE TO BKS-DDI-REFERENCE
                 MOVE HV-DDI-ORIGINATOR-NAME TO BKS-DDI-ORIG-NAME
                 MOVE HV-DDI-SETUP-DATE TO BKS-DDI-SETUP-DATE
                 WRITE BKS-DDI-RECORD
                 ADD 1 TO WS-CNT-INSTRUCTIONS
                 ADD 1 TO WS-RECS-WRITTEN
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: INSTRUCTION FETCH FAILED, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSDDI-CURSOR
           END-EXEC.
       EXTRACT-INSTRUCTIONS-END.

      * PROCEDURE EXTRACT-ACCOUNT-MANDATES
       EXTRACT-ACCOUNT-MANDATES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BKSMDA-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: UNABLE TO OPEN BKSMDA-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ACCOUNT-MANDATES-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-MANDATE-ROW
             EXEC SQL
                FETCH BKSMDA-CURSOR
                  INTO :HV-MAND-ID, :HV-MAND-CUSTOMER,
                       :HV-MAND-ACCOUNT, :HV-MAND-HOLDER-NAME,
                       :HV-MAND-HOLDER-CUSTNO, :HV-MAND-SCOPE,
                       :HV-MAND-LIMIT, :HV-MAND-START-DATE,
                       :HV-MAND-EXPIRY-DATE, :HV-MAND-VERIFIED-BY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SPACES TO BKS-MAND-RECORD
                 MOVE HV-ACCOUNT-SORTCODE TO BKS-MAND-SORTCODE
                 PERFORM WRITE-MANDATE THRU WRITE-MANDATE-END
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BKSEXTR: MANDATE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE BKSMDA-CURSOR
           END-EXEC.
       EXTRACT-ACCOUNT-MANDATES-END.

      * PROCEDURE WRITE-TRIAL-BALANCE
      * For each sort code and currency in the sale: the latest
      * control position, what was extracted, what stays, and the
      * difference, which should be nil.
       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.
           MOVE SPACES TO BKS-RPT-RECORD.
           STRING 'TRIAL BALANCE FOR BOOK SALE ' DELIMITED BY SIZE
                  HV-SALE-REF DELIMITED BY SIZE
                  ' - EXTRACTED PLUS RETAINED AGAINST '
                     DELIMITED BY SIZE
                  'ACCOUNT_BALANCE_CONTROL' DELIMITED BY SIZE
             INTO BKS-RPT-RECORD
           END-STRING.
           WRITE BKS-RPT-RECORD.
           MOVE WS-TB-HEADING TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.

           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
             PERFORM PROVE-ONE-CURRENCY
                THRU PROVE-ONE-CURRENCY-END
           END-PERFORM.
       WRITE-TRIAL-BALANCE-END.

      * PROCEDURE PROVE-ONE-CURRENCY
       PROVE-ONE-CURRENCY.
           MOVE WS-TB-SORTCODE (WS-TB-IX) TO HV-TB-SORTCODE.
           MOVE WS-TB-CURRENCY (WS-TB-IX) TO HV-TB-CURRENCY.
           INITIALIZE HOST-CONTROL-ROW.

           MOVE SPACES TO WS-TB-LINE.
           MOVE HV-TB-SORTCODE TO WS-TBL-SCODE.
           MOVE HV-TB-CURRENCY TO WS-TBL-CURRENCY.
           MOVE WS-TB-ACCOUNTS (WS-TB-IX) TO WS-TBL-ACCOUNTS.
           MOVE WS-TB-EXTRACTED (WS-TB-IX) TO WS-TBL-EXTRACTED.
           MOVE WS-TB-ACCRUED (WS-TB-IX) TO WS-TBL-ACCRUED.

           EXEC SQL
              SELECT COALESCE(SUM(A.ACCOUNT_ACTUAL_BALANCE), 0)
                INTO :HV-RETAINED-BALANCE
                FROM ACCOUNT A
               WHERE A.ACCOUNT_SORTCODE = :HV-TB-SORTCODE
                 AND COALESCE(A.ACCOUNT_CURRENCY, 'GBP')
                        = :HV-TB-CURRENCY
                 AND NOT EXISTS
                     ( SELECT 1
                         FROM BOOK_SALE_ACCOUNT B
                        WHERE B.BOOK_SALE_REF = :HV-SALE-REF
                          AND B.BOOK_SALE_STATUS = 'F'
                          AND B.BOOK_SALE_SORTCODE = A.ACCOUNT_SORTCODE
                          AND B.BOOK_SALE_NUMBER = A.ACCOUNT_NUMBER )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BKSEXTR: RETAINED BALANCE READ FAILED FOR '
                     HV-TB-SORTCODE ' ' HV-TB-CURRENCY
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'DB2 ERROR' TO WS-TBL-VERDICT
             GO TO PROVE-ONE-CURRENCY-WRITE
           END-IF.

           MOVE HV-RETAINED-BALANCE TO WS-TBL-RETAINED.

           EXEC SQL
              SELECT ACCOUNT_BAL_CTL_DATE, ACCOUNT_BAL_CTL_BALANCE
                INTO :HV-ABC-DATE, :HV-ABC-BALANCE
                FROM ACCOUNT_BALANCE_CONTROL
               WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-TB-SORTCODE
                 AND ACCOUNT_BAL_CTL_CURRENCY = :HV-TB-CURRENCY
                 AND ACCOUNT_BAL_CTL_DATE =
                     ( SELECT MAX(ACCOUNT_BAL_CTL_DATE)
                         FROM ACCOUNT_BALANCE_CONTROL
                        WHERE ACCOUNT_BAL_CTL_SORTCODE
                                 = :HV-TB-SORTCODE
                          AND ACCOUNT_BAL_CTL_CURRENCY
                                 = :HV-TB-CURRENCY
                          AND ACCOUNT_BAL_CTL_DATE <= :WS-RUN-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             ADD 1 TO WS-TB-OUT-OF-BALANCE
             MOVE 'NO CONTROL ROW' TO WS-TBL-VERDICT
             GO TO PROVE-ONE-CURRENCY-WRITE
           END-IF.

           MOVE HV-ABC-BALANCE TO WS-TBL-CONTROL.

           COMPUTE WS-TB-DIFFERENCE =
              HV-ABC-BALANCE - WS-TB-EXTRACTED (WS-TB-IX)
                             - HV-RETAINED-BALANCE.
           MOVE WS-TB-DIFFERENCE TO WS-TBL-DIFFERENCE.

           IF WS-TB-DIFFERENCE = 0
             MOVE 'IN BALANCE' TO WS-TBL-VERDICT
           ELSE
             ADD 1 TO WS-TB-OUT-OF-BALANCE
             MOVE 'OUT OF BALANCE' TO WS-TBL-VERDICT
           END-IF.

       PROVE-ONE-CURRENCY-WRITE.
           MOVE WS-TB-LINE TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.

           IF HV-ABC-DATE > 0
             MOVE HV-ABC-DATE TO WS-TBL-CONTROL-DATE
             MOVE WS-TB-CONTROL-DATE-LINE TO BKS-RPT-RECORD
             WRITE BKS-RPT-RECORD
           END-IF.
       PROVE-ONE-CURRENCY-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BKS-RPT-RECORD.
           WRITE BKS-RPT-RECORD.
       WRITE-REPORT-LINE-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRTN.

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
      * Annual return of interest paid to resident customers.
      *
      * Writes the return file (INTROUT) the revenue asks of every
      * deposit taker once the tax year is over: one 'D' record per
      * resident customer paid interest in the year, with the gross
      * interest, the tax withheld at source and the net, and the
      * details the revenue matches on - tax reference, name,
      * address and date of birth. An 'H' header names the tax year
      * and a 'T' trailer carries the record count and control
      * totals; the tax total balances to WHTREMIT for the year.
      *
      * The tax year is given by a YEAR=CCYY card on SYSIN - the
      * calendar year it starts in, on 6 April - as WRAPRTN takes
      * it. Without one the job reports the last complete tax year
      * before the business date.
      *
      * Gross interest is the credit interest ACCRINT posted in the
      * year - the 'INT' rows and any 'IAJ' adjustments credited -
      * and the tax is the 'WHT' rows it withheld. Interest on a
      * tax-free savings wrapper is not reportable and is left out,
      * as INTCERT leaves it off the certificate. A joint account's
      * interest and tax are split equally between the co-owners on
      * ACCOUNT_OWNER; an account with no owner rows belongs wholly
      * to the customer ACCRINT packed into the posting's
      * description - SCVEXTR's rule for a joint deposit.
      *
      * The return is made in sterling. Every posting on an account
      * held in another currency (ACCOUNT_CURRENCY, else the
      * archived account's product currency, as ACCTCTL takes it)
      * is converted to pounds at the EXCHANGE_RATE in force on the
      * day it was posted - the latest rate on or before that date,
      * EXRTLOAD's rule - before the account's interest and tax are
      * split between its owners. A posting with no rate on or
      * before its date stops the run rather than be left out.
      *
      * Customers resident abroad (CRSEXTR's test - the mailing
      * country when there is one, else CUSTOMER_COUNTRY) go on the
      * CRS return, not this one, and are skipped. A customer
      * deleted since the interest was paid is returned from the
      * CUSTOMER_ARCHIVE copy of their details.
      *
      * Every customer's CUSTOMER_TAX_ID is run through TAXIDVAL. A
      * customer with no tax reference, or one that fails the
      * rules, is still returned - the revenue needs the interest -
      * with the reference left blank and its status flagged, and
      * is listed on the chase report (INTRCHS) for the branches to
      * obtain a good one before the file is sent. The run then
      * ends with return code 4.
      *
      * The sweep reads only live PROCTRAN, so a tax year PROCARCH
      * has archived into stops the run, as it stops INTCERT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTR-OUT-FILE ASSIGN TO INTROUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTR-CHS-FILE ASSIGN TO INTRCHS
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTR-OUT-FILE
           RECORDING MODE IS F.
       01  INTR-OUT-RECORD               PIC X(270).

       FD  INTR-CHS-FILE
           RECORDING MODE IS F.
       01  INTR-CHS-RECORD               PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT, ACCOUNT_ARCHIVE and ACCOUNT_PRODUCT DB2 copybooks -
      * interest on a tax-free wrapper is not returned
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * ACCOUNT_OWNER DB2 copybook - the co-owners a joint
      * account's interest is split between
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * CUSTOMER and CUSTOMER_ARCHIVE DB2 copybooks - the details
      * the revenue matches on
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CUSTARC
           END-EXEC.

      * PTRAN_ARCHIVE_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE PARCDB2
           END-EXEC.

      * EXCHANGE_RATE DB2 copybook - interest on a deposit held in
      * another currency is returned in sterling
           EXEC SQL
              INCLUDE EXRTDB2
           END-EXEC.

       77  HV-ARCH-THRU-DATE         PIC S9(9) COMP    VALUE 0.
       77  WS-ARCH-THRU-DISPLAY      PIC 9(8).
       77  HV-UNRATED-POSTINGS       PIC S9(9) COMP    VALUE 0.

      * One customer's share of the year's interest
       01  HOST-INTEREST-ROW.
           03  HV-INT-SORTCODE           PIC X(6).
           03  HV-INT-CUSTNO             PIC X(10).
           03  HV-INT-GROSS              PIC S9(10)V99 COMP-3.
           03  HV-INT-TAX                PIC S9(10)V99 COMP-3.
           03  HV-INT-ACCOUNTS           PIC S9(9) COMP.
           03  HV-INT-JOINT              PIC S9(9) COMP.

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
           03  HV-CUSTOMER-MAIL-ADDR-IND  PIC X(1).
           03  HV-CUSTOMER-MAIL-CNTRY     PIC X(50).
           03  HV-CUSTOMER-TAX-ID         PIC X(13).

       77  HV-TAX-YEAR               PIC S9(9) COMP    VALUE 0.

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

      * TAXIDVAL's commarea - the one copy of the tax-id rules
       01  TAXIDVAL-PROGRAM          PIC X(8)  VALUE 'TAXIDVAL'.
       01  TAXIDVAL-COMMAREA.
           COPY TAXIDVAL.

      *
      * The business date, from the BANKING_DATE control row with
      * the CURRENT DATE fallback.
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
       77  WS-RUN-MMDD               PIC 9(4).

      *
      * The tax year starts on 6 April, and is known by the calendar
      * year it starts in. Its first and last days are held as
      * CCYYMMDD integers and as the same digits in text, for
      * comparing the DD.MM.YYYY posting dates turned round.
      *
       77  WS-TAX-YEAR-START-MMDD    PIC 9(4)          VALUE 0406.
       77  WS-TAX-YEAR-END-MMDD      PIC 9(4)          VALUE 0405.
       77  WS-TAX-YEAR-DISPLAY       PIC 9(4).
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.

       77  WS-YEAR-START             PIC S9(9) COMP    VALUE 0.
       77  WS-YEAR-END               PIC S9(9) COMP    VALUE 0.
       01  WS-YEAR-START-N           PIC 9(8)          VALUE 0.
       01  WS-YEAR-START-KEY REDEFINES WS-YEAR-START-N
                                     PIC X(8).
       01  WS-YEAR-END-N             PIC 9(8)          VALUE 0.
       01  WS-YEAR-END-KEY REDEFINES WS-YEAR-END-N
                                     PIC X(8).

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-CUST-FOUND             PIC X             VALUE 'N'.
           88  CUSTOMER-FOUND        VALUE 'Y'.

       01  WS-RESIDENCE-COUNTRY      PIC X(50).
       77  WS-IS-FOREIGN             PIC X             VALUE 'N'.
           88  RESIDENT-IS-FOREIGN   VALUE 'Y'.

      * How the customer's tax reference stands on the return -
      * 'V' valid, 'M' missing, 'F' fails the format rules
       77  WS-TAX-ID-STATUS          PIC X             VALUE SPACE.
           88  TAX-ID-VALID          VALUE 'V'.
           88  TAX-ID-MISSING        VALUE 'M'.
           88  TAX-ID-BAD-FORMAT     VALUE 'F'.

       77  WS-NET-INTEREST           PIC S9(10)V99     VALUE 0.

       77  WS-CUSTOMERS-READ         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECORDS-WRITTEN        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECORDS-TO-CHASE       PIC 9(8)  COMP    VALUE 0.
       77  WS-NON-RESIDENTS          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-TOTAL-GROSS            PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-TAX              PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-NET              PIC S9(12)V99     VALUE 0.
       77  WS-TOTAL-DISPLAY          PIC -(11)9.99.

      *
      * The return file layouts - an 'H' header, one 'D' record per
      * customer, and a 'T' control trailer.
      *
       01  WS-RETURN-HEADER.
           05  WS-RTH-REC-TYPE       PIC X     VALUE 'H'.
           05  WS-RTH-TAX-YEAR       PIC 9(4).
           05  WS-RTH-YEAR-START     PIC 9(8).
           05  WS-RTH-YEAR-END       PIC 9(8).
           05  WS-RTH-RUN-DATE       PIC 9(8).
           05  FILLER                PIC X(241) VALUE SPACES.

       01  WS-RETURN-DETAIL.
           05  WS-RTD-REC-TYPE       PIC X     VALUE 'D'.
           05  WS-RTD-SORTCODE       PIC X(6).
           05  WS-RTD-CUSTNO         PIC X(10).
           05  WS-RTD-TAX-ID         PIC X(13).
           05  WS-RTD-TAX-ID-STATUS  PIC X.
           05  WS-RTD-TITLE          PIC X(10).
           05  WS-RTD-LAST-NAME      PIC X(35).
           05  WS-RTD-FIRST-NAME     PIC X(20).
           05  WS-RTD-DOB            PIC 9(8).
           05  WS-RTD-ADDR-LINE1     PIC X(35).
           05  WS-RTD-ADDR-LINE2     PIC X(35).
           05  WS-RTD-CITY           PIC X(35).
           05  WS-RTD-POSTCODE       PIC X(10).
           05  WS-RTD-ACCOUNTS       PIC 9(3).
           05  WS-RTD-JOINT          PIC 9(3).
           05  WS-RTD-GROSS          PIC 9(10)V99.
           05  WS-RTD-TAX            PIC 9(10)V99.
           05  WS-RTD-NET            PIC 9(10)V99.
           05  FILLER                PIC X(9)  VALUE SPACES.

       01  WS-RETURN-TRAILER.
           05  WS-RTT-REC-TYPE       PIC X     VALUE 'T'.
           05  WS-RTT-COUNT          PIC 9(8).
           05  WS-RTT-GROSS          PIC 9(12)V99.
           05  WS-RTT-TAX            PIC 9(12)V99.
           05  WS-RTT-NET            PIC 9(12)V99.
           05  WS-RTT-TO-CHASE       PIC 9(8).
           05  FILLER                PIC X(211) VALUE SPACES.

      *
      * The chase report - one line per returned customer whose tax
      * reference the branch must obtain.
      *
       01  WS-CHS-HEAD-LINE.
           05  FILLER                PIC X(41)
                 VALUE 'INTRTN - INTEREST RETURN REFS TO CHASE'.
           05  FILLER                PIC X(11) VALUE ' - TAX YEAR'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CHH-TAX-YEAR       PIC 9(4).
           05  FILLER                PIC X(5)  VALUE ' RUN '.
           05  WS-CHH-RUN-DATE       PIC 9(8).

       01  WS-CHS-COLUMN-LINE.
           05  FILLER                PIC X(19) VALUE 'CUSTOMER'.
           05  FILLER                PIC X(42) VALUE 'NAME'.
           05  FILLER                PIC X(15) VALUE 'TAX REF HELD'.
           05  FILLER                PIC X(22) VALUE 'REASON'.
           05  FILLER                PIC X(14) VALUE 'GROSS INTEREST'.

       01  WS-CHS-LINE.
           05  WS-CHS-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-CHS-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CHS-NAME           PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CHS-TAX-ID         PIC X(13).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CHS-REASON         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CHS-GROSS          PIC Z(9)9.99.

      * The year's credit interest and tax withheld, account by
      * account, shared out between each account's owners and
      * totalled by customer. An account with owner rows is split
      * equally between them; one with none belongs to the customer
      * whose key ACCRINT packed into the description.
      * The postings are first brought to sterling - a deposit held
      * in another currency is returned at the pound value of each
      * posting on the day it was made.
           EXEC SQL
              DECLARE INTRTN-CURSOR CURSOR FOR
                 WITH YEAR_POSTING
                      (PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                       PROCTRAN_TYPE, PROCTRAN_DESC,
                       PROCTRAN_CURRENCY, PROCTRAN_DAY,
                       PROCTRAN_AMOUNT) AS
                    (SELECT P.PROCTRAN_SORTCODE, P.PROCTRAN_NUMBER,
                            P.PROCTRAN_TYPE, P.PROCTRAN_DESC,
                            COALESCE(
                            (SELECT A.ACCOUNT_CURRENCY
                               FROM ACCOUNT A
                              WHERE A.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND A.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER),
                            (SELECT MAX(R.ACCOUNT_PRODUCT_CURRENCY)
                               FROM ACCOUNT_ARCHIVE H,
                                    ACCOUNT_PRODUCT R
                              WHERE H.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND H.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER
                                AND R.ACCOUNT_PRODUCT_TYPE
                                       = H.ACCOUNT_TYPE),
                            'GBP'),
                            INTEGER(SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                    CONCAT
                                    SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                    CONCAT
                                    SUBSTR(P.PROCTRAN_DATE, 1, 2)),
                            P.PROCTRAN_AMOUNT
                       FROM PROCTRAN P
                      WHERE P.PROCTRAN_TYPE IN ('INT', 'IAJ', 'WHT')
                        AND SUBSTR(P.PROCTRAN_DATE, 7, 4) CONCAT
                            SUBSTR(P.PROCTRAN_DATE, 4, 2) CONCAT
                            SUBSTR(P.PROCTRAN_DATE, 1, 2)
                            BETWEEN :WS-YEAR-START-KEY
                                AND :WS-YEAR-END-KEY),
                      STERLING_POSTING
                      (PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                       PROCTRAN_TYPE, PROCTRAN_DESC,
                       PROCTRAN_AMOUNT) AS
                    (SELECT Y.PROCTRAN_SORTCODE, Y.PROCTRAN_NUMBER,
                            Y.PROCTRAN_TYPE, Y.PROCTRAN_DESC,
                            CASE
                             WHEN Y.PROCTRAN_CURRENCY = 'GBP'
                             THEN Y.PROCTRAN_AMOUNT
                             ELSE ROUND(Y.PROCTRAN_AMOUNT /
                                  (SELECT X.EXCHANGE_RATE_RATE
                                     FROM EXCHANGE_RATE X
                                    WHERE X.EXCHANGE_RATE_CURRENCY
                                             = Y.PROCTRAN_CURRENCY
                                      AND X.EXCHANGE_RATE_DATE =
                                          (SELECT MAX(
                                              Z.EXCHANGE_RATE_DATE)
                                             FROM EXCHANGE_RATE Z
                                            WHERE
                                              Z.EXCHANGE_RATE_CURRENCY
                                                 = Y.PROCTRAN_CURRENCY
                                              AND Z.EXCHANGE_RATE_DATE
                                                 <= Y.PROCTRAN_DAY)),
                                  2)
                            END
                       FROM YEAR_POSTING Y)
                 SELECT S.SC, S.CUST,
                        SUM(S.GROSS), SUM(S.TAX),
                        COUNT(*),
                        SUM(CASE WHEN S.OWNERS > 1 THEN 1 ELSE 0 END)
                   FROM (SELECT A.SC AS SC,
                                O.ACCOUNT_OWNER_CUSTOMER AS CUST,
                                ROUND(A.GROSS / A.OWNERS, 2) AS GROSS,
                                ROUND(A.TAX / A.OWNERS, 2) AS TAX,
                                A.OWNERS AS OWNERS
                           FROM (SELECT T.SC, T.NUM, T.GROSS, T.TAX,
                                        (SELECT COUNT(*)
                                           FROM ACCOUNT_OWNER C
                                          WHERE C.ACCOUNT_OWNER_SORTCODE
                                                   = T.SC
                                            AND C.ACCOUNT_OWNER_NUMBER
                                                   = T.NUM) AS OWNERS
                                   FROM (SELECT PROCTRAN_SORTCODE
                                                   AS SC,
                                                PROCTRAN_NUMBER
                                                   AS NUM,
                                                SUM(CASE
                                                 WHEN PROCTRAN_TYPE
                                                      IN ('INT', 'IAJ')
                                                  AND PROCTRAN_AMOUNT
                                                      > 0
                                                 THEN PROCTRAN_AMOUNT
                                                 ELSE 0 END) AS GROSS,
                                                SUM(CASE
                                                 WHEN PROCTRAN_TYPE
                                                      = 'WHT'
                                                 THEN 0 -
                                                      PROCTRAN_AMOUNT
                                                 ELSE 0 END) AS TAX
                                           FROM STERLING_POSTING
                                          GROUP BY PROCTRAN_SORTCODE,
                                                   PROCTRAN_NUMBER)
                                        AS T) AS A,
                                ACCOUNT_OWNER O
                          WHERE A.OWNERS > 0
                            AND O.ACCOUNT_OWNER_SORTCODE = A.SC
                            AND O.ACCOUNT_OWNER_NUMBER = A.NUM
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM ACCOUNT W, ACCOUNT_PRODUCT P
                                  WHERE W.ACCOUNT_SORTCODE = A.SC
                                    AND W.ACCOUNT_NUMBER = A.NUM
                                    AND P.ACCOUNT_PRODUCT_TYPE
                                           = W.ACCOUNT_TYPE
                                    AND P.ACCOUNT_PRODUCT_TAX_FREE
                                           = 'Y')
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM ACCOUNT_ARCHIVE R,
                                        ACCOUNT_PRODUCT P
                                  WHERE R.ACCOUNT_SORTCODE = A.SC
                                    AND R.ACCOUNT_NUMBER = A.NUM
                                    AND P.ACCOUNT_PRODUCT_TYPE
                                           = R.ACCOUNT_TYPE
                                    AND P.ACCOUNT_PRODUCT_TAX_FREE
                                           = 'Y')
                         UNION ALL
                         SELECT PROCTRAN_SORTCODE AS SC,
                                MAX(SUBSTR(PROCTRAN_DESC, 7, 10))
                                   AS CUST,
                                SUM(CASE
                                 WHEN PROCTRAN_TYPE IN ('INT', 'IAJ')
                                  AND PROCTRAN_AMOUNT > 0
                                 THEN PROCTRAN_AMOUNT
                                 ELSE 0 END) AS GROSS,
                                SUM(CASE
                                 WHEN PROCTRAN_TYPE = 'WHT'
                                 THEN 0 - PROCTRAN_AMOUNT
                                 ELSE 0 END) AS TAX,
                                1 AS OWNERS
                           FROM STERLING_POSTING
                          WHERE NOT EXISTS
                                (SELECT 1
                                   FROM ACCOUNT_OWNER C
                                  WHERE C.ACCOUNT_OWNER_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND C.ACCOUNT_OWNER_NUMBER
                                           = PROCTRAN_NUMBER)
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM ACCOUNT W, ACCOUNT_PRODUCT P
                                  WHERE W.ACCOUNT_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND W.ACCOUNT_NUMBER
                                           = PROCTRAN_NUMBER
                                    AND P.ACCOUNT_PRODUCT_TYPE
                                           = W.ACCOUNT_TYPE
                                    AND P.ACCOUNT_PRODUCT_TAX_FREE
                                           = 'Y')
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM ACCOUNT_ARCHIVE R,
                                        ACCOUNT_PRODUCT P
                                  WHERE R.ACCOUNT_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND R.ACCOUNT_NUMBER
                                           = PROCTRAN_NUMBER
                                    AND P.ACCOUNT_PRODUCT_TYPE
                                           = R.ACCOUNT_TYPE
                                    AND P.ACCOUNT_PRODUCT_TAX_FREE
                                           = 'Y')
                          GROUP BY PROCTRAN_SORTCODE,
                                   PROCTRAN_NUMBER) AS S
                  GROUP BY S.SC, S.CUST
                  ORDER BY S.SC, S.CUST
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'INTRTN  ' TO BREG-JOB.
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

      *
      *    By default, the last tax year to have ended - the one
      *    before the tax year the business date falls in.
      *
           COMPUTE WS-RUN-MMDD =
              (WS-CURR-DATE-MM * 100) + WS-CURR-DATE-DD.
           COMPUTE HV-TAX-YEAR = WS-CURR-DATE-YYYY - 1.
           IF WS-RUN-MMDD < WS-TAX-YEAR-START-MMDD
             SUBTRACT 1 FROM HV-TAX-YEAR
           END-IF.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           COMPUTE WS-YEAR-START =
              (HV-TAX-YEAR * 10000) + WS-TAX-YEAR-START-MMDD.
           COMPUTE WS-YEAR-END =
              ((HV-TAX-YEAR + 1) * 10000) + WS-TAX-YEAR-END-MMDD.
           MOVE WS-YEAR-START TO WS-YEAR-START-N.
           MOVE WS-YEAR-END TO WS-YEAR-END-N.

           MOVE HV-TAX-YEAR TO WS-TAX-YEAR-DISPLAY.
           DISPLAY 'INTRTN: RUN DATE = ' WS-RUN-DATE-DISPLAY
                   ' TAX YEAR = ' WS-TAX-YEAR-DISPLAY
                   ' (' WS-YEAR-START-N ' TO ' WS-YEAR-END-N ')'.

      *
      *    PROCARCH unloads proven days off the live table - a year
      *    reaching into the archived history would return only the
      *    interest still live. The run stops instead, as INTCERT
      *    does, until the history is back.
      *
           MOVE 0 TO HV-ARCH-THRU-DATE.

           EXEC SQL
              SELECT COALESCE(MAX(PTRAN_ARCHIVE_THRU_DATE), 0)
                INTO :HV-ARCH-THRU-DATE
                FROM PTRAN_ARCHIVE_CONTROL
           END-EXEC.

           IF SQLCODE = 0 AND HV-ARCH-THRU-DATE >= WS-YEAR-START
             MOVE HV-ARCH-THRU-DATE TO WS-ARCH-THRU-DISPLAY
             DISPLAY 'INTRTN: PROCARCH HAS ARCHIVED ROWS DATED '
                     'THROUGH ' WS-ARCH-THRU-DISPLAY
                     ' - TAX YEAR IS NOT FULLY LIVE'
             DISPLAY 'INTRTN: RETRIEVE THE UNLOAD GENERATIONS '
                     'THROUGH PROCRETR - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

      *
      *    A non-sterling posting with no EXCHANGE_RATE on or before
      *    its date has no pound value, and would drop out of the
      *    customer's totals unseen. The run stops instead until the
      *    treasury's rates are loaded back far enough.
      *
           MOVE 0 TO HV-UNRATED-POSTINGS.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-UNRATED-POSTINGS
                FROM (SELECT COALESCE(
                         (SELECT A.ACCOUNT_CURRENCY
                            FROM ACCOUNT A
                           WHERE A.ACCOUNT_SORTCODE
                                    = P.PROCTRAN_SORTCODE
                             AND A.ACCOUNT_NUMBER
                                    = P.PROCTRAN_NUMBER),
                         (SELECT MAX(R.ACCOUNT_PRODUCT_CURRENCY)
                            FROM ACCOUNT_ARCHIVE H,
                                 ACCOUNT_PRODUCT R
                           WHERE H.ACCOUNT_SORTCODE
                                    = P.PROCTRAN_SORTCODE
                             AND H.ACCOUNT_NUMBER
                                    = P.PROCTRAN_NUMBER
                             AND R.ACCOUNT_PRODUCT_TYPE
                                    = H.ACCOUNT_TYPE),
                         'GBP') AS CCY,
                         INTEGER(SUBSTR(P.PROCTRAN_DATE, 7, 4) CONCAT
                                 SUBSTR(P.PROCTRAN_DATE, 4, 2) CONCAT
                                 SUBSTR(P.PROCTRAN_DATE, 1, 2))
                            AS PDAY
                        FROM PROCTRAN P
                       WHERE P.PROCTRAN_TYPE IN ('INT', 'IAJ', 'WHT')
                         AND SUBSTR(P.PROCTRAN_DATE, 7, 4) CONCAT
                             SUBSTR(P.PROCTRAN_DATE, 4, 2) CONCAT
                             SUBSTR(P.PROCTRAN_DATE, 1, 2)
                             BETWEEN :WS-YEAR-START-KEY
                                 AND :WS-YEAR-END-KEY) AS M
               WHERE M.CCY <> 'GBP'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM EXCHANGE_RATE X
                       WHERE X.EXCHANGE_RATE_CURRENCY = M.CCY
                         AND X.EXCHANGE_RATE_DATE <= M.PDAY)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-UNRATED-POSTINGS > 0
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'INTRTN: EXCHANGE RATE CHECK FAILED, '
                       'SQLCODE=' SQLCODE-DISPLAY
             ELSE
               MOVE HV-UNRATED-POSTINGS TO WS-RECS-DISPLAY
               DISPLAY 'INTRTN: ' WS-RECS-DISPLAY
                       ' NON-STERLING POSTINGS HAVE NO EXCHANGE '
                       'RATE ON OR BEFORE THEIR DATE'
               DISPLAY 'INTRTN: LOAD THE RATES THROUGH EXRTLOAD '
                       '- RUN ABANDONED'
             END-IF
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN OUTPUT INTR-OUT-FILE.
           OPEN OUTPUT INTR-CHS-FILE.

           MOVE WS-TAX-YEAR-DISPLAY TO WS-RTH-TAX-YEAR.
           MOVE WS-YEAR-START-N TO WS-RTH-YEAR-START.
           MOVE WS-YEAR-END-N TO WS-RTH-YEAR-END.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RTH-RUN-DATE.
           MOVE WS-RETURN-HEADER TO INTR-OUT-RECORD.
           WRITE INTR-OUT-RECORD.

           MOVE WS-TAX-YEAR-DISPLAY TO WS-CHH-TAX-YEAR.
           MOVE WS-RUN-DATE-DISPLAY TO WS-CHH-RUN-DATE.
           MOVE WS-CHS-HEAD-LINE TO INTR-CHS-RECORD.
           WRITE INTR-CHS-RECORD.
           MOVE SPACES TO INTR-CHS-RECORD.
           WRITE INTR-CHS-RECORD.
           MOVE WS-CHS-COLUMN-LINE TO INTR-CHS-RECORD.
           WRITE INTR-CHS-RECORD.

           EXEC SQL
              OPEN INTRTN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'INTRTN: UNABLE TO OPEN INTRTN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             CLOSE INTR-OUT-FILE
             CLOSE INTR-CHS-FILE
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH INTRTN-CURSOR
                  INTO :HV-INT-SORTCODE, :HV-INT-CUSTNO,
                       :HV-INT-GROSS, :HV-INT-TAX,
                       :HV-INT-ACCOUNTS, :HV-INT-JOINT
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-CUSTOMERS-READ
               PERFORM RETURN-CUSTOMER THRU RETURN-CUSTOMER-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'INTRTN: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE INTRTN-CURSOR
           END-EXEC.

           MOVE WS-RECORDS-WRITTEN TO WS-RTT-COUNT.
           MOVE WS-TOTAL-GROSS TO WS-RTT-GROSS.
           MOVE WS-TOTAL-TAX TO WS-RTT-TAX.
           MOVE WS-TOTAL-NET TO WS-RTT-NET.
           MOVE WS-RECORDS-TO-CHASE TO WS-RTT-TO-CHASE.
           MOVE WS-RETURN-TRAILER TO INTR-OUT-RECORD.
           WRITE INTR-OUT-RECORD.

           CLOSE INTR-OUT-FILE.
           CLOSE INTR-CHS-FILE.

           MOVE WS-CUSTOMERS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'INTRTN: CUSTOMERS PAID INTEREST = ' WS-RECS-DISPLAY.
           MOVE WS-NON-RESIDENTS TO WS-RECS-DISPLAY.
           DISPLAY 'INTRTN: NON-RESIDENTS SKIPPED   = ' WS-RECS-DISPLAY.
           MOVE WS-RECORDS-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'INTRTN: CUSTOMERS RETURNED      = ' WS-RECS-DISPLAY.
           MOVE WS-RECORDS-TO-CHASE TO WS-RECS-DISPLAY.
           DISPLAY 'INTRTN: TAX REFERENCES TO CHASE = ' WS-RECS-DISPLAY.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY.
           DISPLAY 'INTRTN: GROSS INTEREST RETURNED = '
                   WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-TAX TO WS-TOTAL-DISPLAY.
           DISPLAY 'INTRTN: TAX WITHHELD RETURNED   = '
                   WS-TOTAL-DISPLAY.

           IF RETURN-CODE = 0 AND WS-RECORDS-TO-CHASE > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECORDS-WRITTEN TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * YEAR=CCYY names the tax year to report - the calendar year
      * it starts in. A card that does not parse is reported and
      * ignored, leaving the default year.
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL WS-END-OF-SYSIN = 'Y'
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
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'YEAR='
               IF SYSIN-RECORD (6:4) NUMERIC
                 MOVE SYSIN-RECORD (6:4) TO WS-TAX-YEAR-DISPLAY
                 MOVE WS-TAX-YEAR-DISPLAY TO HV-TAX-YEAR
               ELSE
                 DISPLAY 'INTRTN: UNUSABLE YEAR= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'INTRTN: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE RETURN-CUSTOMER
      * One 'D' record for a resident customer with interest or tax
      * in the year, and a chase line when the tax reference will
      * not do.
       RETURN-CUSTOMER.
           IF HV-INT-GROSS = 0 AND HV-INT-TAX = 0
             GO TO RETURN-CUSTOMER-END
           END-IF.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

      *
      *    The same home-jurisdiction spellings CRSEXTR uses; a
      *    blank country is home, not unknown-foreign.
      *
           IF HV-CUSTOMER-MAIL-ADDR-IND = 'Y'
             MOVE HV-CUSTOMER-MAIL-CNTRY TO WS-RESIDENCE-COUNTRY
           ELSE
             MOVE HV-CUSTOMER-COUNTRY TO WS-RESIDENCE-COUNTRY
           END-IF.

           MOVE 'Y' TO WS-IS-FOREIGN.
           EVALUATE TRUE
             WHEN WS-RESIDENCE-COUNTRY = 'UNITED KINGDOM'
             WHEN WS-RESIDENCE-COUNTRY = 'GREAT BRITAIN'
             WHEN WS-RESIDENCE-COUNTRY = 'UK'
             WHEN WS-RESIDENCE-COUNTRY = 'GB'
             WHEN WS-RESIDENCE-COUNTRY = SPACES
               MOVE 'N' TO WS-IS-FOREIGN
           END-EVALUATE.

           IF RESIDENT-IS-FOREIGN
             ADD 1 TO WS-NON-RESIDENTS
             GO TO RETURN-CUSTOMER-END
           END-IF.

           INITIALIZE TAXIDVAL-COMMAREA.
           MOVE HV-CUSTOMER-TAX-ID TO TAXIDVAL-TAXID.
           SET TAXIDVAL-TAXID-REQUIRED TO TRUE.

           CALL TAXIDVAL-PROGRAM USING TAXIDVAL-COMMAREA.

           EVALUATE TRUE
             WHEN TAXIDVAL-TAXID-VALID
               SET TAX-ID-VALID TO TRUE
             WHEN TAXIDVAL-MISSING-TAXID
               SET TAX-ID-MISSING TO TRUE
             WHEN OTHER
               SET TAX-ID-BAD-FORMAT TO TRUE
           END-EVALUATE.

           COMPUTE WS-NET-INTEREST = HV-INT-GROSS - HV-INT-TAX.

           MOVE SPACES TO WS-RETURN-DETAIL.
           MOVE 'D' TO WS-RTD-REC-TYPE.
           MOVE HV-INT-SORTCODE TO WS-RTD-SORTCODE.
           MOVE HV-INT-CUSTNO TO WS-RTD-CUSTNO.
           IF TAX-ID-VALID
             MOVE HV-CUSTOMER-TAX-ID TO WS-RTD-TAX-ID
           END-IF.
           MOVE WS-TAX-ID-STATUS TO WS-RTD-TAX-ID-STATUS.
           MOVE HV-CUSTOMER-TITLE TO WS-RTD-TITLE.
           MOVE HV-CUSTOMER-LAST-NAME TO WS-RTD-LAST-NAME.
           MOVE HV-CUSTOMER-FIRST-NAME TO WS-RTD-FIRST-NAME.
           MOVE HV-CUSTOMER-DOB TO WS-RTD-DOB.
           MOVE HV-CUSTOMER-ADDR-LINE1 TO WS-RTD-ADDR-LINE1.
           MOVE HV-CUSTOMER-ADDR-LINE2 TO WS-RTD-ADDR-LINE2.
           MOVE HV-CUSTOMER-CITY TO WS-RTD-CITY.
           MOVE HV-CUSTOMER-POSTCODE TO WS-RTD-POSTCODE.
           MOVE HV-INT-ACCOUNTS TO WS-RTD-ACCOUNTS.
           MOVE HV-INT-JOINT TO WS-RTD-JOINT.
           MOVE HV-INT-GROSS TO WS-RTD-GROSS.
           MOVE HV-INT-TAX TO WS-RTD-TAX.
           MOVE WS-NET-INTEREST TO WS-RTD-NET.

           MOVE WS-RETURN-DETAIL TO INTR-OUT-RECORD.
           WRITE INTR-OUT-RECORD.

           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD HV-INT-GROSS TO WS-TOTAL-GROSS.
           ADD HV-INT-TAX TO WS-TOTAL-TAX.
           ADD WS-NET-INTEREST TO WS-TOTAL-NET.

           IF NOT TAX-ID-VALID OR NOT CUSTOMER-FOUND
             PERFORM WRITE-CHASE-LINE THRU WRITE-CHASE-LINE-END
           END-IF.
       RETURN-CUSTOMER-END.

      * PROCEDURE READ-CUSTOMER
      * The customer's details as they stand, or as they stood when
      * the customer was deleted.
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.
           MOVE 0 TO HV-CUSTOMER-DOB.
           MOVE HV-INT-SORTCODE TO HV-CUSTOMER-SORTCODE.
           MOVE HV-INT-CUSTNO TO HV-CUSTOMER-NUMBER.
           MOVE 'Y' TO WS-CUST-FOUND.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_TITLE, ' '),
                     COALESCE(CUSTOMER_FIRST_NAME, ' '),
                     COALESCE(CUSTOMER_LAST_NAME, ' '),
                     COALESCE(CUSTOMER_DATE_OF_BIRTH, 0),
                     COALESCE(CUSTOMER_ADDR_LINE1, ' '),
                     COALESCE(CUSTOMER_ADDR_LINE2, ' '),
                     COALESCE(CUSTOMER_CITY, ' '),
                     COALESCE(CUSTOMER_POSTCODE, ' '),
                     COALESCE(CUSTOMER_COUNTRY, ' '),
                     COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                     COALESCE(CUSTOMER_MAIL_COUNTRY, ' '),
                     COALESCE(CUSTOMER_TAX_ID, ' ')
                INTO :HV-CUSTOMER-TITLE, :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME, :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-ADDR-LINE1, :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY, :HV-CUSTOMER-MAIL-ADDR-IND,
                     :HV-CUSTOMER-MAIL-CNTRY, :HV-CUSTOMER-TAX-ID
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE = 0
             GO TO READ-CUSTOMER-END
           END-IF.

           IF SQLCODE = 100
             EXEC SQL
                SELECT COALESCE(CUSTOMER_TITLE, ' '),
                       COALESCE(CUSTOMER_FIRST_NAME, ' '),
                       COALESCE(CUSTOMER_LAST_NAME, ' '),
                       COALESCE(CUSTOMER_DATE_OF_BIRTH, 0),
                       COALESCE(CUSTOMER_ADDR_LINE1, ' '),
                       COALESCE(CUSTOMER_ADDR_LINE2, ' '),
                       COALESCE(CUSTOMER_CITY, ' '),
                       COALESCE(CUSTOMER_POSTCODE, ' '),
                       COALESCE(CUSTOMER_COUNTRY, ' '),
                       COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                       COALESCE(CUSTOMER_MAIL_COUNTRY, ' '),
                       COALESCE(CUSTOMER_TAX_ID, ' ')
                  INTO :HV-CUSTOMER-TITLE, :HV-CUSTOMER-FIRST-NAME,
                       :HV-CUSTOMER-LAST-NAME, :HV-CUSTOMER-DOB,
                       :HV-CUSTOMER-ADDR-LINE1,
                       :HV-CUSTOMER-ADDR-LINE2,
                       :HV-CUSTOMER-CITY, :HV-CUSTOMER-POSTCODE,
                       :HV-CUSTOMER-COUNTRY,
                       :HV-CUSTOMER-MAIL-ADDR-IND,
                       :HV-CUSTOMER-MAIL-CNTRY, :HV-CUSTOMER-TAX-ID
                  FROM CUSTOMER_ARCHIVE
                 WHERE CUSTOMER_SORTCODE = :HV-CUSTOMER-SORTCODE
                   AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0
               GO TO READ-CUSTOMER-END
             END-IF
           END-IF.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'INTRTN: NO CUSTOMER DETAILS FOR '
                   HV-INT-SORTCODE '/' HV-INT-CUSTNO
                   ' SQLCODE=' SQLCODE-DISPLAY.
           MOVE SPACES TO HOST-CUSTOMER-ROW.
           MOVE 0 TO HV-CUSTOMER-DOB.
           MOVE 'NAME NOT ON FILE' TO HV-CUSTOMER-LAST-NAME.
           MOVE 'N' TO WS-CUST-FOUND.
       READ-CUSTOMER-END.

      * PROCEDURE WRITE-CHASE-LINE
       WRITE-CHASE-LINE.
           MOVE SPACES TO WS-CHS-LINE.
           MOVE HV-INT-SORTCODE TO WS-CHS-SCODE.
           MOVE HV-INT-CUSTNO TO WS-CHS-CUSTNO.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-CHS-NAME
           END-STRING.
           MOVE HV-CUSTOMER-TAX-ID TO WS-CHS-TAX-ID.

           EVALUATE TRUE
             WHEN NOT CUSTOMER-FOUND
               MOVE 'CUSTOMER NOT ON FILE' TO WS-CHS-REASON
             WHEN TAX-ID-MISSING
               MOVE 'NO TAX ID' TO WS-CHS-REASON
             WHEN OTHER
               MOVE 'TAX ID UNCLEAN' TO WS-CHS-REASON
           END-EVALUATE.

           MOVE HV-INT-GROSS TO WS-CHS-GROSS.
           MOVE WS-CHS-LINE TO INTR-CHS-RECORD.
           WRITE INTR-CHS-RECORD.

           ADD 1 TO WS-RECORDS-TO-CHASE.
       WRITE-CHASE-LINE-END.

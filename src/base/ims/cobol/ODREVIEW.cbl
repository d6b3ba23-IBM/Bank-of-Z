       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODREVIEW.

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
      * Annual overdraft limit review.
      *
      * A limit granted through ODLMAINT stays until the customer
      * asks otherwise. This nightly job reviews every limit once a
      * year, and carries the reviews through in three passes.
      *
      * Review pass - every account with a limit, on a product that
      * is not a loan, with no review in the last year and none in
      * progress, is given a proposal on OVERDRAFT_REVIEW:
      *
      *   - LENDELIG, the one copy of credit policy, is asked about
      *     the limit as it stands. A decline proposes removal; a
      *     referral, or an excess that has run past the excess
      *     window, proposes halving it.
      *   - An approved limit that the customer is using heavily
      *     (CUSTOMER_EXPOSURE utilisation at or over the band),
      *     with no current OVERDRAFT_EXCESS and a strong latest
      *     bureau score (CSIMPORT), is proposed a quarter higher,
      *     within the product's ceiling, if LENDELIG approves the
      *     higher figure too.
      *   - Anything else is kept.
      *
      * A cut is never proposed below what the account is using,
      * rounded up to the next 50 - a limit already in use is kept
      * rather than pushing the account into excess. Reductions and
      * removals wait for a credit officer (ODRAPPR). Increases are
      * offered by the branch and applied through ODLMAINT if the
      * customer accepts - they are never imposed.
      *
      * Notice pass - every approved review has the customer's
      * advance-notice letter produced through the LETTER_TEMPLATE
      * machinery (type ODREVIEW, honouring CUSTOMER_PREF_LANGUAGE
      * with the LTRGEN EN fallback), delivered by the ACCSTMT rule
      * - email for an EMAIL-channel customer unless quarantined,
      * else post, held and tried again nightly if the postal
      * channel is quarantined too. The notice period is 60 days
      * unless a NOTICE=nnn card says otherwise.
      *
      * Apply pass - on the notice expiry date the new limit goes on
      * under ODLMAINT's rules: the balance must not already sit
      * beyond it (such a review is left on the exceptions list and
      * tried again each night), and the change writes an
      * OVERDRAFT_LIMIT_AUDIT row with the reason ANNUAL REVIEW and
      * the approving officer, and an 'ODL' PROCTRAN record. A
      * review whose account has closed, or whose limit has been
      * moved by other means since the review, is made void.
      *
      * Each account is committed on its own, so a stopped run
      * neither loses nor repeats work. PROCTRAN references come
      * from the HBNKPROCREF counter through DFHNCTR as in the other
      * batch posters. The control report lists every proposal,
      * notice and change; the run ends RC 4 if any notice was held
      * or any change could not be applied.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODR-RPT-FILE ASSIGN TO ODRRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODR-LTR-FILE ASSIGN TO ODRLTR
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODR-EML-FILE ASSIGN TO ODREML
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  ODR-RPT-FILE
           RECORDING MODE IS F.
       01  ODR-RPT-RECORD                PIC X(132).

       FD  ODR-LTR-FILE
           RECORDING MODE IS F.
       01  ODR-LTR-RECORD                PIC X(100).

       FD  ODR-EML-FILE
           RECORDING MODE IS F.
       01  ODR-EML-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook - loans are not reviewed, and
      * the product's ceiling caps an increase
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_EXPOSURE DB2 copybook - the customer's latest
      * utilisation of the limits granted
           EXEC SQL
              INCLUDE CEXPDB2
           END-EXEC.

      * OVERDRAFT_EXCESS DB2 copybook - the account's current
      * excess, if any
           EXEC SQL
              INCLUDE ODEXDB2
           END-EXEC.

      * OVERDRAFT_REVIEW DB2 copybook
           EXEC SQL
              INCLUDE ODRVDB2
           END-EXEC.

      * OVERDRAFT_LIMIT_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE ODLADB2
           END-EXEC.

      * LETTER_TEMPLATE DB2 copybook
           EXEC SQL
              INCLUDE LTRTDB2
           END-EXEC.

      * CONTACT_STATUS DB2 copybook - a quarantined channel is not
      * written to
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

       77  HV-QUAR-COUNT             PIC S9(9) COMP    VALUE 0.
       01  HV-QUAR-CHANNEL           PIC X(6).

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the 'ODL' record a change
      * writes must be on the reference table
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-PROD-OD-CEILING        PIC S9(9) COMP.

      * OVERDRAFT_REVIEW host variables for DB2
       01  HOST-REVIEW-ROW.
           03  HV-ODR-SORTCODE           PIC X(6).
           03  HV-ODR-NUMBER             PIC X(8).
           03  HV-ODR-REVIEW-DATE        PIC S9(9) COMP.
           03  HV-ODR-CUSTOMER           PIC X(10).
           03  HV-ODR-CURRENT-LIMIT      PIC S9(9) COMP.
           03  HV-ODR-PROPOSED-LIMIT     PIC S9(9) COMP.
           03  HV-ODR-PROPOSAL           PIC X.
           03  HV-ODR-BASIS              PIC X(100).
           03  HV-ODR-STATUS             PIC X.
           03  HV-ODR-DECIDED-BY         PIC X(3).
           03  HV-ODR-EFFECTIVE-DATE     PIC S9(9) COMP.

      * CUSTOMER_EXPOSURE and OVERDRAFT_EXCESS host variables
       01  HOST-CONDUCT-ROW.
           03  HV-EXPO-OD-GRANTED        PIC S9(12)V99 COMP-3.
           03  HV-EXPO-OD-UTILISED       PIC S9(12)V99 COMP-3.
           03  HV-EXCESS-FIRST-DATE      PIC S9(9) COMP.
           03  HV-EXCESS-DAY14-SENT      PIC X.
           03  HV-CUSTOMER-CREDIT-SCORE  PIC S9(4) COMP.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-PREF-LANG     PIC X(2).
           03  HV-CUSTOMER-LOC-CORR      PIC X.
           03  HV-CUSTOMER-EMAIL         PIC X(60).
           03  HV-CUSTOMER-CHANNEL       PIC X(10).

      * LETTER_TEMPLATE host variables for DB2
       01  HOST-TEMPLATE-ROW.
           03  HV-TEMPLATE-TYPE          PIC X(8)  VALUE 'ODREVIEW'.
           03  HV-TEMPLATE-LANGUAGE      PIC X(2).
           03  HV-TEMPLATE-LINE-TEXT     PIC X(100).

       77  HV-TEMPLATE-LINE-COUNT    PIC S9(9) COMP    VALUE 0.

      * OVERDRAFT_LIMIT_AUDIT host variables for DB2
       01  HOST-AUDIT-ROW.
           03  HV-AUDIT-OLD-LIMIT        PIC S9(9) COMP.
           03  HV-AUDIT-NEW-LIMIT        PIC S9(9) COMP.
           03  HV-AUDIT-OPERATOR         PIC X(3).
           03  HV-AUDIT-DATE             PIC X(10).
           03  HV-AUDIT-TIME             PIC X(8).
           03  HV-AUDIT-REASON           PIC X(20).

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-EYECATCHER    PIC X(4).
           03  HV-PROCTRAN-SORT-CODE     PIC X(6).
           03  HV-PROCTRAN-ACC-NUMBER    PIC X(8).
           03  HV-PROCTRAN-DATE          PIC X(10).
           03  HV-PROCTRAN-TIME          PIC X(6).
           03  HV-PROCTRAN-REF           PIC X(12).
           03  HV-PROCTRAN-TYPE          PIC X(3).
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.

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

      * LENDELIG commarea - the one copy of credit policy
       01  LENDELIG-PROGRAM          PIC X(8)  VALUE 'LENDELIG'.
       01  LENDELIG-COMMAREA.
           COPY LENDELIG.

      * CORRLOG commarea - the one copy of the correspondence
      * record every producing program writes
       01  CORRLOG-PROGRAM           PIC X(8)  VALUE 'CORRLOG'.
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, in the layouts the various
      * stores use.
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

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * A review older than this - the run date a year ago - is due
      * again. The excess window: an excess that began on or before
      * the cutoff has run too long for the limit to stand as it is.
      * The notice period, and the date a notice sent tonight
      * expires.
      *
       77  WS-YEAR-AGO               PIC S9(9) COMP    VALUE 0.
       77  HV-EXCESS-DAYS            PIC S9(9) COMP    VALUE 30.
       77  WS-EXCESS-CUTOFF          PIC S9(9) COMP    VALUE 0.
       77  HV-NOTICE-DAYS            PIC S9(9) COMP    VALUE 60.
       77  WS-NOTICE-DISPLAY         PIC 9(3).
       77  WS-EFFECTIVE-DATE         PIC S9(9) COMP    VALUE 0.

      *
      * The effective date, CCYYMMDD, and as the DD.MM.YYYY text the
      * letter quotes.
      *
       01  WS-EFF-DATE-N             PIC 9(8).
       01  WS-EFF-DATE-GRP REDEFINES WS-EFF-DATE-N.
           05  WS-EFF-DATE-YYYY      PIC X(4).
           05  WS-EFF-DATE-MM        PIC XX.
           05  WS-EFF-DATE-DD        PIC XX.

       01  WS-EFF-DATE-TEXT.
           05  WS-EFF-DATE-TEXT-DD   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-EFF-DATE-TEXT-MM   PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-EFF-DATE-TEXT-YYYY PIC X(4).

      *
      * The review bands. Utilisation at or over WS-UTIL-HIGH with
      * a score at or over WS-SCORE-STRONG earns an increase of
      * WS-INCREASE-PCT; limits move in steps of WS-LIMIT-STEP.
      *
       77  WS-UTIL-HIGH              PIC S9(3)         VALUE 75.
       77  WS-SCORE-STRONG           PIC S9(4) COMP    VALUE 700.
       77  WS-INCREASE-PCT           PIC S9(3)         VALUE 25.
       77  WS-LIMIT-STEP             PIC S9(4) COMP    VALUE 50.

       77  WS-UTIL-PCT               PIC S9(5)         VALUE 0.
       77  WS-USED                   PIC S9(10)V99     VALUE 0.
       77  WS-USED-FLOOR             PIC S9(9) COMP    VALUE 0.
       77  WS-TARGET-LIMIT           PIC S9(9) COMP    VALUE 0.
       77  WS-STEPS                  PIC S9(9) COMP    VALUE 0.
       77  WS-NEW-FLOOR              PIC S9(10)V99     VALUE 0.
       77  WS-IN-EXCESS              PIC X             VALUE 'N'.
       77  WS-LONG-EXCESS            PIC X             VALUE 'N'.
       77  WS-EXPOSURE-FOUND         PIC X             VALUE 'N'.
       77  WS-LE-DECISION            PIC X             VALUE SPACE.

      * The figures a proposal was made on, for ODR_BASIS
       01  WS-BASIS.
           05  FILLER                PIC X(3)  VALUE 'LE='.
           05  WS-BAS-DECISION       PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-BAS-REASON-1       PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-BAS-REASON-2       PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-BAS-REASON-3       PIC X(4).
           05  FILLER                PIC X(7)  VALUE ' SCORE='.
           05  WS-BAS-SCORE          PIC 9(4).
           05  FILLER                PIC X(6)  VALUE ' UTIL='.
           05  WS-BAS-UTIL           PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE '% EXCESS='.
           05  WS-BAS-EXCESS         PIC X(8).
           05  FILLER                PIC X(7)  VALUE ' USING='.
           05  WS-BAS-USED           PIC Z(8)9.
           05  FILLER                PIC X(26) VALUE SPACES.

      *
      * PROCTRAN NCS definitions and the counter server's batch
      * CALL interface fields.
      *
       COPY NCSPROC.

       77  WS-NCTR-FUNCTION          PIC X(6)          VALUE 'GET   '.
       77  WS-NCTR-POOL              PIC X(8)          VALUE SPACES.
       77  WS-NCTR-RESPONSE          PIC S9(8) COMP    VALUE 0.
       77  WS-REF-EIBTASKN12         PIC 9(12)         VALUE 0.
       77  WS-LIMIT-DISPLAY          PIC 9(8)          VALUE 0.

       77  WS-POSTING-OK             PIC X             VALUE 'Y'.
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-END-OF-TEMPLATE        PIC X             VALUE 'N'.
           88  END-OF-TEMPLATE       VALUE 'Y'.

      * 'P' post, 'E' email, 'H' held - the only viable channel is
      * quarantined
       77  WS-DELIVERY-MODE          PIC X             VALUE 'P'.

       77  WS-REVIEWS-RAISED         PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEWS-KEPT           PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEWS-OFFERED        PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEWS-REFERRED       PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-POSTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-EMAILED        PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-HELD           PIC 9(8)  COMP    VALUE 0.
       77  WS-LIMITS-CHANGED         PIC 9(8)  COMP    VALUE 0.
       77  WS-LIMITS-DEFERRED        PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEWS-VOIDED         PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEWS-FAILED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * Merge working fields for the letter template. &NAME and
      * &DATE are the LTRGEN placeholders; &ACCNO, &OLDLIMIT,
      * &NEWLIMIT and &EFFDATE are this letter's own.
      *
       01  WS-MERGE-NAME             PIC X(60).
       01  WS-MERGE-ACCNO            PIC X(15).
       01  WS-MERGE-OLD-LIMIT        PIC X(10).
       01  WS-MERGE-NEW-LIMIT        PIC X(10).
       01  WS-MERGE-VALUE            PIC X(60).
       01  WS-MERGE-LINE             PIC X(100).
       01  WS-BUILT-LINE             PIC X(160).
       77  WS-SCAN-POS               PIC 9(3)          VALUE 0.
       77  WS-OUT-POS                PIC 9(3)          VALUE 0.

      * A limit edited and left-justified for the letter
       01  WS-LIMIT-EDIT             PIC Z(7)9.
       77  WS-LIMIT-LEAD             PIC 9(2)          VALUE 0.
       77  WS-LIMIT-IN               PIC S9(9) COMP    VALUE 0.
       01  WS-LIMIT-OUT              PIC X(10).

       01  WS-RUN-DATE-TEXT          PIC X(10).
       01  WS-LETTER-LINE            PIC X(100).

       01  WS-HEAD-LINE.
           05  FILLER                PIC X(40)
                 VALUE 'ODREVIEW - OVERDRAFT LIMIT REVIEW - RUN '.
           05  WS-HEAD-DATE          PIC X(10).

       01  WS-REPORT-LINE.
           05  WS-RPT-PASS           PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OLD-LIMIT      PIC Z(7)9.
           05  FILLER                PIC X(4)  VALUE ' -> '.
           05  WS-RPT-NEW-LIMIT      PIC Z(7)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BASIS          PIC X(31).

       01  WS-TOTAL-LINE.
           05  WS-TOT-TEXT           PIC X(30).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.

      * Accounts with a limit due their annual review - none in the
      * last year and none still in progress. WITH HOLD so the
      * per-account commits do not close it.
           EXEC SQL
              DECLARE REVIEW-DUE-CURSOR CURSOR WITH HOLD FOR
                 SELECT A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER,
                        A.ACCOUNT_CUSTOMER_NUMBER, A.ACCOUNT_TYPE,
                        A.ACCOUNT_OVERDRAFT_LIMIT,
                        A.ACCOUNT_AVAILABLE_BALANCE,
                        P.ACCOUNT_PRODUCT_OD_CEILING
                   FROM ACCOUNT A, ACCOUNT_PRODUCT P
                  WHERE P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
                    AND P.ACCOUNT_PRODUCT_CLASS <> 'L'
                    AND A.ACCOUNT_OVERDRAFT_LIMIT > 0
                    AND NOT EXISTS
                        ( SELECT 1
                            FROM OVERDRAFT_REVIEW R
                           WHERE R.ODR_SORTCODE = A.ACCOUNT_SORTCODE
                             AND R.ODR_NUMBER = A.ACCOUNT_NUMBER
                             AND ( R.ODR_REVIEW_DATE > :WS-YEAR-AGO
                                OR R.ODR_STATUS IN ('P', 'A', 'N') ) )
                  ORDER BY A.ACCOUNT_SORTCODE, A.ACCOUNT_NUMBER
           END-EXEC.

      * Approved reviews still owed their notice letter.
           EXEC SQL
              DECLARE NOTICE-CURSOR CURSOR WITH HOLD FOR
                 SELECT ODR_SORTCODE, ODR_NUMBER, ODR_REVIEW_DATE,
                        ODR_CUSTOMER, ODR_CURRENT_LIMIT,
                        ODR_PROPOSED_LIMIT, ODR_PROPOSAL,
                        ODR_DECIDED_BY, ODR_EFFECTIVE_DATE
                   FROM OVERDRAFT_REVIEW
                  WHERE ODR_STATUS = 'A'
                  ORDER BY ODR_SORTCODE, ODR_NUMBER
           END-EXEC.

      * Noticed reviews whose notice has expired.
           EXEC SQL
              DECLARE APPLY-CURSOR CURSOR WITH HOLD FOR
                 SELECT ODR_SORTCODE, ODR_NUMBER, ODR_REVIEW_DATE,
                        ODR_CUSTOMER, ODR_CURRENT_LIMIT,
                        ODR_PROPOSED_LIMIT, ODR_PROPOSAL,
                        ODR_DECIDED_BY, ODR_EFFECTIVE_DATE
                   FROM OVERDRAFT_REVIEW
                  WHERE ODR_STATUS = 'N'
                    AND ODR_EFFECTIVE_DATE <= :WS-RUN-DATE
                  ORDER BY ODR_SORTCODE, ODR_NUMBER
           END-EXEC.

      * The template lines for the letter in one language, in line
      * order.
           EXEC SQL
              DECLARE TEMPLATE-CURSOR CURSOR FOR
                 SELECT LETTER_TEMPLATE_LINE_TEXT
                   FROM LETTER_TEMPLATE
                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'ODREVIEW' TO BREG-JOB.
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
           DISPLAY 'ODREVIEW: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.
           MOVE WS-PROCTRAN-DATE-X TO WS-RUN-DATE-TEXT.

           COMPUTE WS-YEAR-AGO = WS-RUN-DATE - 10000.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           MOVE HV-NOTICE-DAYS TO WS-NOTICE-DISPLAY.
           DISPLAY 'ODREVIEW: NOTICE DAYS = ' WS-NOTICE-DISPLAY.

      *
      *    The excess cutoff and the date tonight's notices expire.
      *
           EXEC SQL
              SELECT YEAR(DATE(:WS-CURRENT-DATE) - :HV-EXCESS-DAYS DAYS)
                        * 10000
                   + MONTH(DATE(:WS-CURRENT-DATE)
                        - :HV-EXCESS-DAYS DAYS) * 100
                   + DAY(DATE(:WS-CURRENT-DATE) - :HV-EXCESS-DAYS DAYS),
                     YEAR(DATE(:WS-CURRENT-DATE) + :HV-NOTICE-DAYS DAYS)
                        * 10000
                   + MONTH(DATE(:WS-CURRENT-DATE)
                        + :HV-NOTICE-DAYS DAYS) * 100
                   + DAY(DATE(:WS-CURRENT-DATE) + :HV-NOTICE-DAYS DAYS)
                INTO :WS-EXCESS-CUTOFF,
                     :WS-EFFECTIVE-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: DATE ARITHMETIC FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE WS-EFFECTIVE-DATE TO WS-EFF-DATE-N.
           MOVE WS-EFF-DATE-DD TO WS-EFF-DATE-TEXT-DD.
           MOVE WS-EFF-DATE-MM TO WS-EFF-DATE-TEXT-MM.
           MOVE WS-EFF-DATE-YYYY TO WS-EFF-DATE-TEXT-YYYY.

           MOVE 'ODL' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           OPEN OUTPUT ODR-RPT-FILE.
           OPEN OUTPUT ODR-LTR-FILE.
           OPEN OUTPUT ODR-EML-FILE.

           MOVE WS-RUN-DATE-TEXT TO WS-HEAD-DATE.
           MOVE WS-HEAD-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.
           MOVE SPACES TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           PERFORM RAISE-REVIEWS THRU RAISE-REVIEWS-END.

           PERFORM SEND-NOTICES THRU SEND-NOTICES-END.

           PERFORM APPLY-REVIEWS THRU APPLY-REVIEWS-END.

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-END.

           CLOSE ODR-RPT-FILE.
           CLOSE ODR-LTR-FILE.
           CLOSE ODR-EML-FILE.

           IF (WS-LETTERS-HELD > 0 OR WS-LIMITS-DEFERRED > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-REVIEWS-RAISED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: REVIEWS RAISED       = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEWS-KEPT TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: LIMITS KEPT          = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEWS-OFFERED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: INCREASES OFFERED    = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEWS-REFERRED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: CUTS FOR APPROVAL    = ' WS-RECS-DISPLAY.
           MOVE WS-LETTERS-POSTED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: NOTICES POSTED       = ' WS-RECS-DISPLAY.
           MOVE WS-LETTERS-EMAILED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: NOTICES EMAILED      = ' WS-RECS-DISPLAY.
           MOVE WS-LETTERS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: NOTICES HELD         = ' WS-RECS-DISPLAY.
           MOVE WS-LIMITS-CHANGED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: LIMITS CHANGED       = ' WS-RECS-DISPLAY.
           MOVE WS-LIMITS-DEFERRED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: CHANGES DEFERRED     = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEWS-VOIDED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: REVIEWS VOIDED       = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEWS-FAILED TO WS-RECS-DISPLAY.
           DISPLAY 'ODREVIEW: REVIEWS FAILED       = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS = WS-REVIEWS-RAISED + WS-LETTERS-POSTED
                             + WS-LETTERS-EMAILED + WS-LIMITS-CHANGED.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * SYSIN is optional - an empty or missing deck leaves the
      * 60-day notice period.
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
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:7) = 'NOTICE='
               IF SYSIN-RECORD (8:3) NUMERIC
                  AND SYSIN-RECORD (8:3) NOT = '000'
                 MOVE SYSIN-RECORD (8:3) TO WS-NOTICE-DISPLAY
                 MOVE WS-NOTICE-DISPLAY TO HV-NOTICE-DAYS
               ELSE
                 DISPLAY 'ODREVIEW: UNUSABLE NOTICE= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'ODREVIEW: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting types must be on TRANSACTION_TYPE before
      * anything moves - an unregistered code stops the run at the
      * door rather than surfacing as a mystery on statements.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'ODREVIEW: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE RAISE-REVIEWS
      * Every account due its annual review, in key order.
       RAISE-REVIEWS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN REVIEW-DUE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: UNABLE TO OPEN REVIEW-DUE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-ACCOUNT-ROW
             EXEC SQL
                FETCH REVIEW-DUE-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-OVERDRAFT, :HV-ACCOUNT-AVAIL-BAL,
                       :HV-PROD-OD-CEILING
             END-EXEC
             IF SQLCODE = 0
               PERFORM REVIEW-ONE-ACCOUNT
                  THRU REVIEW-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ODREVIEW: REVIEW FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE REVIEW-DUE-CURSOR
           END-EXEC.
       RAISE-REVIEWS-END.

      * PROCEDURE REVIEW-ONE-ACCOUNT
      * Gathers the account's conduct, makes the proposal and
      * records it - one account per unit of work.
       REVIEW-ONE-ACCOUNT.
           PERFORM GATHER-CONDUCT THRU GATHER-CONDUCT-END.

      *
      *    LENDELIG on the limit as it stands.
      *
           INITIALIZE LENDELIG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-LE-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-LE-CUSTNO.
           SET LE-FACILITY-OVERDRAFT TO TRUE.
           MOVE HV-ACCOUNT-OVERDRAFT TO COMM-LE-AMOUNT.
           CALL LENDELIG-PROGRAM USING LENDELIG-COMMAREA.

           IF COMM-LE-FAIL-CD NOT = SPACE
             DISPLAY 'ODREVIEW: LENDING DECISION FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' CODE=' COMM-LE-FAIL-CD
             ADD 1 TO WS-REVIEWS-FAILED
             MOVE 8 TO RETURN-CODE
             GO TO REVIEW-ONE-ACCOUNT-END
           END-IF.

           MOVE COMM-LE-DECISION TO WS-LE-DECISION.
           MOVE COMM-LE-DECISION TO WS-BAS-DECISION.
           MOVE COMM-LE-REASON (1) TO WS-BAS-REASON-1.
           MOVE COMM-LE-REASON (2) TO WS-BAS-REASON-2.
           MOVE COMM-LE-REASON (3) TO WS-BAS-REASON-3.

           PERFORM MAKE-PROPOSAL THRU MAKE-PROPOSAL-END.

           MOVE HV-ACCOUNT-SORTCODE TO HV-ODR-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-ODR-NUMBER.
           MOVE WS-RUN-DATE TO HV-ODR-REVIEW-DATE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-ODR-CUSTOMER.
           MOVE HV-ACCOUNT-OVERDRAFT TO HV-ODR-CURRENT-LIMIT.
           MOVE WS-BASIS TO HV-ODR-BASIS.

           EXEC SQL
              INSERT INTO OVERDRAFT_REVIEW
                     ( ODR_SORTCODE,
                       ODR_NUMBER,
                       ODR_REVIEW_DATE,
                       ODR_CUSTOMER,
                       ODR_CURRENT_LIMIT,
                       ODR_PROPOSED_LIMIT,
                       ODR_PROPOSAL,
                       ODR_BASIS,
                       ODR_STATUS,
                       ODR_DECIDED_BY,
                       ODR_DECIDED_DATE,
                       ODR_NOTICE_DATE,
                       ODR_EFFECTIVE_DATE,
                       ODR_APPLIED_DATE )
              VALUES ( :HV-ODR-SORTCODE,
                       :HV-ODR-NUMBER,
                       :HV-ODR-REVIEW-DATE,
                       :HV-ODR-CUSTOMER,
                       :HV-ODR-CURRENT-LIMIT,
                       :HV-ODR-PROPOSED-LIMIT,
                       :HV-ODR-PROPOSAL,
                       :HV-ODR-BASIS,
                       :HV-ODR-STATUS,
                       '   ',
                       0,
                       0,
                       0,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: REVIEW INSERT FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-REVIEWS-FAILED
             MOVE 8 TO RETURN-CODE
             GO TO REVIEW-ONE-ACCOUNT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-REVIEWS-RAISED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'REVIEW' TO WS-RPT-PASS.
           EVALUATE HV-ODR-STATUS
             WHEN 'K'
               ADD 1 TO WS-REVIEWS-KEPT
               MOVE 'KEEP' TO WS-RPT-ACTION
             WHEN 'O'
               ADD 1 TO WS-REVIEWS-OFFERED
               MOVE 'INCREASE - BRANCH TO OFFER' TO WS-RPT-ACTION
             WHEN OTHER
               ADD 1 TO WS-REVIEWS-REFERRED
               IF HV-ODR-PROPOSAL = 'X'
                 MOVE 'REMOVE - FOR CREDIT OFFICER' TO WS-RPT-ACTION
               ELSE
                 MOVE 'REDUCE - FOR CREDIT OFFICER' TO WS-RPT-ACTION
               END-IF
           END-EVALUATE.
           MOVE HV-ODR-CURRENT-LIMIT TO WS-RPT-OLD-LIMIT.
           MOVE HV-ODR-PROPOSED-LIMIT TO WS-RPT-NEW-LIMIT.
           MOVE WS-BASIS TO WS-RPT-BASIS.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       REVIEW-ONE-ACCOUNT-END.

      * PROCEDURE GATHER-CONDUCT
      * What the account is using, the customer's latest exposure
      * and bureau score, and any current excess. A lookup that
      * fails is treated as nothing found - LENDELIG has the final
      * word on conduct, and an increase needs every figure to be
      * good.
       GATHER-CONDUCT.
           INITIALIZE HOST-CONDUCT-ROW.

           IF HV-ACCOUNT-AVAIL-BAL < 0
             COMPUTE WS-USED = 0 - HV-ACCOUNT-AVAIL-BAL
           ELSE
             MOVE 0 TO WS-USED
           END-IF.

           COMPUTE WS-STEPS = (WS-USED + WS-LIMIT-STEP - 0.01)
                              / WS-LIMIT-STEP.
           COMPUTE WS-USED-FLOOR = WS-STEPS * WS-LIMIT-STEP.
           MOVE WS-USED-FLOOR TO WS-BAS-USED.

           MOVE 'N' TO WS-EXPOSURE-FOUND.
           MOVE 0 TO WS-UTIL-PCT.

           EXEC SQL
              SELECT CUSTOMER_EXPOSURE_OD_GRANTED,
                     CUSTOMER_EXPOSURE_OD_UTILISED
                INTO :HV-EXPO-OD-GRANTED,
                     :HV-EXPO-OD-UTILISED
                FROM CUSTOMER_EXPOSURE
               WHERE CUSTOMER_EXPOSURE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_EXPOSURE_NUMBER = :HV-ACCOUNT-CUST-NUMBER
                 AND CUSTOMER_EXPOSURE_DATE =
                     ( SELECT MAX(CUSTOMER_EXPOSURE_DATE)
                         FROM CUSTOMER_EXPOSURE
                        WHERE CUSTOMER_EXPOSURE_SORTCODE
                                 = :HV-ACCOUNT-SORTCODE
                          AND CUSTOMER_EXPOSURE_NUMBER
                                 = :HV-ACCOUNT-CUST-NUMBER )
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-EXPOSURE-FOUND
             IF HV-EXPO-OD-GRANTED > 0
               COMPUTE WS-UTIL-PCT =
                  (HV-EXPO-OD-UTILISED * 100) / HV-EXPO-OD-GRANTED
             END-IF
           END-IF.
           MOVE WS-UTIL-PCT TO WS-BAS-UTIL.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_CREDIT_SCORE, 0)
                INTO :HV-CUSTOMER-CREDIT-SCORE
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-CUSTOMER-CREDIT-SCORE
           END-IF.
           MOVE HV-CUSTOMER-CREDIT-SCORE TO WS-BAS-SCORE.

           MOVE 'N' TO WS-IN-EXCESS.
           MOVE 'N' TO WS-LONG-EXCESS.
           MOVE 'NONE' TO WS-BAS-EXCESS.

           EXEC SQL
              SELECT OVERDRAFT_EXCESS_FIRST_DATE,
                     OVERDRAFT_EXCESS_DAY14_SENT
                INTO :HV-EXCESS-FIRST-DATE,
                     :HV-EXCESS-DAY14-SENT
                FROM OVERDRAFT_EXCESS
               WHERE OVERDRAFT_EXCESS_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND OVERDRAFT_EXCESS_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'Y' TO WS-IN-EXCESS
             MOVE HV-EXCESS-FIRST-DATE TO WS-LIMIT-DISPLAY
             MOVE WS-LIMIT-DISPLAY TO WS-BAS-EXCESS
             IF HV-EXCESS-FIRST-DATE <= WS-EXCESS-CUTOFF
               MOVE 'Y' TO WS-LONG-EXCESS
             END-IF
           END-IF.
       GATHER-CONDUCT-END.

      * PROCEDURE MAKE-PROPOSAL
      * Sets the proposal, the proposed limit and the status the
      * review starts at.
       MAKE-PROPOSAL.
           MOVE HV-ACCOUNT-OVERDRAFT TO HV-ODR-PROPOSED-LIMIT.
           MOVE 'K' TO HV-ODR-PROPOSAL.
           MOVE 'K' TO HV-ODR-STATUS.

           EVALUATE TRUE
             WHEN WS-LE-DECISION = 'D'
               MOVE 0 TO WS-TARGET-LIMIT
             WHEN WS-LE-DECISION = 'R' OR WS-LONG-EXCESS = 'Y'
               COMPUTE WS-STEPS =
                  (HV-ACCOUNT-OVERDRAFT / 2) / WS-LIMIT-STEP
               COMPUTE WS-TARGET-LIMIT = WS-STEPS * WS-LIMIT-STEP
             WHEN WS-IN-EXCESS = 'N'
                  AND WS-EXPOSURE-FOUND = 'Y'
                  AND WS-UTIL-PCT >= WS-UTIL-HIGH
                  AND HV-CUSTOMER-CREDIT-SCORE >= WS-SCORE-STRONG
               PERFORM CONSIDER-INCREASE THRU CONSIDER-INCREASE-END
               GO TO MAKE-PROPOSAL-END
             WHEN OTHER
               GO TO MAKE-PROPOSAL-END
           END-EVALUATE.

      *
      *    A cut never goes below what the account is using - a
      *    limit already in use as far as the cut would go is kept.
      *
           IF WS-TARGET-LIMIT < WS-USED-FLOOR
             MOVE WS-USED-FLOOR TO WS-TARGET-LIMIT
           END-IF.

           IF WS-TARGET-LIMIT >= HV-ACCOUNT-OVERDRAFT
             GO TO MAKE-PROPOSAL-END
           END-IF.

           MOVE WS-TARGET-LIMIT TO HV-ODR-PROPOSED-LIMIT.
           IF WS-TARGET-LIMIT = 0
             MOVE 'X' TO HV-ODR-PROPOSAL
           ELSE
             MOVE 'R' TO HV-ODR-PROPOSAL
           END-IF.
           MOVE 'P' TO HV-ODR-STATUS.
       MAKE-PROPOSAL-END.

      * PROCEDURE CONSIDER-INCREASE
      * A quarter more, in whole steps, within the product's
      * ceiling - offered only if LENDELIG approves the higher
      * figure outright.
       CONSIDER-INCREASE.
           COMPUTE WS-STEPS =
              (HV-ACCOUNT-OVERDRAFT * (100 + WS-INCREASE-PCT) / 100)
              / WS-LIMIT-STEP.
           COMPUTE WS-TARGET-LIMIT = WS-STEPS * WS-LIMIT-STEP.

           IF WS-TARGET-LIMIT > HV-PROD-OD-CEILING
             MOVE HV-PROD-OD-CEILING TO WS-TARGET-LIMIT
           END-IF.

           IF WS-TARGET-LIMIT <= HV-ACCOUNT-OVERDRAFT
             GO TO CONSIDER-INCREASE-END
           END-IF.

           INITIALIZE LENDELIG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO COMM-LE-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-LE-CUSTNO.
           SET LE-FACILITY-OVERDRAFT TO TRUE.
           MOVE WS-TARGET-LIMIT TO COMM-LE-AMOUNT.
           CALL LENDELIG-PROGRAM USING LENDELIG-COMMAREA.

           IF COMM-LE-FAIL-CD = SPACE AND LE-DECISION-APPROVE
             MOVE WS-TARGET-LIMIT TO HV-ODR-PROPOSED-LIMIT
             MOVE 'I' TO HV-ODR-PROPOSAL
             MOVE 'O' TO HV-ODR-STATUS
           END-IF.
       CONSIDER-INCREASE-END.

      * PROCEDURE SEND-NOTICES
      * Every approved review, in key order.
       SEND-NOTICES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN NOTICE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: UNABLE TO OPEN NOTICE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-REVIEW-ROW
             EXEC SQL
                FETCH NOTICE-CURSOR
                  INTO :HV-ODR-SORTCODE, :HV-ODR-NUMBER,
                       :HV-ODR-REVIEW-DATE, :HV-ODR-CUSTOMER,
                       :HV-ODR-CURRENT-LIMIT, :HV-ODR-PROPOSED-LIMIT,
                       :HV-ODR-PROPOSAL, :HV-ODR-DECIDED-BY,
                       :HV-ODR-EFFECTIVE-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM NOTIFY-ONE-REVIEW
                  THRU NOTIFY-ONE-REVIEW-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ODREVIEW: NOTICE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE NOTICE-CURSOR
           END-EXEC.
       SEND-NOTICES-END.

      * PROCEDURE NOTIFY-ONE-REVIEW
      * Checks the review still stands, decides the channel,
      * writes the letter and moves the review on - one review per
      * unit of work.
       NOTIFY-ONE-REVIEW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'NOTICE' TO WS-RPT-PASS.
           MOVE HV-ODR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-ODR-NUMBER TO HV-ACCOUNT-NUMBER.
           MOVE HV-ODR-CUSTOMER TO HV-ACCOUNT-CUST-NUMBER.

           PERFORM CHECK-REVIEW-STANDS THRU CHECK-REVIEW-STANDS-END.
           IF HV-ODR-STATUS NOT = SPACE
             GO TO NOTIFY-ONE-REVIEW-END
           END-IF.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.
           PERFORM DECIDE-DELIVERY THRU DECIDE-DELIVERY-END.

           IF WS-DELIVERY-MODE = 'H'
             ADD 1 TO WS-LETTERS-HELD
             MOVE 'NOTICE HELD - POST QUARANTINED' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO NOTIFY-ONE-REVIEW-END
           END-IF.

           PERFORM SETTLE-LANGUAGE THRU SETTLE-LANGUAGE-END.

           EXEC SQL
              UPDATE OVERDRAFT_REVIEW
                 SET ODR_STATUS = 'N',
                     ODR_NOTICE_DATE = :WS-RUN-DATE,
                     ODR_EFFECTIVE_DATE = :WS-EFFECTIVE-DATE
               WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                 AND ODR_NUMBER = :HV-ODR-NUMBER
                 AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
                 AND ODR_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: NOTICE UPDATE FAILED FOR '
                     HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-REVIEWS-FAILED
             MOVE 8 TO RETURN-CODE
             MOVE 'NOTICE NOT LOGGED - SEE JOB LOG' TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO NOTIFY-ONE-REVIEW-END
           END-IF.

           PERFORM PRODUCE-NOTICE-LETTER
              THRU PRODUCE-NOTICE-LETTER-END.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           IF WS-DELIVERY-MODE = 'E'
             ADD 1 TO WS-LETTERS-EMAILED
             MOVE 'NOTICE EMAILED' TO WS-RPT-ACTION
           ELSE
             ADD 1 TO WS-LETTERS-POSTED
             MOVE 'NOTICE POSTED' TO WS-RPT-ACTION
           END-IF.
           MOVE WS-EFF-DATE-TEXT TO WS-RPT-BASIS.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       NOTIFY-ONE-REVIEW-END.

      * PROCEDURE CHECK-REVIEW-STANDS
      * A review whose account has closed, or whose limit has been
      * moved by other means since it was raised, is made void.
      * HV-ODR-STATUS comes back blank while the review stands.
       CHECK-REVIEW-STANDS.
           MOVE SPACE TO HV-ODR-STATUS.
           MOVE HV-ODR-CURRENT-LIMIT TO WS-RPT-OLD-LIMIT.
           MOVE HV-ODR-PROPOSED-LIMIT TO WS-RPT-NEW-LIMIT.
           MOVE HV-ODR-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-ODR-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-ODR-CUSTOMER TO WS-RPT-CUSTNO.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE
                INTO :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ODR-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ODR-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              OR (SQLCODE = 0
                  AND HV-ACCOUNT-OVERDRAFT NOT = HV-ODR-CURRENT-LIMIT)
             MOVE 'V' TO HV-ODR-STATUS
             EXEC SQL
                UPDATE OVERDRAFT_REVIEW
                   SET ODR_STATUS = 'V'
                 WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                   AND ODR_NUMBER = :HV-ODR-NUMBER
                   AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'ODREVIEW: VOID FAILED FOR '
                       HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
               EXEC SQL
                  ROLLBACK WORK
               END-EXEC
               ADD 1 TO WS-REVIEWS-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-REVIEW-STANDS-END
             END-IF
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-REVIEWS-VOIDED
             MOVE 'VOID - ACCOUNT CLOSED OR LIMIT MOVED'
                TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO CHECK-REVIEW-STANDS-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: ACCOUNT READ FAILED FOR '
                     HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'F' TO HV-ODR-STATUS
             ADD 1 TO WS-REVIEWS-FAILED
             MOVE 8 TO RETURN-CODE
           END-IF.
       CHECK-REVIEW-STANDS-END.

      * PROCEDURE DECIDE-DELIVERY
      * The ACCSTMT rule: an EMAIL-channel customer is emailed
      * unless that channel is quarantined; otherwise the letter is
      * posted, or held if the postal channel is quarantined too.
       DECIDE-DELIVERY.
           MOVE 'P' TO WS-DELIVERY-MODE.

           IF HV-CUSTOMER-CHANNEL = 'EMAIL'
              AND HV-CUSTOMER-EMAIL NOT = SPACES
             MOVE 'EMAIL' TO HV-QUAR-CHANNEL
             PERFORM CHECK-CHANNEL-QUARANTINE
                THRU CHECK-CHANNEL-QUARANTINE-END
             IF HV-QUAR-COUNT = 0
               MOVE 'E' TO WS-DELIVERY-MODE
               GO TO DECIDE-DELIVERY-END
             END-IF
           END-IF.

           MOVE 'POST' TO HV-QUAR-CHANNEL.
           PERFORM CHECK-CHANNEL-QUARANTINE
              THRU CHECK-CHANNEL-QUARANTINE-END.
           IF HV-QUAR-COUNT > 0
             MOVE 'H' TO WS-DELIVERY-MODE
           END-IF.
       DECIDE-DELIVERY-END.

      * PROCEDURE CHECK-CHANNEL-QUARANTINE
      * Only a confirmed FAILED row counts, as in LTRGEN; a lookup
      * failure counts as not quarantined.
       CHECK-CHANNEL-QUARANTINE.
           MOVE 0 TO HV-QUAR-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-QUAR-COUNT
                FROM CONTACT_STATUS
               WHERE CONTACT_STATUS_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CONTACT_STATUS_NUMBER
                        = :HV-ACCOUNT-CUST-NUMBER
                 AND CONTACT_STATUS_CHANNEL = :HV-QUAR-CHANNEL
                 AND CONTACT_STATUS_STATE = 'FAILED'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-QUAR-COUNT
           END-IF.
       CHECK-CHANNEL-QUARANTINE-END.

      * PROCEDURE READ-CUSTOMER
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME,
                     COALESCE(CUSTOMER_PREF_LANGUAGE, 'EN'),
                     COALESCE(CUSTOMER_LOCALIZED_CORR, 'N'),
                     COALESCE(CUSTOMER_EMAIL, ' '),
                     COALESCE(CUSTOMER_CONTACT_CHANNEL, ' ')
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-PREF-LANG, :HV-CUSTOMER-LOC-CORR,
                     :HV-CUSTOMER-EMAIL, :HV-CUSTOMER-CHANNEL
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: CUSTOMER LOOKUP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-CUST-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'NAME NOT ON FILE' TO HV-CUSTOMER-LAST-NAME
             MOVE SPACES TO HV-CUSTOMER-FIRST-NAME
             MOVE 'EN' TO HV-CUSTOMER-PREF-LANG
             MOVE 'N' TO HV-CUSTOMER-LOC-CORR
             MOVE SPACES TO HV-CUSTOMER-EMAIL
             MOVE SPACES TO HV-CUSTOMER-CHANNEL
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE SETTLE-LANGUAGE
      * The customer's language where they asked for localized
      * correspondence and the template exists in it, else EN.
       SETTLE-LANGUAGE.
           IF HV-CUSTOMER-LOC-CORR = 'Y'
              AND HV-CUSTOMER-PREF-LANG NOT = 'EN'
              AND HV-CUSTOMER-PREF-LANG NOT = SPACES
             MOVE HV-CUSTOMER-PREF-LANG TO HV-TEMPLATE-LANGUAGE
             PERFORM COUNT-TEMPLATE-LINES
                THRU COUNT-TEMPLATE-LINES-END
             IF HV-TEMPLATE-LINE-COUNT = 0
               MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
             END-IF
           ELSE
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
           END-IF.
       SETTLE-LANGUAGE-END.

      * PROCEDURE PRODUCE-NOTICE-LETTER
      * Merges the template lines to the letter or email file and
      * records the correspondence. An emailed letter is headed
      * with the address it goes to.
       PRODUCE-NOTICE-LETTER.
           MOVE SPACES TO WS-MERGE-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-MERGE-NAME
           END-STRING.

           MOVE SPACES TO WS-MERGE-ACCNO.
           STRING HV-ACCOUNT-SORTCODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HV-ACCOUNT-NUMBER DELIMITED BY SIZE
              INTO WS-MERGE-ACCNO
           END-STRING.

           MOVE HV-ODR-CURRENT-LIMIT TO WS-LIMIT-IN.
           PERFORM FORMAT-LIMIT THRU FORMAT-LIMIT-END.
           MOVE WS-LIMIT-OUT TO WS-MERGE-OLD-LIMIT.
           MOVE HV-ODR-PROPOSED-LIMIT TO WS-LIMIT-IN.
           PERFORM FORMAT-LIMIT THRU FORMAT-LIMIT-END.
           MOVE WS-LIMIT-OUT TO WS-MERGE-NEW-LIMIT.

           IF WS-DELIVERY-MODE = 'E'
             MOVE SPACES TO WS-LETTER-LINE
             STRING 'TO: ' DELIMITED BY SIZE
                    HV-CUSTOMER-EMAIL DELIMITED BY '  '
                INTO WS-LETTER-LINE
             END-STRING
             PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END
           END-IF.

           PERFORM WRITE-TEMPLATE-LINES
              THRU WRITE-TEMPLATE-LINES-END.

           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END.

           INITIALIZE CORRLOG-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO CORR-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CORR-CUSTNO.
           MOVE 'ODNOTICE' TO CORR-DOC-TYPE.
           MOVE HV-TEMPLATE-TYPE TO CORR-TEMPLATE.
           MOVE HV-TEMPLATE-LANGUAGE TO CORR-LANGUAGE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE 'EMAIL' TO CORR-CHANNEL
             MOVE HV-CUSTOMER-EMAIL TO CORR-ADDRESS
           ELSE
             MOVE 'POST' TO CORR-CHANNEL
           END-IF.
           MOVE 'ODREVIEW' TO CORR-PROGRAM.
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.
       PRODUCE-NOTICE-LETTER-END.

      * PROCEDURE PUT-LETTER-LINE
      * One letter line to whichever file the delivery decision
      * chose.
       PUT-LETTER-LINE.
           IF WS-DELIVERY-MODE = 'E'
             MOVE WS-LETTER-LINE TO ODR-EML-RECORD
             WRITE ODR-EML-RECORD
           ELSE
             MOVE WS-LETTER-LINE TO ODR-LTR-RECORD
             WRITE ODR-LTR-RECORD
           END-IF.
       PUT-LETTER-LINE-END.

      * PROCEDURE COUNT-TEMPLATE-LINES
       COUNT-TEMPLATE-LINES.
           MOVE 0 TO HV-TEMPLATE-LINE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TEMPLATE-LINE-COUNT
                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S') = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-TEMPLATE-LINE-COUNT
           END-IF.
       COUNT-TEMPLATE-LINES-END.

      * PROCEDURE WRITE-TEMPLATE-LINES
       WRITE-TEMPLATE-LINES.
           MOVE 'N' TO WS-END-OF-TEMPLATE.

           EXEC SQL
              OPEN TEMPLATE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: UNABLE TO OPEN TEMPLATE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-TEMPLATE
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-TEMPLATE
             EXEC SQL
                FETCH TEMPLATE-CURSOR
                  INTO :HV-TEMPLATE-LINE-TEXT
             END-EXEC
             IF SQLCODE = 0
               MOVE HV-TEMPLATE-LINE-TEXT TO WS-MERGE-LINE
               PERFORM MERGE-PLACEHOLDERS
                  THRU MERGE-PLACEHOLDERS-END
               MOVE WS-BUILT-LINE (1:100) TO WS-LETTER-LINE
               PERFORM PUT-LETTER-LINE THRU PUT-LETTER-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ODREVIEW: TEMPLATE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-TEMPLATE
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE TEMPLATE-CURSOR
           END-EXEC.
       WRITE-TEMPLATE-LINES-END.

      * PROCEDURE MERGE-PLACEHOLDERS
      * Copies the template line character by character, expanding
      * the placeholders where they appear - the LTRGEN scan.
       MERGE-PLACEHOLDERS.
           MOVE SPACES TO WS-BUILT-LINE.
           MOVE 1 TO WS-SCAN-POS.
           MOVE 1 TO WS-OUT-POS.

           PERFORM EXPAND-NEXT-CHARACTER
              THRU EXPAND-NEXT-CHARACTER-END
              UNTIL WS-SCAN-POS > 100 OR WS-OUT-POS > 160.
       MERGE-PLACEHOLDERS-END.

      * PROCEDURE EXPAND-NEXT-CHARACTER
       EXPAND-NEXT-CHARACTER.
           IF WS-SCAN-POS <= 92
              AND WS-MERGE-LINE (WS-SCAN-POS:9) = '&OLDLIMIT'
             MOVE WS-MERGE-OLD-LIMIT TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 9 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 92
              AND WS-MERGE-LINE (WS-SCAN-POS:9) = '&NEWLIMIT'
             MOVE WS-MERGE-NEW-LIMIT TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 9 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 93
              AND WS-MERGE-LINE (WS-SCAN-POS:8) = '&EFFDATE'
             IF WS-OUT-POS <= 150
               MOVE WS-EFF-DATE-TEXT
                  TO WS-BUILT-LINE (WS-OUT-POS:10)
               ADD 10 TO WS-OUT-POS
             END-IF
             ADD 8 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 95
              AND WS-MERGE-LINE (WS-SCAN-POS:6) = '&ACCNO'
             MOVE WS-MERGE-ACCNO TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 6 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&NAME'
             MOVE WS-MERGE-NAME TO WS-MERGE-VALUE
             PERFORM INSERT-MERGE-VALUE THRU INSERT-MERGE-VALUE-END
             ADD 5 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-SCAN-POS <= 96
              AND WS-MERGE-LINE (WS-SCAN-POS:5) = '&DATE'
             IF WS-OUT-POS <= 150
               MOVE WS-RUN-DATE-TEXT
                  TO WS-BUILT-LINE (WS-OUT-POS:10)
               ADD 10 TO WS-OUT-POS
             END-IF
             ADD 5 TO WS-SCAN-POS
             GO TO EXPAND-NEXT-CHARACTER-END
           END-IF.

           IF WS-OUT-POS <= 160
             MOVE WS-MERGE-LINE (WS-SCAN-POS:1)
                TO WS-BUILT-LINE (WS-OUT-POS:1)
             ADD 1 TO WS-OUT-POS
           END-IF.
           ADD 1 TO WS-SCAN-POS.
       EXPAND-NEXT-CHARACTER-END.

      * PROCEDURE INSERT-MERGE-VALUE
      * Places a merge value at the output position and moves past
      * it, as LTRGEN does for &NAME.
       INSERT-MERGE-VALUE.
           IF WS-OUT-POS <= 100
             STRING WS-MERGE-VALUE DELIMITED BY '  '
                INTO WS-BUILT-LINE (WS-OUT-POS:60)
             END-STRING
             PERFORM ADVANCE-PAST-TEXT THRU ADVANCE-PAST-TEXT-END
           END-IF.
       INSERT-MERGE-VALUE-END.

      * PROCEDURE ADVANCE-PAST-TEXT
       ADVANCE-PAST-TEXT.
           PERFORM WITH TEST BEFORE
              UNTIL WS-OUT-POS > 159
                 OR WS-BUILT-LINE (WS-OUT-POS:2) = SPACES
             ADD 1 TO WS-OUT-POS
           END-PERFORM.
       ADVANCE-PAST-TEXT-END.

      * PROCEDURE FORMAT-LIMIT
      * WS-LIMIT-IN edited and left-justified into WS-LIMIT-OUT.
       FORMAT-LIMIT.
           MOVE WS-LIMIT-IN TO WS-LIMIT-EDIT.
           MOVE 0 TO WS-LIMIT-LEAD.
           INSPECT WS-LIMIT-EDIT TALLYING WS-LIMIT-LEAD
              FOR LEADING SPACES.
           MOVE SPACES TO WS-LIMIT-OUT.
           MOVE WS-LIMIT-EDIT (WS-LIMIT-LEAD + 1:) TO WS-LIMIT-OUT.
       FORMAT-LIMIT-END.

      * PROCEDURE APPLY-REVIEWS
      * Every noticed review whose notice has expired, in key
      * order.
       APPLY-REVIEWS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN APPLY-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: UNABLE TO OPEN APPLY-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             INITIALIZE HOST-REVIEW-ROW
             EXEC SQL
                FETCH APPLY-CURSOR
                  INTO :HV-ODR-SORTCODE, :HV-ODR-NUMBER,
                       :HV-ODR-REVIEW-DATE, :HV-ODR-CUSTOMER,
                       :HV-ODR-CURRENT-LIMIT, :HV-ODR-PROPOSED-LIMIT,
                       :HV-ODR-PROPOSAL, :HV-ODR-DECIDED-BY,
                       :HV-ODR-EFFECTIVE-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM APPLY-ONE-REVIEW
                  THRU APPLY-ONE-REVIEW-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'ODREVIEW: APPLY FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE APPLY-CURSOR
           END-EXEC.
       APPLY-REVIEWS-END.

      * PROCEDURE APPLY-ONE-REVIEW
      * The new limit, its audit row, its 'ODL' record and the
      * review's completion in one unit of work - ODLMAINT's rules,
      * with the review as the reason.
       APPLY-ONE-REVIEW.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'APPLY' TO WS-RPT-PASS.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE HV-ODR-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-ODR-NUMBER TO HV-ACCOUNT-NUMBER.
           MOVE HV-ODR-CUSTOMER TO HV-ACCOUNT-CUST-NUMBER.

           PERFORM CHECK-REVIEW-STANDS THRU CHECK-REVIEW-STANDS-END.
           IF HV-ODR-STATUS NOT = SPACE
             GO TO APPLY-ONE-REVIEW-END
           END-IF.

      *
      *    The balance must not already sit beyond the new limit -
      *    the change would put the account in excess the moment
      *    it landed. Left for the branch and tried again nightly.
      *
           COMPUTE WS-NEW-FLOOR = 0 - HV-ODR-PROPOSED-LIMIT.
           IF HV-ACCOUNT-AVAIL-BAL < WS-NEW-FLOOR
             ADD 1 TO WS-LIMITS-DEFERRED
             MOVE 'DEFERRED - BALANCE BEYOND NEW LIMIT'
                TO WS-RPT-ACTION
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO APPLY-ONE-REVIEW-END
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_OVERDRAFT_LIMIT = :HV-ODR-PROPOSED-LIMIT
               WHERE ACCOUNT_SORTCODE = :HV-ODR-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ODR-NUMBER
                 AND ACCOUNT_OVERDRAFT_LIMIT = :HV-ODR-CURRENT-LIMIT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: LIMIT UPDATE FAILED FOR '
                     HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             GO TO APPLY-ONE-REVIEW-FAIL
           END-IF.

           MOVE HV-ODR-CURRENT-LIMIT TO HV-AUDIT-OLD-LIMIT.
           MOVE HV-ODR-PROPOSED-LIMIT TO HV-AUDIT-NEW-LIMIT.
           MOVE HV-ODR-DECIDED-BY TO HV-AUDIT-OPERATOR.
           MOVE WS-PROCTRAN-DATE-X TO HV-AUDIT-DATE.
           MOVE '00:00:00' TO HV-AUDIT-TIME.
           MOVE 'ANNUAL REVIEW' TO HV-AUDIT-REASON.

           EXEC SQL
              INSERT INTO OVERDRAFT_LIMIT_AUDIT
                     ( ODL_AUDIT_SORTCODE,
                       ODL_AUDIT_NUMBER,
                       ODL_AUDIT_OLD_LIMIT,
                       ODL_AUDIT_NEW_LIMIT,
                       ODL_AUDIT_OPERATOR,
                       ODL_AUDIT_DATE,
                       ODL_AUDIT_TIME,
                       ODL_AUDIT_REASON )
              VALUES ( :HV-ODR-SORTCODE,
                       :HV-ODR-NUMBER,
                       :HV-AUDIT-OLD-LIMIT,
                       :HV-AUDIT-NEW-LIMIT,
                       :HV-AUDIT-OPERATOR,
                       :HV-AUDIT-DATE,
                       :HV-AUDIT-TIME,
                       :HV-AUDIT-REASON )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: LIMIT AUDIT FAILED FOR '
                     HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             GO TO APPLY-ONE-REVIEW-FAIL
           END-IF.

      *
      *    The 'ODL' record carries the old and new limits in the
      *    description, as ODLMAINT writes it.
      *
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ODR-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ODR-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ODR-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ODR-CUSTOMER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'OD LIMIT ' TO HV-PROCTRAN-DESC(17:9).
           MOVE HV-AUDIT-OLD-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE WS-LIMIT-DISPLAY TO HV-PROCTRAN-DESC(26:8).
           MOVE ' TO ' TO HV-PROCTRAN-DESC(34:4).
           MOVE HV-AUDIT-NEW-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE WS-LIMIT-DISPLAY TO HV-PROCTRAN-DESC(38:8).
           MOVE ' ANNUAL REVIEW' TO HV-PROCTRAN-DESC(46:14).
           MOVE 'ODL' TO HV-PROCTRAN-TYPE.
           MOVE ZEROS TO HV-PROCTRAN-AMOUNT.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO APPLY-ONE-REVIEW-FAIL
           END-IF.

           EXEC SQL
              UPDATE OVERDRAFT_REVIEW
                 SET ODR_STATUS = 'C',
                     ODR_APPLIED_DATE = :WS-RUN-DATE
               WHERE ODR_SORTCODE = :HV-ODR-SORTCODE
                 AND ODR_NUMBER = :HV-ODR-NUMBER
                 AND ODR_REVIEW_DATE = :HV-ODR-REVIEW-DATE
                 AND ODR_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: REVIEW UPDATE FAILED FOR '
                     HV-ODR-SORTCODE '/' HV-ODR-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             GO TO APPLY-ONE-REVIEW-FAIL
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-LIMITS-CHANGED.
           IF HV-ODR-PROPOSAL = 'X'
             MOVE 'LIMIT REMOVED' TO WS-RPT-ACTION
           ELSE
             MOVE 'LIMIT REDUCED' TO WS-RPT-ACTION
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
           GO TO APPLY-ONE-REVIEW-END.

       APPLY-ONE-REVIEW-FAIL.
           EXEC SQL
              ROLLBACK WORK
           END-EXEC.
           ADD 1 TO WS-REVIEWS-FAILED.
           MOVE 8 TO RETURN-CODE.
           MOVE 'NOT APPLIED - SEE JOB LOG' TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       APPLY-ONE-REVIEW-END.

      * PROCEDURE WRITE-PROCTRAN-ROW
      * Draws a cross-region reference from HBNKPROCREF and inserts
      * the PROCTRAN row already built in HOST-PROCTRAN-ROW.
       WRITE-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'ODREVIEW: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR ' HV-PROCTRAN-SORT-CODE '/'
                     HV-PROCTRAN-ACC-NUMBER
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             GO TO WRITE-PROCTRAN-ROW-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           EXEC SQL
              INSERT INTO PROCTRAN
                     ( PROCTRAN_EYECATCHER,
                       PROCTRAN_SORTCODE,
                       PROCTRAN_NUMBER,
                       PROCTRAN_DATE,
                       PROCTRAN_TIME,
                       PROCTRAN_REF,
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'ODREVIEW: UNABLE TO INSERT PROCTRAN FOR '
                     HV-PROCTRAN-SORT-CODE '/' HV-PROCTRAN-ACC-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           IF WS-RPT-SCODE = SPACES
             MOVE HV-ACCOUNT-SORTCODE TO WS-RPT-SCODE
             MOVE HV-ACCOUNT-NUMBER TO WS-RPT-ACCNO
             MOVE HV-ACCOUNT-CUST-NUMBER TO WS-RPT-CUSTNO
           END-IF.
           MOVE WS-REPORT-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE WRITE-REPORT-TOTALS
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'REVIEWS RAISED' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-RAISED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE '  LIMITS KEPT' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-KEPT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE '  INCREASES OFFERED' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-OFFERED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE '  CUTS FOR CREDIT OFFICER' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-REFERRED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'NOTICES POSTED' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-POSTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'NOTICES EMAILED' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-EMAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'NOTICES HELD' TO WS-TOT-TEXT.
           MOVE WS-LETTERS-HELD TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'LIMITS CHANGED' TO WS-TOT-TEXT.
           MOVE WS-LIMITS-CHANGED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'CHANGES DEFERRED' TO WS-TOT-TEXT.
           MOVE WS-LIMITS-DEFERRED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'REVIEWS VOIDED' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-VOIDED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.

           MOVE 'REVIEWS FAILED' TO WS-TOT-TEXT.
           MOVE WS-REVIEWS-FAILED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ODR-RPT-RECORD.
           WRITE ODR-RPT-RECORD.
       WRITE-REPORT-TOTALS-END.

       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the one copy of product eligibility - who
      * may open which ACCOUNT_PRODUCT. It is a plain subprogram in
      * the LENDELIG one-copy style: it GOBACKs rather than EXEC
      * CICS RETURNs, so CREACC can LINK to it and the ACCTLOAD
      * migration can CALL it, and the rules exist in exactly one
      * place.
      *
      * The rules are the product's PRODUCT_ELIGIBILITY row,
      * maintained through REFDMNT; a product with no row is open to
      * every customer, as every product was before the table. Each
      * rule is tried in turn and every one the customer fails adds
      * its reason code, so the branch can tell the customer
      * everything that stands in the way at once:
      *
      *   age           whole years from CUSTOMER_DATE_OF_BIRTH must
      *                 lie within the product's minimum and maximum.
      *                 An organisation has no age and is not asked;
      *                 a private customer with no date of birth held
      *                 fails with DOBU rather than being let through.
      *   residency     a UK-residents-only product needs a UK
      *                 CUSTOMER_COUNTRY, read the way POSTVALID and
      *                 CRSEXTR read it (blank is taken as UK).
      *   income band   CUSTOMER_INCOME_BAND must reach the product's
      *                 minimum on the LOW, MEDIUM, HIGH scale; an
      *                 unbanded customer is below LOW.
      *   holdings      the customer may not already hold - as
      *                 primary customer or joint owner - as many of
      *                 the product as it allows one person.
      *   risk rating   CUSTOMER_RISK_RATING must not be one the
      *                 product excludes.
      *
      * A DB2 problem fails the call, and the caller refuses the
      * open - eligibility that cannot be proved is not granted.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODELIG.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * ACCOUNT DB2 copybook - the customer's existing holdings
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_OWNER DB2 copybook - joint holdings count too
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * PRODUCT_ELIGIBILITY DB2 copybook
           EXEC SQL
              INCLUDE PELGDB2
           END-EXEC.

      * CUSTOMER host variables for DB2
       01 HOST-CUSTOMER-ROW.
          03 HV-CUSTOMER-DOB            PIC S9(9) COMP.
          03 HV-CUSTOMER-COUNTRY        PIC X(50).
          03 HV-CUSTOMER-INCOME-BAND    PIC X(10).
          03 HV-CUSTOMER-RISK-RATING    PIC X(10).
          03 HV-CUSTOMER-TYPE           PIC X.

      * PRODUCT_ELIGIBILITY host variables for DB2
       01 HOST-ELIGIBILITY-ROW.
          03 HV-ELIG-TYPE               PIC X(8).
          03 HV-ELIG-MIN-AGE            PIC S9(4) COMP.
          03 HV-ELIG-MAX-AGE            PIC S9(4) COMP.
          03 HV-ELIG-RESIDENCY          PIC X.
          03 HV-ELIG-MIN-INCOME         PIC X(10).
          03 HV-ELIG-MAX-HELD           PIC S9(4) COMP.
          03 HV-ELIG-EXCL-RISK1         PIC X(10).
          03 HV-ELIG-EXCL-RISK2         PIC X(10).
          03 HV-ELIG-EXCL-RISK3         PIC X(10).

       01 HV-HELD-COUNT                 PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-CURRENT-DATE               PIC X(10).
       01 WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
          03 WS-CURR-DATE-YYYY          PIC 9(4).
          03 FILLER                     PIC X.
          03 WS-CURR-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-CURR-DATE-DD            PIC 99.
       01 WS-TODAY-INT                  PIC S9(9) COMP.
       01 WS-CUSTOMER-AGE               PIC S9(4) COMP.

      *
      * The income bands ranked, so a minimum can be compared -
      * 0 for an unbanded customer.
      *
       01 WS-CUSTOMER-BAND-RANK         PIC 9          VALUE 0.
       01 WS-MINIMUM-BAND-RANK          PIC 9          VALUE 0.
       01 WS-BAND-NAME                  PIC X(10).
       01 WS-BAND-RANK                  PIC 9          VALUE 0.

       01 WS-REASON-INDEX               PIC S9(4) COMP VALUE 0.
       01 WS-NEW-REASON                 PIC X(4)      VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PRODELIG.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           MOVE 'Y' TO COMM-PE-ELIGIBLE.
           MOVE ' ' TO COMM-PE-FAIL-CD.
           MOVE 0 TO COMM-PE-REASON-COUNT.
           MOVE SPACES TO COMM-PE-REASON (1)
                          COMM-PE-REASON (2)
                          COMM-PE-REASON (3)
                          COMM-PE-REASON (4)
                          COMM-PE-REASON (5)
                          COMM-PE-REASON (6).
           MOVE 0 TO WS-REASON-INDEX.

           PERFORM READ-ELIGIBILITY-RULES.
           IF COMM-PE-FAIL-CD NOT = ' '
              GOBACK
           END-IF.

      *
      *    No rules for the product - anyone may open it.
      *
           IF HV-ELIG-TYPE = SPACES
              GOBACK
           END-IF.

           PERFORM READ-CUSTOMER-DETAILS.
           IF COMM-PE-FAIL-CD NOT = ' '
              GOBACK
           END-IF.

           PERFORM ASSESS-AGE.

           PERFORM ASSESS-RESIDENCY.

           PERFORM ASSESS-INCOME-BAND.

           PERFORM ASSESS-HOLDINGS.
           IF COMM-PE-FAIL-CD NOT = ' '
              GOBACK
           END-IF.

           PERFORM ASSESS-RISK-RATING.

           IF WS-REASON-INDEX > 0
              MOVE 'N' TO COMM-PE-ELIGIBLE
           END-IF.

           GOBACK.

       ML999.
           EXIT.


       READ-ELIGIBILITY-RULES SECTION.
       RER010.

           INITIALIZE HOST-ELIGIBILITY-ROW.

           EXEC SQL
              SELECT PRODUCT_ELIGIBILITY_TYPE,
                     PRODUCT_ELIGIBILITY_MIN_AGE,
                     PRODUCT_ELIGIBILITY_MAX_AGE,
                     PRODUCT_ELIGIBILITY_RESIDENCY,
                     PRODUCT_ELIGIBILITY_MIN_INCOME,
                     PRODUCT_ELIGIBILITY_MAX_HELD,
                     PRODUCT_ELIGIBILITY_EXCL_RISK1,
                     PRODUCT_ELIGIBILITY_EXCL_RISK2,
                     PRODUCT_ELIGIBILITY_EXCL_RISK3
                INTO :HV-ELIG-TYPE,
                     :HV-ELIG-MIN-AGE,
                     :HV-ELIG-MAX-AGE,
                     :HV-ELIG-RESIDENCY,
                     :HV-ELIG-MIN-INCOME,
                     :HV-ELIG-MAX-HELD,
                     :HV-ELIG-EXCL-RISK1,
                     :HV-ELIG-EXCL-RISK2,
                     :HV-ELIG-EXCL-RISK3
                FROM PRODUCT_ELIGIBILITY
               WHERE PRODUCT_ELIGIBILITY_TYPE = :COMM-PE-ACC-TYPE
           END-EXEC.

           IF SQLCODE = 100
              MOVE SPACES TO HV-ELIG-TYPE
              GO TO RER999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PRODELIG - Eligibility read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-PE-FAIL-CD
              MOVE 'N' TO COMM-PE-ELIGIBLE
           END-IF.

       RER999.
           EXIT.


       READ-CUSTOMER-DETAILS SECTION.
       RCD010.

           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_DATE_OF_BIRTH, 0),
                     COALESCE(CUSTOMER_COUNTRY, ' '),
                     COALESCE(CUSTOMER_INCOME_BAND, ' '),
                     COALESCE(CUSTOMER_RISK_RATING, ' '),
                     COALESCE(CUSTOMER_TYPE, ' '),
                     CURRENT DATE
                INTO :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-COUNTRY,
                     :HV-CUSTOMER-INCOME-BAND,
                     :HV-CUSTOMER-RISK-RATING,
                     :HV-CUSTOMER-TYPE,
                     :WS-CURRENT-DATE
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :COMM-PE-SCODE
                 AND CUSTOMER_NUMBER = :COMM-PE-CUSTNO
           END-EXEC.

           IF SQLCODE = 100
              MOVE '1' TO COMM-PE-FAIL-CD
              MOVE 'N' TO COMM-PE-ELIGIBLE
              GO TO RCD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PRODELIG - Customer read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-PE-FAIL-CD
              MOVE 'N' TO COMM-PE-ELIGIBLE
              GO TO RCD999
           END-IF.

           COMPUTE WS-TODAY-INT =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

       RCD999.
           EXIT.


       ASSESS-AGE SECTION.
       AAG010.
      *
      *    Whole years between two CCYYMMDD dates fall straight out
      *    of the difference divided by 10000 - the birthday this
      *    year counts only once it has been reached.
      *
           IF HV-ELIG-MIN-AGE = 0 AND HV-ELIG-MAX-AGE = 0
              GO TO AAG999
           END-IF.

           IF HV-CUSTOMER-TYPE = 'O'
              GO TO AAG999
           END-IF.

           IF HV-CUSTOMER-DOB NOT > 0
              OR HV-CUSTOMER-DOB > WS-TODAY-INT
              MOVE 'DOBU' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
              GO TO AAG999
           END-IF.

           COMPUTE WS-CUSTOMER-AGE =
              (WS-TODAY-INT - HV-CUSTOMER-DOB) / 10000.

           IF HV-ELIG-MIN-AGE > 0
              AND WS-CUSTOMER-AGE < HV-ELIG-MIN-AGE
              MOVE 'AGEL' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
           END-IF.

           IF HV-ELIG-MAX-AGE > 0
              AND WS-CUSTOMER-AGE > HV-ELIG-MAX-AGE
              MOVE 'AGEH' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
           END-IF.

       AAG999.
           EXIT.


       ASSESS-RESIDENCY SECTION.
       ARS010.

           IF HV-ELIG-RESIDENCY NOT = 'U'
              GO TO ARS999
           END-IF.

           EVALUATE TRUE
              WHEN HV-CUSTOMER-COUNTRY = 'UNITED KINGDOM'
              WHEN HV-CUSTOMER-COUNTRY = 'GREAT BRITAIN'
              WHEN HV-CUSTOMER-COUNTRY = 'UK'
              WHEN HV-CUSTOMER-COUNTRY = 'GB'
              WHEN HV-CUSTOMER-COUNTRY = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'RESD' TO WS-NEW-REASON
                 PERFORM ADD-REASON-CODE
           END-EVALUATE.

       ARS999.
           EXIT.


       ASSESS-INCOME-BAND SECTION.
       AIB010.

           IF HV-ELIG-MIN-INCOME = SPACES
              GO TO AIB999
           END-IF.

           MOVE HV-CUSTOMER-INCOME-BAND TO WS-BAND-NAME.
           PERFORM RANK-INCOME-BAND.
           MOVE WS-BAND-RANK TO WS-CUSTOMER-BAND-RANK.

           MOVE HV-ELIG-MIN-INCOME TO WS-BAND-NAME.
           PERFORM RANK-INCOME-BAND.
           MOVE WS-BAND-RANK TO WS-MINIMUM-BAND-RANK.

           IF WS-CUSTOMER-BAND-RANK < WS-MINIMUM-BAND-RANK
              MOVE 'INCM' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
           END-IF.

       AIB999.
           EXIT.


       RANK-INCOME-BAND SECTION.
       RIB010.

           EVALUATE WS-BAND-NAME
              WHEN 'HIGH'
                 MOVE 3 TO WS-BAND-RANK
              WHEN 'MEDIUM'
                 MOVE 2 TO WS-BAND-RANK
              WHEN 'LOW'
                 MOVE 1 TO WS-BAND-RANK
              WHEN OTHER
                 MOVE 0 TO WS-BAND-RANK
           END-EVALUATE.

       RIB999.
           EXIT.


       ASSESS-HOLDINGS SECTION.
       AHO010.
      *
      *    Accounts of the product the customer already holds,
      *    whether as the primary customer or a joint owner.
      *
           IF HV-ELIG-MAX-HELD = 0
              GO TO AHO999
           END-IF.

           MOVE 0 TO HV-HELD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-HELD-COUNT
                FROM ACCOUNT A
               WHERE A.ACCOUNT_SORTCODE = :COMM-PE-SCODE
                 AND A.ACCOUNT_TYPE = :COMM-PE-ACC-TYPE
                 AND (A.ACCOUNT_CUSTOMER_NUMBER = :COMM-PE-CUSTNO
                      OR EXISTS
                         (SELECT 1
                            FROM ACCOUNT_OWNER O
                           WHERE O.ACCOUNT_OWNER_SORTCODE
                                    = A.ACCOUNT_SORTCODE
                             AND O.ACCOUNT_OWNER_NUMBER
                                    = A.ACCOUNT_NUMBER
                             AND O.ACCOUNT_OWNER_CUSTOMER
                                    = :COMM-PE-CUSTNO))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PRODELIG - Holdings count failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-PE-FAIL-CD
              MOVE 'N' TO COMM-PE-ELIGIBLE
              GO TO AHO999
           END-IF.

           IF HV-HELD-COUNT >= HV-ELIG-MAX-HELD
              MOVE 'HELD' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
           END-IF.

       AHO999.
           EXIT.


       ASSESS-RISK-RATING SECTION.
       ARR010.

           IF HV-CUSTOMER-RISK-RATING = SPACES
              GO TO ARR999
           END-IF.

           IF HV-CUSTOMER-RISK-RATING = HV-ELIG-EXCL-RISK1
              OR HV-CUSTOMER-RISK-RATING = HV-ELIG-EXCL-RISK2
              OR HV-CUSTOMER-RISK-RATING = HV-ELIG-EXCL-RISK3
              MOVE 'RISK' TO WS-NEW-REASON
              PERFORM ADD-REASON-CODE
           END-IF.

       ARR999.
           EXIT.


       ADD-REASON-CODE SECTION.
       ARC010.
      *
      *    Every failed rule travels back - there are only six.
      *
           IF WS-REASON-INDEX < 6
              ADD 1 TO WS-REASON-INDEX
              MOVE WS-NEW-REASON
                 TO COMM-PE-REASON (WS-REASON-INDEX)
              MOVE WS-REASON-INDEX TO COMM-PE-REASON-COUNT
           END-IF.

       ARC999.
           EXIT.

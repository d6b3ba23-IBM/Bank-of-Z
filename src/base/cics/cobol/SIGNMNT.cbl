       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program maintains an organisation customer's parties
      * in the SIGNATORY table after onboarding - the directors,
      * partners and other authorised people who sign for it, and
      * the beneficial owners recorded for due diligence. CRECUST
      * writes the first set when the organisation is onboarded;
      * MANDCHK reads the table to apply the signing rules to the
      * organisation's payments.
      *
      * A party must be an existing individual customer at the
      * organisation's sort code. A new beneficial owner goes
      * through SCRNCUST exactly as those named at onboarding did:
      * a potential match is queued on SCREEN_REVIEW and the party
      * is not added. A removed party's row is kept with status 'R'
      * so the history of who could sign is not lost; adding the
      * same person back reinstates the row.
      *
      * The organisation must always be left able to sign: a change
      * or removal that would leave nobody with a signing limit,
      * or fewer than two where the organisation has a dual-signing
      * limit, is refused.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way PAYEMNT reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * CUSTOMER DB2 copybook - the party must be an individual
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * ORGANISATION and SIGNATORY DB2 copybooks
           EXEC SQL
              INCLUDE ORGDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SIGNDB2
           END-EXEC.

      * SCREEN_REVIEW DB2 copybook - a potential sanctions/PEP match
      * on a beneficial owner is queued for the review team
           EXEC SQL
              INCLUDE SCRVWDB2
           END-EXEC.

      * SIGNATORY host variables for DB2
       01 HOST-SIGNATORY-ROW.
          03 HV-SIGN-SORTCODE           PIC X(6).
          03 HV-SIGN-ORG-NUMBER         PIC X(10).
          03 HV-SIGN-CUSTOMER           PIC X(10).
          03 HV-SIGN-ROLE               PIC X(4).
          03 HV-SIGN-SIGNING-LIMIT      PIC S9(10)V99 COMP-3.
          03 HV-SIGN-BENEF-OWNER        PIC X.
          03 HV-SIGN-OWNERSHIP-PCT      PIC S9(3)V99 COMP-3.
          03 HV-SIGN-STATUS             PIC X.
          03 HV-SIGN-ADDED-DATE         PIC S9(9) COMP.
          03 HV-SIGN-ADDED-BY           PIC X(3).

      * The party's row as it stands before a change or removal
       01 HOST-EXISTING-ROW.
          03 HV-OLD-SIGNING-LIMIT       PIC S9(10)V99 COMP-3.
          03 HV-OLD-BENEF-OWNER         PIC X.
          03 HV-OLD-STATUS              PIC X.

       01 HV-ORG-DUAL-LIMIT             PIC S9(10)V99 COMP-3.

      * The party's own CUSTOMER row
       01 HOST-PARTY-ROW.
          03 HV-PARTY-FIRST-NAME        PIC X(50).
          03 HV-PARTY-LAST-NAME         PIC X(50).
          03 HV-PARTY-DOB               PIC S9(9) COMP.
          03 HV-PARTY-TYPE              PIC X.

      * SCREEN_REVIEW host variables for DB2
       01 HOST-SCREEN-REVIEW-ROW.
          03 HV-SCRVW-SORTCODE          PIC X(6).
          03 HV-SCRVW-NUMBER            PIC X(10).
          03 HV-SCRVW-CUST-NAME         PIC X(100).
          03 HV-SCRVW-MATCHED-NAME      PIC X(100).
          03 HV-SCRVW-LIST-TYPE         PIC X(3).
          03 HV-SCRVW-STATUS            PIC X.
          03 HV-SCRVW-RAISED-DATE       PIC X(10).
          03 HV-SCRVW-RAISED-BY         PIC X(8).

       01 HV-CHECK-COUNT                PIC S9(9) COMP.

       01 WS-PARTY-ROW-SW               PIC X         VALUE 'N'.
          88 PARTY-ROW-EXISTS           VALUE 'Y'.

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

      * Sanctions/PEP screening for a new beneficial owner
       01 SCRNCUST-PROGRAM              PIC X(8)      VALUE 'SCRNCUST'.
       01 SCRNCUST-COMMAREA.
          COPY SCRNCUST.

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.

      * The organisation's active parties in customer number order.
           EXEC SQL
              DECLARE SIGNLIST-CURSOR CURSOR FOR
                 SELECT SIGNATORY_CUSTOMER,
                        SIGNATORY_ROLE,
                        SIGNATORY_SIGNING_LIMIT,
                        SIGNATORY_BENEFICIAL_OWNER,
                        SIGNATORY_OWNERSHIP_PCT
                   FROM SIGNATORY
                  WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                    AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                    AND SIGNATORY_STATUS = 'A'
                  ORDER BY SIGNATORY_CUSTOMER
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SIGNMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'SIGNMNT: Action=' COMM-SG-ACTION
                   ' Organisation=' COMM-SG-SCODE '/'
                   COMM-SG-ORG-NUMBER ' Party=' COMM-SG-CUSTNO

           MOVE 'N' TO COMM-SG-SUCCESS.
           MOVE ' ' TO COMM-SG-FAIL-CD.
           SET NO-MORE-SG-ROWS TO TRUE.
           MOVE 0 TO COMM-SG-LIST-COUNT.

           IF COMM-SG-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-SG-SCODE
           END-IF.

           MOVE COMM-SG-SCODE TO HV-SIGN-SORTCODE.
           MOVE COMM-SG-ORG-NUMBER TO HV-SIGN-ORG-NUMBER.
           MOVE COMM-SG-CUSTNO TO HV-SIGN-CUSTOMER.

           PERFORM POPULATE-TIME-DATE.

           PERFORM READ-ORGANISATION.

           IF COMM-SG-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN SG-ACTION-ADD
                 PERFORM ADD-SIGNATORY
              WHEN SG-ACTION-CHANGE
                 PERFORM CHANGE-SIGNATORY
              WHEN SG-ACTION-REMOVE
                 PERFORM REMOVE-SIGNATORY
              WHEN SG-ACTION-LIST
                 PERFORM LIST-SIGNATORIES
              WHEN OTHER
                 MOVE '1' TO COMM-SG-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-ORGANISATION SECTION.
       ROR010.
      *
      *    The customer named must be an organisation - its dual-
      *    signing limit decides how many signatories it must keep.
      *
           EXEC SQL
              SELECT ORGANISATION_DUAL_SIGN_LIMIT
                INTO :HV-ORG-DUAL-LIMIT
                FROM ORGANISATION
               WHERE ORGANISATION_SORTCODE = :HV-SIGN-SORTCODE
                 AND ORGANISATION_NUMBER = :HV-SIGN-ORG-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-SG-FAIL-CD
              GO TO ROR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
           END-IF.

       ROR999.
           EXIT.


       ADD-SIGNATORY SECTION.
       ASG010.

           PERFORM VALIDATE-PARTY-DETAILS.

           IF COMM-SG-FAIL-CD NOT = ' '
              GO TO ASG999
           END-IF.

           PERFORM READ-PARTY-CUSTOMER.

           IF COMM-SG-FAIL-CD NOT = ' '
              GO TO ASG999
           END-IF.

           PERFORM READ-EXISTING-PARTY.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO ASG999
           END-IF.

           IF SQLCODE = 0 AND HV-OLD-STATUS = 'A'
              MOVE '4' TO COMM-SG-FAIL-CD
              GO TO ASG999
           END-IF.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-PARTY-ROW-SW
           ELSE
              MOVE 'N' TO WS-PARTY-ROW-SW
           END-IF.

           IF HV-SIGN-BENEF-OWNER = 'Y'
              PERFORM SCREEN-BENEFICIAL-OWNER
              IF COMM-SG-FAIL-CD NOT = ' '
                 GO TO ASG999
              END-IF
           END-IF.

           MOVE 'A' TO HV-SIGN-STATUS.
           MOVE WS-TODAY-INT TO HV-SIGN-ADDED-DATE.
           MOVE EIBOPID TO HV-SIGN-ADDED-BY.

      *
      *    A party removed earlier has their row reinstated.
      *
           IF PARTY-ROW-EXISTS
              EXEC SQL
                 UPDATE SIGNATORY
                    SET SIGNATORY_ROLE = :HV-SIGN-ROLE,
                        SIGNATORY_SIGNING_LIMIT
                           = :HV-SIGN-SIGNING-LIMIT,
                        SIGNATORY_BENEFICIAL_OWNER
                           = :HV-SIGN-BENEF-OWNER,
                        SIGNATORY_OWNERSHIP_PCT
                           = :HV-SIGN-OWNERSHIP-PCT,
                        SIGNATORY_STATUS = :HV-SIGN-STATUS,
                        SIGNATORY_ADDED_DATE = :HV-SIGN-ADDED-DATE,
                        SIGNATORY_ADDED_BY = :HV-SIGN-ADDED-BY
                  WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                    AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                    AND SIGNATORY_CUSTOMER = :HV-SIGN-CUSTOMER
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO SIGNATORY
                        ( SIGNATORY_SORTCODE,
                          SIGNATORY_ORG_NUMBER,
                          SIGNATORY_CUSTOMER,
                          SIGNATORY_ROLE,
                          SIGNATORY_SIGNING_LIMIT,
                          SIGNATORY_BENEFICIAL_OWNER,
                          SIGNATORY_OWNERSHIP_PCT,
                          SIGNATORY_STATUS,
                          SIGNATORY_ADDED_DATE,
                          SIGNATORY_ADDED_BY )
                 VALUES ( :HV-SIGN-SORTCODE,
                          :HV-SIGN-ORG-NUMBER,
                          :HV-SIGN-CUSTOMER,
                          :HV-SIGN-ROLE,
                          :HV-SIGN-SIGNING-LIMIT,
                          :HV-SIGN-BENEF-OWNER,
                          :HV-SIGN-OWNERSHIP-PCT,
                          :HV-SIGN-STATUS,
                          :HV-SIGN-ADDED-DATE,
                          :HV-SIGN-ADDED-BY )
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SIGNMNT - Signatory add failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO ASG999
           END-IF.

           MOVE 'Y' TO COMM-SG-SUCCESS.

       ASG999.
           EXIT.


       CHANGE-SIGNATORY SECTION.
       CSG010.

           PERFORM VALIDATE-PARTY-DETAILS.

           IF COMM-SG-FAIL-CD NOT = ' '
              GO TO CSG999
           END-IF.

           PERFORM READ-EXISTING-PARTY.

           IF SQLCODE = 100
              OR (SQLCODE = 0 AND HV-OLD-STATUS NOT = 'A')
              MOVE '5' TO COMM-SG-FAIL-CD
              GO TO CSG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO CSG999
           END-IF.

      *
      *    Taking away someone's signing limit must leave enough
      *    others able to sign.
      *
           IF HV-OLD-SIGNING-LIMIT > 0
              AND HV-SIGN-SIGNING-LIMIT = 0
              PERFORM CHECK-SIGNERS-REMAINING
              IF COMM-SG-FAIL-CD NOT = ' '
                 GO TO CSG999
              END-IF
           END-IF.

      *
      *    Someone newly recorded as a beneficial owner is
      *    screened as if added today.
      *
           IF HV-SIGN-BENEF-OWNER = 'Y'
              AND HV-OLD-BENEF-OWNER NOT = 'Y'
              PERFORM READ-PARTY-CUSTOMER
              IF COMM-SG-FAIL-CD NOT = ' '
                 GO TO CSG999
              END-IF
              PERFORM SCREEN-BENEFICIAL-OWNER
              IF COMM-SG-FAIL-CD NOT = ' '
                 GO TO CSG999
              END-IF
           END-IF.

           EXEC SQL
              UPDATE SIGNATORY
                 SET SIGNATORY_ROLE = :HV-SIGN-ROLE,
                     SIGNATORY_SIGNING_LIMIT = :HV-SIGN-SIGNING-LIMIT,
                     SIGNATORY_BENEFICIAL_OWNER
                        = :HV-SIGN-BENEF-OWNER,
                     SIGNATORY_OWNERSHIP_PCT
                        = :HV-SIGN-OWNERSHIP-PCT
               WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                 AND SIGNATORY_CUSTOMER = :HV-SIGN-CUSTOMER
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SIGNMNT - Signatory UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO CSG999
           END-IF.

           MOVE 'Y' TO COMM-SG-SUCCESS.

       CSG999.
           EXIT.


       REMOVE-SIGNATORY SECTION.
       RSG010.

           PERFORM READ-EXISTING-PARTY.

           IF SQLCODE = 100
              OR (SQLCODE = 0 AND HV-OLD-STATUS NOT = 'A')
              MOVE '5' TO COMM-SG-FAIL-CD
              GO TO RSG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO RSG999
           END-IF.

           IF HV-OLD-SIGNING-LIMIT > 0
              PERFORM CHECK-SIGNERS-REMAINING
              IF COMM-SG-FAIL-CD NOT = ' '
                 GO TO RSG999
              END-IF
           END-IF.

           EXEC SQL
              UPDATE SIGNATORY
                 SET SIGNATORY_STATUS = 'R'
               WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                 AND SIGNATORY_CUSTOMER = :HV-SIGN-CUSTOMER
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SIGNMNT - Signatory removal failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO RSG999
           END-IF.

           MOVE 'Y' TO COMM-SG-SUCCESS.

       RSG999.
           EXIT.


       LIST-SIGNATORIES SECTION.
       LSG010.

           MOVE COMM-SG-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN SIGNLIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO LSG999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH SIGNLIST-CURSOR
                   INTO :HV-SIGN-CUSTOMER, :HV-SIGN-ROLE,
                        :HV-SIGN-SIGNING-LIMIT, :HV-SIGN-BENEF-OWNER,
                        :HV-SIGN-OWNERSHIP-PCT
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       MOVE HV-SIGN-CUSTOMER
                          TO COMM-SG-LIST-CUSTNO (WS-LIST-INDEX)
                       MOVE HV-SIGN-ROLE
                          TO COMM-SG-LIST-ROLE (WS-LIST-INDEX)
                       MOVE HV-SIGN-SIGNING-LIMIT
                          TO COMM-SG-LIST-SIGN-LIMIT (WS-LIST-INDEX)
                       MOVE HV-SIGN-BENEF-OWNER
                          TO COMM-SG-LIST-BENEF-OWNER (WS-LIST-INDEX)
                       MOVE HV-SIGN-OWNERSHIP-PCT
                          TO COMM-SG-LIST-OWNERSHIP-PCT
                                (WS-LIST-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE SIGNLIST-CURSOR
           END-EXEC.

           IF WS-LIST-INDEX > 10
              SET MORE-SG-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-SG-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-SG-LIST-COUNT.
           COMPUTE COMM-SG-LIST-START =
              COMM-SG-LIST-START + WS-LIST-INDEX.
           MOVE 'Y' TO COMM-SG-SUCCESS.

       LSG999.
           EXIT.


       VALIDATE-PARTY-DETAILS SECTION.
       VPD010.
      *
      *    The same roles, limits and shares CRECUST accepts at
      *    onboarding.
      *
           IF COMM-SG-ROLE NOT = 'DIR '
              AND COMM-SG-ROLE NOT = 'PART'
              AND COMM-SG-ROLE NOT = 'PROP'
              AND COMM-SG-ROLE NOT = 'SEC '
              AND COMM-SG-ROLE NOT = 'TRUS'
              AND COMM-SG-ROLE NOT = 'AUTH'
              AND COMM-SG-ROLE NOT = 'OWNR'
              MOVE '6' TO COMM-SG-FAIL-CD
              GO TO VPD999
           END-IF.

           IF COMM-SG-SIGN-LIMIT NOT NUMERIC
              OR COMM-SG-SIGN-LIMIT < 0
              OR COMM-SG-OWNERSHIP-PCT NOT NUMERIC
              OR COMM-SG-OWNERSHIP-PCT > 100
              MOVE '6' TO COMM-SG-FAIL-CD
              GO TO VPD999
           END-IF.

           MOVE COMM-SG-ROLE TO HV-SIGN-ROLE.
           MOVE COMM-SG-SIGN-LIMIT TO HV-SIGN-SIGNING-LIMIT.
           MOVE COMM-SG-OWNERSHIP-PCT TO HV-SIGN-OWNERSHIP-PCT.

           IF COMM-SG-BENEF-OWNER = 'Y'
              MOVE 'Y' TO HV-SIGN-BENEF-OWNER
           ELSE
              MOVE 'N' TO HV-SIGN-BENEF-OWNER
           END-IF.

       VPD999.
           EXIT.


       READ-PARTY-CUSTOMER SECTION.
       RPC010.
      *
      *    The party must be an individual CUSTOMER at the
      *    organisation's sort code - an organisation cannot sign
      *    for another.
      *
           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME,
                     CUSTOMER_LAST_NAME,
                     CUSTOMER_DATE_OF_BIRTH,
                     COALESCE(CUSTOMER_TYPE, 'P')
                INTO :HV-PARTY-FIRST-NAME,
                     :HV-PARTY-LAST-NAME,
                     :HV-PARTY-DOB,
                     :HV-PARTY-TYPE
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-SIGN-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-SIGN-CUSTOMER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-SG-FAIL-CD
              GO TO RPC999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO RPC999
           END-IF.

           IF HV-PARTY-TYPE = 'O'
              MOVE '3' TO COMM-SG-FAIL-CD
           END-IF.

       RPC999.
           EXIT.


       READ-EXISTING-PARTY SECTION.
       REP010.
      *
      *    The party's current row, if any - SQLCODE is left for the
      *    caller to test.
      *
           EXEC SQL
              SELECT SIGNATORY_SIGNING_LIMIT,
                     SIGNATORY_BENEFICIAL_OWNER,
                     SIGNATORY_STATUS
                INTO :HV-OLD-SIGNING-LIMIT,
                     :HV-OLD-BENEF-OWNER,
                     :HV-OLD-STATUS
                FROM SIGNATORY
               WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                 AND SIGNATORY_CUSTOMER = :HV-SIGN-CUSTOMER
           END-EXEC.

       REP999.
           EXIT.


       CHECK-SIGNERS-REMAINING SECTION.
       CSR010.
      *
      *    Without this party's signature the organisation must
      *    still have someone to sign - two where it has a
      *    dual-signing limit.
      *
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM SIGNATORY
               WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                 AND SIGNATORY_CUSTOMER NOT = :HV-SIGN-CUSTOMER
                 AND SIGNATORY_STATUS = 'A'
                 AND SIGNATORY_SIGNING_LIMIT > 0
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-SG-FAIL-CD
              GO TO CSR999
           END-IF.

           IF HV-CHECK-COUNT = 0
              OR (HV-ORG-DUAL-LIMIT > 0 AND HV-CHECK-COUNT < 2)
              MOVE '7' TO COMM-SG-FAIL-CD
           END-IF.

       CSR999.
           EXIT.


       SCREEN-BENEFICIAL-OWNER SECTION.
       SBO010.
      *
      *    As at onboarding: a potential match is queued for the
      *    review team and the owner is not recorded, and a
      *    screening run that fails fails closed.
      *
           INITIALIZE SCRNCUST-COMMAREA.
           MOVE HV-PARTY-FIRST-NAME TO SCRN-FIRST-NAME.
           MOVE HV-PARTY-LAST-NAME TO SCRN-LAST-NAME.
           MOVE HV-PARTY-DOB TO SCRN-DOB.

           EXEC CICS LINK PROGRAM(SCRNCUST-PROGRAM)
                COMMAREA(SCRNCUST-COMMAREA)
                END-EXEC.

           DISPLAY 'SIGNMNT: SCRNCUST result (owner '
                   HV-SIGN-CUSTOMER ')=' SCRN-RESULT.

           IF SCRN-CHECK-FAILED
              MOVE 'R' TO COMM-SG-FAIL-CD
              GO TO SBO999
           END-IF.

           IF SCRN-POTENTIAL-MATCH
              PERFORM QUEUE-OWNER-SCREEN-REVIEW
              MOVE 'Q' TO COMM-SG-FAIL-CD
           END-IF.

       SBO999.
           EXIT.


       QUEUE-OWNER-SCREEN-REVIEW SECTION.
       QOS010.

           INITIALIZE HOST-SCREEN-REVIEW-ROW.
           MOVE HV-SIGN-SORTCODE TO HV-SCRVW-SORTCODE.
           MOVE HV-SIGN-CUSTOMER TO HV-SCRVW-NUMBER.
           STRING HV-PARTY-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-PARTY-LAST-NAME DELIMITED BY '  '
              INTO HV-SCRVW-CUST-NAME
           END-STRING.
           MOVE SCRN-MATCH-NAME TO HV-SCRVW-MATCHED-NAME.
           MOVE SCRN-MATCH-TYPE TO HV-SCRVW-LIST-TYPE.
           MOVE 'O' TO HV-SCRVW-STATUS.
           MOVE WS-ORIG-DATE TO HV-SCRVW-RAISED-DATE.
           MOVE 'SIGNMNT' TO HV-SCRVW-RAISED-BY.

           EXEC SQL
              INSERT INTO SCREEN_REVIEW
                     ( SCREEN_REVIEW_SORTCODE,
                       SCREEN_REVIEW_NUMBER,
                       SCREEN_REVIEW_CUST_NAME,
                       SCREEN_REVIEW_MATCHED_NAME,
                       SCREEN_REVIEW_LIST_TYPE,
                       SCREEN_REVIEW_STATUS,
                       SCREEN_REVIEW_RAISED_DATE,
                       SCREEN_REVIEW_RAISED_BY )
              VALUES ( :HV-SCRVW-SORTCODE,
                       :HV-SCRVW-NUMBER,
                       :HV-SCRVW-CUST-NAME,
                       :HV-SCRVW-MATCHED-NAME,
                       :HV-SCRVW-LIST-TYPE,
                       :HV-SCRVW-STATUS,
                       :HV-SCRVW-RAISED-DATE,
                       :HV-SCRVW-RAISED-BY )
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'SIGNMNT: INSERT SCREEN_REVIEW SQLCODE='
                   SQLCODE-DISPLAY.

       QOS999.
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

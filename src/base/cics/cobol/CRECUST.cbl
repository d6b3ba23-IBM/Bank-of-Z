      * opening PROCTRAN record for the new customer, in the same way
      * that DELCUS writes a PROCTRAN record for a deletion.
      *
      * An organisation customer (COMM-CUSTOMER-TYPE 'O') is onboarded
      * the same way, under its registered name, with its business
      * details written to ORGANISATION and its signatories and
      * beneficial owners - existing individual customers - linked
      * on SIGNATORY. Every beneficial owner is screened through
      * SCRNCUST before a CUSTOMER-NUMBER is issued.
      *
      * An individual's identity is verified electronically through
      * IDVCHK once their number is issued. A refer creates them
      * RESTRICTED until documents are recorded through KYCDOC, a
      * fail declines them (fail code 'I'), and a provider outage
      * lets onboarding carry on with the customer left for the
      * IDVRETRY batch retry. The outcome is kept on IDENTITY_CHECK.
      *
      * If there is any kind of DB2 problem then an appropriate abend
      * is issued.
      *
          03 HV-CUSTOMER-TAX-ID         PIC X(13).
          03 HV-CUSTOMER-PREF-LANG      PIC X(02).
          03 HV-CUSTOMER-LOC-CORR       PIC X.
          03 HV-CUSTOMER-TYPE           PIC X.

      * ORGANISATION and SIGNATORY DB2 copybooks - an organisation
      * customer's business details and parties
           EXEC SQL
              INCLUDE ORGDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SIGNDB2
           END-EXEC.

       01 HOST-ORGANISATION-ROW.
          03 HV-ORG-DUAL-SIGN-LIMIT     PIC S9(10)V99 COMP-3.
          03 HV-ORG-CREATED-DATE        PIC S9(9) COMP.
          03 HV-ORG-CREATED-BY          PIC X(3).

       01 HOST-SIGNATORY-ROW.
          03 HV-SIGN-CUSTOMER           PIC X(10).
          03 HV-SIGN-ROLE               PIC X(4).
          03 HV-SIGN-SIGNING-LIMIT      PIC S9(10)V99 COMP-3.
          03 HV-SIGN-BENEF-OWNER        PIC X.
          03 HV-SIGN-OWNERSHIP-PCT      PIC S9(3)V99 COMP-3.

       01 HOST-PARTY-ROW.
          03 HV-PARTY-FIRST-NAME        PIC X(50).
          03 HV-PARTY-LAST-NAME         PIC X(50).
          03 HV-PARTY-DOB               PIC S9(9) COMP.
          03 HV-PARTY-TYPE              PIC X.

       01 WS-PARTY-IX                   PIC S9(4) COMP.
       01 WS-PARTY-IX2                  PIC S9(4) COMP.
       01 WS-SIGNING-PARTIES            PIC S9(4) COMP.
       01 WS-ORG-ABEND-STEP             PIC X(40).

      * PROCTRAN DB2 copybook
           EXEC SQL
       01 SCRNCUST-COMMAREA.
          COPY SCRNCUST.

       01 IDVCHK-PROGRAM                PIC X(8)      VALUE 'IDVCHK'.
       01 IDVCHK-COMMAREA.
          COPY IDVCHK.

      * IDENTITY_CHECK DB2 copybook - the identity verification
      * outcome is recorded against the CUSTOMER-NUMBER issued
           EXEC SQL
              INCLUDE IDCHKDB2
           END-EXEC.

       01 HOST-IDCHK-ROW.
          03 HV-IDCHK-SORTCODE          PIC X(6).
          03 HV-IDCHK-NUMBER            PIC X(10).
          03 HV-IDCHK-RESULT            PIC X.
          03 HV-IDCHK-PROVIDER-REF      PIC X(20).
          03 HV-IDCHK-SCORE             PIC S9(4) COMP.
          03 HV-IDCHK-DATE              PIC X(10).

      * COUNTER_FALLBACK DB2 copybook - the reserved number range
      * drawn on when the named counter server is unreachable
           EXEC SQL
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    An organisation's business details and parties are
      *    checked up front, and its registered name becomes the
      *    customer name. NAMEVAL's private-name rules (no digits,
      *    no ampersands) do not apply to a registered name.
      *
           IF COMM-CUST-ORGANISATION
              DISPLAY 'CRECUST: Validating organisation details'
              PERFORM VALIDATE-ORGANISATION
              PERFORM CHECK-ORGANISATION-PARTIES
           ELSE
              DISPLAY 'CRECUST: Validating customer name'
              PERFORM VALIDATE-CUSTOMER-NAME

              IF NAMEVALID-NAME-INVALID
                 DISPLAY 'CRECUST: Customer name failed validation'
                 MOVE 'N' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           DISPLAY 'CRECUST: Validating date of birth'

           MOVE 'N' TO WS-APPLICANT-IS-MINOR.
           IF WS-AGE-YEARS < 18
              AND NOT COMM-CUST-ORGANISATION
              SET APPLICANT-IS-MINOR TO TRUE
              IF COMM-GUARDIAN-CUSTNO = SPACES OR LOW-VALUES
                 DISPLAY 'CRECUST: Under-age applicant with no '
              END-IF
           END-IF.

      *
      *    TAXIDVAL knows the personal National Insurance format -
      *    an organisation's tax reference is not one.
      *
           IF NOT COMM-CUST-ORGANISATION
              DISPLAY 'CRECUST: Validating tax ID'
              PERFORM VALIDATE-TAX-ID

              IF TAXIDVAL-TAXID-INVALID
                 DISPLAY 'CRECUST: Tax ID failed validation'
                 MOVE 'X' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           DISPLAY 'CRECUST: Checking sort code is an open branch'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-CUST-ORGANISATION
              DISPLAY 'CRECUST: Screening beneficial owners'
              PERFORM SCREEN-BENEFICIAL-OWNERS
           END-IF.

           DISPLAY 'CRECUST: Obtaining next customer number'
           PERFORM GET-NEXT-CUSTOMER-NUMBER

           MOVE SPACE TO COMM-IDV-RESULT.
           IF NOT COMM-CUST-ORGANISATION
              DISPLAY 'CRECUST: Verifying identity electronically'
              PERFORM VERIFY-IDENTITY
           END-IF.

           IF COMM-IDV-RESULT = 'F'
              DISPLAY 'CRECUST: Identity verification failed - '
                      'applicant declined'
              PERFORM RECORD-IDENTITY-CHECK
              MOVE 'I' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           DISPLAY 'CRECUST: Creating customer on DB2'
           PERFORM CREATE-CUSTOMER-DB2

              PERFORM CREATE-GUARDIAN-LINK
           END-IF.

           IF COMM-CUST-ORGANISATION
              DISPLAY 'CRECUST: Creating organisation and signatories'
              PERFORM CREATE-ORGANISATION-DB2
           END-IF.

           IF COMM-ID-DOC-TYPE NOT = SPACES AND NOT = LOW-VALUES
              DISPLAY 'CRECUST: Recording identity document'
              PERFORM RECORD-IDENTITY-DOCUMENT
           END-IF.

           IF COMM-IDV-RESULT NOT = SPACE
              DISPLAY 'CRECUST: Recording identity verification'
              PERFORM RECORD-IDENTITY-CHECK
           END-IF.

           DISPLAY 'CRECUST: Writing phonetic index row'
           PERFORM MAINTAIN-PHONETIC-KEY

           EXIT.


       VERIFY-IDENTITY SECTION.
       VID010.
      *
      *    Send the applicant's name, date of birth, current and
      *    previous addresses and tax id to the identity
      *    verification provider through IDVCHK. A provider that is
      *    down or slow comes back 'U' - onboarding carries on, as
      *    it does with the counter server down, and IDVRETRY
      *    verifies the customer later. A LINK that fails outright
      *    is treated the same way.
      *
           IF COMM-PREV-ADDR = LOW-VALUES
              MOVE SPACES TO COMM-PREV-ADDR
           END-IF.

           INITIALIZE IDVCHK-COMMAREA.
           SET IDVCHK-VERIFY TO TRUE.
           MOVE SORTCODE TO IDVCHK-SORTCODE.
           MOVE COMM-NUMBER OF COMM-KEY TO IDVCHK-CUSTNO.
           MOVE COMM-TITLE OF COMM-NAME TO IDVCHK-TITLE.
           MOVE COMM-FIRST-NAME OF COMM-NAME TO IDVCHK-FIRST-NAME.
           MOVE COMM-LAST-NAME OF COMM-NAME TO IDVCHK-LAST-NAME.
           COMPUTE IDVCHK-DOB =
              (COMM-DOB-YEAR OF COMM-DOB * 10000) +
              (COMM-DOB-MONTH OF COMM-DOB * 100) +
              COMM-DOB-DAY OF COMM-DOB.
           MOVE COMM-TAX-ID TO IDVCHK-TAX-ID.
           MOVE COMM-ADDR-LINE1 OF COMM-ADDR TO IDVCHK-ADDR-LINE1 (1).
           MOVE COMM-ADDR-LINE2 OF COMM-ADDR TO IDVCHK-ADDR-LINE2 (1).
           MOVE COMM-CITY OF COMM-ADDR TO IDVCHK-CITY (1).
           MOVE COMM-POSTCODE OF COMM-ADDR TO IDVCHK-POSTCODE (1).
           MOVE COMM-COUNTRY OF COMM-ADDR TO IDVCHK-COUNTRY (1).
           MOVE COMM-PREV-ADDR-LINE1 TO IDVCHK-ADDR-LINE1 (2).
           MOVE COMM-PREV-ADDR-LINE2 TO IDVCHK-ADDR-LINE2 (2).
           MOVE COMM-PREV-CITY TO IDVCHK-CITY (2).
           MOVE COMM-PREV-POSTCODE TO IDVCHK-POSTCODE (2).
           MOVE COMM-PREV-COUNTRY TO IDVCHK-COUNTRY (2).

           EXEC CICS LINK PROGRAM(IDVCHK-PROGRAM)
                COMMAREA(IDVCHK-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
                END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'CRECUST: LINK to IDVCHK failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'U' TO IDVCHK-RESULT
              MOVE SPACES TO IDVCHK-PROVIDER-REF
              MOVE 0 TO IDVCHK-SCORE
           END-IF.

           DISPLAY 'CRECUST: Identity verification result='
                   IDVCHK-RESULT

           MOVE IDVCHK-RESULT TO COMM-IDV-RESULT.

       VID999.
           EXIT.


       RECORD-IDENTITY-CHECK SECTION.
       RIC010.
      *
      *    The outcome goes onto IDENTITY_CHECK against the number
      *    issued, in the same unit of work as the CUSTOMER insert.
      *    The previous address is kept on the row so a retry sends
      *    the same address history. A customer must never exist
      *    without the row that says whether they were verified, so
      *    a failure here abends and the insert backs out with it;
      *    for a declined applicant there is no customer to protect
      *    and the failure is only logged.
      *
           MOVE SORTCODE TO HV-IDCHK-SORTCODE.
           MOVE COMM-NUMBER OF COMM-KEY TO HV-IDCHK-NUMBER.
           MOVE COMM-IDV-RESULT TO HV-IDCHK-RESULT.
           MOVE IDVCHK-PROVIDER-REF TO HV-IDCHK-PROVIDER-REF.
           MOVE IDVCHK-SCORE TO HV-IDCHK-SCORE.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :HV-IDCHK-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              INSERT INTO IDENTITY_CHECK
                     ( IDENTITY_CHECK_SORTCODE,
                       IDENTITY_CHECK_NUMBER,
                       IDENTITY_CHECK_RESULT,
                       IDENTITY_CHECK_PROVIDER_REF,
                       IDENTITY_CHECK_SCORE,
                       IDENTITY_CHECK_PREV_LINE1,
                       IDENTITY_CHECK_PREV_LINE2,
                       IDENTITY_CHECK_PREV_CITY,
                       IDENTITY_CHECK_PREV_POSTCODE,
                       IDENTITY_CHECK_PREV_COUNTRY,
                       IDENTITY_CHECK_DATE,
                       IDENTITY_CHECK_ATTEMPTS,
                       IDENTITY_CHECK_SOURCE,
                       IDENTITY_CHECK_CLEARED_BY )
              VALUES ( :HV-IDCHK-SORTCODE,
                       :HV-IDCHK-NUMBER,
                       :HV-IDCHK-RESULT,
                       CASE :HV-IDCHK-RESULT
                          WHEN 'U' THEN NULL
                          ELSE :HV-IDCHK-PROVIDER-REF
                       END,
                       CASE :HV-IDCHK-RESULT
                          WHEN 'U' THEN NULL
                          ELSE :HV-IDCHK-SCORE
                       END,
                       :COMM-PREV-ADDR-LINE1,
                       :COMM-PREV-ADDR-LINE2,
                       :COMM-PREV-CITY,
                       :COMM-PREV-POSTCODE,
                       :COMM-PREV-COUNTRY,
                       :HV-IDCHK-DATE,
                       1,
                       'CRECUST',
                       NULL )
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'CRECUST: INSERT IDENTITY_CHECK SQLCODE='
                   SQLCODE-DISPLAY

           IF SQLCODE NOT = 0 AND COMM-IDV-RESULT NOT = 'F'
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'CRC6' TO ABND-CODE
              STRING 'RIC010 - Unable to INSERT IDENTITY_CHECK '
                 DELIMITED BY SIZE,
                     'for key:' DELIMITED BY SIZE,
                     HV-IDCHK-SORTCODE DELIMITED BY SIZE,
                     HV-IDCHK-NUMBER DELIMITED BY SIZE,
                     ' SQLCODE=' DELIMITED BY SIZE,
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
                   END-EXEC

              MOVE EIBTASKN TO ABND-TASKNO-KEY
              MOVE EIBTRNID TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                 INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME TO ABND-UTIME-KEY

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                   END-EXEC

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                   COMMAREA(ABNDINFO-REC)
                   END-EXEC

              EXEC CICS ABEND
                   ABCODE('CRC6')
                   END-EXEC

           END-IF.

       RIC999.
           EXIT.


       GET-NEXT-CUSTOMER-NUMBER SECTION.
       GNCN010.
      *
              MOVE 'INACTIVE' TO HV-CUSTOMER-STATUS
           END-IF.

      *
      *    A refer from the identity verification provider outranks
      *    both - the customer is RESTRICTED until the branch has
      *    seen documents and recorded one through KYCDOC.
      *
           IF COMM-IDV-RESULT = 'R'
              DISPLAY 'CRECUST: Identity verification referred - '
                      'customer created RESTRICTED'
              MOVE 'RESTRICTED' TO HV-CUSTOMER-STATUS
           END-IF.

           PERFORM POPULATE-TIME-DATE
      *
      *    Store the DDMMYYYY value CICS gave us as a CCYYMMDD
              MOVE 'N' TO HV-CUSTOMER-LOC-CORR
           END-IF.

           IF COMM-CUST-ORGANISATION
              MOVE 'O' TO HV-CUSTOMER-TYPE
           ELSE
              MOVE 'P' TO HV-CUSTOMER-TYPE
           END-IF.

           DISPLAY 'CRECUST: Inserting customer into DB2'
           DISPLAY 'CRECUST: Sort code=' HV-CUSTOMER-SORTCODE
           DISPLAY 'CRECUST: Customer number=' HV-CUSTOMER-NUMBER
                      CUSTOMER_INCOME_BAND,
                      CUSTOMER_TAX_ID,
                      CUSTOMER_PREF_LANGUAGE,
                      CUSTOMER_LOCALIZED_CORR,
                      CUSTOMER_TYPE
                     )
              VALUES
                     (
                      :HV-CUSTOMER-INCOME-BAND,
                      :HV-CUSTOMER-TAX-ID,
                      :HV-CUSTOMER-PREF-LANG,
                      :HV-CUSTOMER-LOC-CORR,
                      :HV-CUSTOMER-TYPE
                     )
           END-EXEC.

           EXIT.


       VALIDATE-ORGANISATION SECTION.
       VOR010.
      *
      *    The registered name and a recognised business type are
      *    required, and the incorporated types must quote their
      *    company registration number. The registered name is the
      *    name the rest of the system knows the customer by; a
      *    blank registered address is the correspondence address.
      *
           IF COMM-ORG-REG-NAME = SPACES OR LOW-VALUES
              DISPLAY 'CRECUST: Missing registered name'
              MOVE 'T' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-ORG-BUSINESS-TYPE NOT = 'SOLE'
              AND COMM-ORG-BUSINESS-TYPE NOT = 'PART'
              AND COMM-ORG-BUSINESS-TYPE NOT = 'LTD '
              AND COMM-ORG-BUSINESS-TYPE NOT = 'PLC '
              AND COMM-ORG-BUSINESS-TYPE NOT = 'LLP '
              AND COMM-ORG-BUSINESS-TYPE NOT = 'CHAR'
              AND COMM-ORG-BUSINESS-TYPE NOT = 'CLUB'
              DISPLAY 'CRECUST: Unrecognised business type '
                      COMM-ORG-BUSINESS-TYPE
              MOVE 'T' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF (COMM-ORG-BUSINESS-TYPE = 'LTD '
               OR COMM-ORG-BUSINESS-TYPE = 'PLC '
               OR COMM-ORG-BUSINESS-TYPE = 'LLP ')
              AND (COMM-ORG-COMPANY-REG = SPACES OR LOW-VALUES)
              DISPLAY 'CRECUST: Company registration number '
                      'required for ' COMM-ORG-BUSINESS-TYPE
              MOVE 'T' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-ORG-DUAL-SIGN-LIMIT NOT NUMERIC
              OR COMM-ORG-DUAL-SIGN-LIMIT < 0
              DISPLAY 'CRECUST: Invalid dual-signing limit'
              MOVE 'T' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-ORG-PARTY-COUNT NOT NUMERIC
              OR COMM-ORG-PARTY-COUNT = 0
              OR COMM-ORG-PARTY-COUNT > 6
              DISPLAY 'CRECUST: An organisation needs between one '
                      'and six signatories/owners'
              MOVE 'H' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE SPACES TO COMM-TITLE OF COMM-NAME.
           MOVE SPACES TO COMM-FIRST-NAME OF COMM-NAME.
           MOVE COMM-ORG-REG-NAME TO COMM-LAST-NAME OF COMM-NAME.

           IF COMM-ORG-REG-ADDR-LINE1 = SPACES OR LOW-VALUES
              MOVE COMM-ADDR-LINE1 OF COMM-ADDR
                 TO COMM-ORG-REG-ADDR-LINE1
              MOVE COMM-ADDR-LINE2 OF COMM-ADDR
                 TO COMM-ORG-REG-ADDR-LINE2
              MOVE COMM-CITY OF COMM-ADDR TO COMM-ORG-REG-CITY
              MOVE COMM-POSTCODE OF COMM-ADDR TO COMM-ORG-REG-POSTCODE
              MOVE COMM-COUNTRY OF COMM-ADDR TO COMM-ORG-REG-COUNTRY
           END-IF.

       VOR999.
           EXIT.


       CHECK-ORGANISATION-PARTIES SECTION.
       COP010.
      *
      *    Every party must be an existing individual customer at
      *    this sort code, named once, in a recognised role. At
      *    least one must be able to sign, and a two-to-sign rule
      *    needs at least two who can. A lookup failure fails
      *    closed.
      *
           MOVE 0 TO WS-SIGNING-PARTIES.

           PERFORM VARYING WS-PARTY-IX FROM 1 BY 1
              UNTIL WS-PARTY-IX > COMM-ORG-PARTY-COUNT

              IF COMM-PARTY-CUSTNO (WS-PARTY-IX) = SPACES
                 OR COMM-PARTY-CUSTNO (WS-PARTY-IX) = LOW-VALUES
                 DISPLAY 'CRECUST: Party ' WS-PARTY-IX
                         ' has no customer number'
                 MOVE 'H' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              IF COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'DIR '
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'PART'
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'PROP'
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'SEC '
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'TRUS'
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'AUTH'
                 AND COMM-PARTY-ROLE (WS-PARTY-IX) NOT = 'OWNR'
                 DISPLAY 'CRECUST: Party ' WS-PARTY-IX
                         ' has an unrecognised role'
                 MOVE 'H' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              IF COMM-PARTY-SIGN-LIMIT (WS-PARTY-IX) NOT NUMERIC
                 OR COMM-PARTY-SIGN-LIMIT (WS-PARTY-IX) < 0
                 OR COMM-PARTY-OWNERSHIP-PCT (WS-PARTY-IX)
                       NOT NUMERIC
                 OR COMM-PARTY-OWNERSHIP-PCT (WS-PARTY-IX) > 100
                 DISPLAY 'CRECUST: Party ' WS-PARTY-IX
                         ' has an invalid limit or share'
                 MOVE 'H' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              PERFORM VARYING WS-PARTY-IX2 FROM 1 BY 1
                 UNTIL WS-PARTY-IX2 >= WS-PARTY-IX
                 IF COMM-PARTY-CUSTNO (WS-PARTY-IX2) =
                    COMM-PARTY-CUSTNO (WS-PARTY-IX)
                    DISPLAY 'CRECUST: Party ' WS-PARTY-IX
                            ' is named twice'
                    MOVE 'H' TO COMM-FAIL-CODE
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF
              END-PERFORM

              MOVE COMM-PARTY-CUSTNO (WS-PARTY-IX) TO HV-SIGN-CUSTOMER

              EXEC SQL
                 SELECT COALESCE(CUSTOMER_TYPE, 'P')
                   INTO :HV-PARTY-TYPE
                   FROM CUSTOMER
                  WHERE CUSTOMER_SORTCODE = :SORTCODE
                    AND CUSTOMER_NUMBER = :HV-SIGN-CUSTOMER
              END-EXEC

              IF SQLCODE NOT = 0 OR HV-PARTY-TYPE = 'O'
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'CRECUST: Party ' HV-SIGN-CUSTOMER
                         ' is not an individual customer, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 'H' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              IF COMM-PARTY-SIGN-LIMIT (WS-PARTY-IX) > 0
                 ADD 1 TO WS-SIGNING-PARTIES
              END-IF

           END-PERFORM.

           IF WS-SIGNING-PARTIES = 0
              OR (COMM-ORG-DUAL-SIGN-LIMIT > 0
                  AND WS-SIGNING-PARTIES < 2)
              DISPLAY 'CRECUST: Not enough signatories for the '
                      'signing rule'
              MOVE 'H' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       COP999.
           EXIT.


       SCREEN-BENEFICIAL-OWNERS SECTION.
       SBO010.
      *
      *    Every beneficial owner goes through SCRNCUST on the name
      *    and date of birth held on their own CUSTOMER row. As for
      *    the applicant, a potential match blocks the onboarding
      *    and is queued for the review team, and a screening run
      *    that fails fails closed.
      *
           PERFORM VARYING WS-PARTY-IX FROM 1 BY 1
              UNTIL WS-PARTY-IX > COMM-ORG-PARTY-COUNT

              IF COMM-PARTY-BENEF-OWNER (WS-PARTY-IX) = 'Y'
                 MOVE COMM-PARTY-CUSTNO (WS-PARTY-IX)
                    TO HV-SIGN-CUSTOMER

                 EXEC SQL
                    SELECT CUSTOMER_FIRST_NAME,
                           CUSTOMER_LAST_NAME,
                           CUSTOMER_DATE_OF_BIRTH
                      INTO :HV-PARTY-FIRST-NAME,
                           :HV-PARTY-LAST-NAME,
                           :HV-PARTY-DOB
                      FROM CUSTOMER
                     WHERE CUSTOMER_SORTCODE = :SORTCODE
                       AND CUSTOMER_NUMBER = :HV-SIGN-CUSTOMER
                 END-EXEC

                 IF SQLCODE NOT = 0
                    DISPLAY 'CRECUST: Beneficial owner '
                            HV-SIGN-CUSTOMER ' could not be read'
                    MOVE 'R' TO COMM-FAIL-CODE
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF

                 INITIALIZE SCRNCUST-COMMAREA
                 MOVE HV-PARTY-FIRST-NAME TO SCRN-FIRST-NAME
                 MOVE HV-PARTY-LAST-NAME TO SCRN-LAST-NAME
                 MOVE HV-PARTY-DOB TO SCRN-DOB

                 EXEC CICS LINK PROGRAM(SCRNCUST-PROGRAM)
                      COMMAREA(SCRNCUST-COMMAREA)
                      END-EXEC

                 DISPLAY 'CRECUST: SCRNCUST result (owner '
                         HV-SIGN-CUSTOMER ')=' SCRN-RESULT

                 IF SCRN-CHECK-FAILED
                    MOVE 'R' TO COMM-FAIL-CODE
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF

                 IF SCRN-POTENTIAL-MATCH
                    PERFORM QUEUE-OWNER-SCREEN-REVIEW
                    MOVE 'Q' TO COMM-FAIL-CODE
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF
              END-IF

           END-PERFORM.

       SBO999.
           EXIT.


       QUEUE-OWNER-SCREEN-REVIEW SECTION.
       QOS010.
      *
      *    The owner is already a customer, so the review row
      *    carries their own customer number and name.
      *
           INITIALIZE HOST-SCREEN-REVIEW-ROW.
           MOVE SORTCODE TO HV-SCRVW-SORTCODE.
           MOVE HV-SIGN-CUSTOMER TO HV-SCRVW-NUMBER.
           STRING HV-PARTY-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-PARTY-LAST-NAME DELIMITED BY '  '
              INTO HV-SCRVW-CUST-NAME
           END-STRING.
           MOVE SCRN-MATCH-NAME TO HV-SCRVW-MATCHED-NAME.
           MOVE SCRN-MATCH-TYPE TO HV-SCRVW-LIST-TYPE.
           MOVE 'O' TO HV-SCRVW-STATUS.
           PERFORM POPULATE-TIME-DATE.
           MOVE WS-ORIG-DATE TO HV-SCRVW-RAISED-DATE.
           MOVE 'CRECUST' TO HV-SCRVW-RAISED-BY.

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

           MOVE SQLCODE TO SQLCODE-DISPLAY
           DISPLAY 'CRECUST: INSERT SCREEN_REVIEW SQLCODE='
                   SQLCODE-DISPLAY.

       QOS999.
           EXIT.


       CREATE-ORGANISATION-DB2 SECTION.
       COD010.
      *
      *    The business details and every party go in with the
      *    CUSTOMER row, in the same unit of work.
      *
           INITIALIZE HOST-ORGANISATION-ROW.
           MOVE COMM-ORG-DUAL-SIGN-LIMIT TO HV-ORG-DUAL-SIGN-LIMIT.
           MOVE HV-CUSTOMER-CREATE-DATE TO HV-ORG-CREATED-DATE.
           MOVE EIBOPID TO HV-ORG-CREATED-BY.

           EXEC SQL
              INSERT INTO ORGANISATION
                     ( ORGANISATION_SORTCODE,
                       ORGANISATION_NUMBER,
                       ORGANISATION_REG_NAME,
                       ORGANISATION_TRADING_NAME,
                       ORGANISATION_COMPANY_REG,
                       ORGANISATION_BUSINESS_TYPE,
                       ORGANISATION_REG_ADDR_LINE1,
                       ORGANISATION_REG_ADDR_LINE2,
                       ORGANISATION_REG_CITY,
                       ORGANISATION_REG_POSTCODE,
                       ORGANISATION_REG_COUNTRY,
                       ORGANISATION_DUAL_SIGN_LIMIT,
                       ORGANISATION_CREATED_DATE,
                       ORGANISATION_CREATED_BY )
              VALUES ( :HV-CUSTOMER-SORTCODE,
                       :HV-CUSTOMER-NUMBER,
                       :COMM-ORG-REG-NAME,
                       :COMM-ORG-TRADING-NAME,
                       :COMM-ORG-COMPANY-REG,
                       :COMM-ORG-BUSINESS-TYPE,
                       :COMM-ORG-REG-ADDR-LINE1,
                       :COMM-ORG-REG-ADDR-LINE2,
                       :COMM-ORG-REG-CITY,
                       :COMM-ORG-REG-POSTCODE,
                       :COMM-ORG-REG-COUNTRY,
                       :HV-ORG-DUAL-SIGN-LIMIT,
                       :HV-ORG-CREATED-DATE,
                       :HV-ORG-CREATED-BY )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'COD010 - Unable to INSERT ORGANISATION '
                 TO WS-ORG-ABEND-STEP
              PERFORM ABEND-ORGANISATION-DB2
           END-IF.

           PERFORM VARYING WS-PARTY-IX FROM 1 BY 1
              UNTIL WS-PARTY-IX > COMM-ORG-PARTY-COUNT

              MOVE COMM-PARTY-CUSTNO (WS-PARTY-IX) TO HV-SIGN-CUSTOMER
              MOVE COMM-PARTY-ROLE (WS-PARTY-IX) TO HV-SIGN-ROLE
              MOVE COMM-PARTY-SIGN-LIMIT (WS-PARTY-IX)
                 TO HV-SIGN-SIGNING-LIMIT
              IF COMM-PARTY-BENEF-OWNER (WS-PARTY-IX) = 'Y'
                 MOVE 'Y' TO HV-SIGN-BENEF-OWNER
              ELSE
                 MOVE 'N' TO HV-SIGN-BENEF-OWNER
              END-IF
              MOVE COMM-PARTY-OWNERSHIP-PCT (WS-PARTY-IX)
                 TO HV-SIGN-OWNERSHIP-PCT

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
                 VALUES ( :HV-CUSTOMER-SORTCODE,
                          :HV-CUSTOMER-NUMBER,
                          :HV-SIGN-CUSTOMER,
                          :HV-SIGN-ROLE,
                          :HV-SIGN-SIGNING-LIMIT,
                          :HV-SIGN-BENEF-OWNER,
                          :HV-SIGN-OWNERSHIP-PCT,
                          'A',
                          :HV-ORG-CREATED-DATE,
                          :HV-ORG-CREATED-BY )
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'COD010 - Unable to INSERT SIGNATORY '
                    TO WS-ORG-ABEND-STEP
                 PERFORM ABEND-ORGANISATION-DB2
              END-IF

           END-PERFORM.

       COD999.
           EXIT.


       ABEND-ORGANISATION-DB2 SECTION.
       AOD010.
      *
      *    Database error writing the organisation - set up abend
      *    info the same way the CUSTOMER insert does. The abend
      *    backs out the CUSTOMER row with it.
      *
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           INITIALIZE ABNDINFO-REC.
           MOVE SQLCODE TO ABND-SQLCODE.

           EXEC CICS ASSIGN APPLID(ABND-APPLID)
                END-EXEC.

           MOVE EIBTASKN TO ABND-TASKNO-KEY.
           MOVE EIBTRNID TO ABND-TRANID.

           PERFORM POPULATE-TIME-DATE.

           MOVE WS-ORIG-DATE TO ABND-DATE.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
              INTO ABND-TIME
           END-STRING.

           MOVE WS-U-TIME TO ABND-UTIME-KEY.
           MOVE 'CRC5' TO ABND-CODE.

           EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
                END-EXEC.

           STRING WS-ORG-ABEND-STEP DELIMITED BY '  ',
                  ' for key:' DELIMITED BY SIZE,
                  HV-CUSTOMER-SORTCODE DELIMITED BY SIZE,
                  HV-CUSTOMER-NUMBER DELIMITED BY SIZE,
                  ' SQLCODE=' DELIMITED BY SIZE,
                  SQLCODE-DISPLAY DELIMITED BY SIZE
              INTO ABND-FREEFORM
           END-STRING.

           EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                COMMAREA(ABNDINFO-REC)
                END-EXEC.

           EXEC CICS ABEND
                ABCODE('CRC5')
                END-EXEC.

       AOD999.
           EXIT.


       MAINTAIN-PHONETIC-KEY SECTION.
       MPK010.
      *

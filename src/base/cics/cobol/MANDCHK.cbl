      * rules. INQCUST, INQACCCU and XFRFUN all LINK here for their
      * acting-for calls, so whether a power of attorney, appointee
      * or signatory may do a thing is decided in exactly one
      * place. XFRFUN and DBCRFUN also LINK here with scope 'S' to
      * have an organisation's signing rules applied to a payment
      * it instructs itself.
      *
      * The mandate must be active and in force on today's date,
      * must cover the customer being acted on (and the account,
      * scope; anything full needs 'F'. The holder's name comes
      * back for the caller's CUSTOMER_ACCESS_LOG stamp.
      *
      * The signing check ('S') needs no mandate. A customer with
      * no ORGANISATION row is a private individual and may always
      * sign for themselves. For an organisation, signatory 1 must
      * be an active SIGNATORY of it whose own signing limit covers
      * the amount (a limit of zero may not sign at all); above the
      * organisation's dual-signing limit a second, different
      * signatory must countersign on the same terms.
      *
      * A DB2 problem fails closed - no authority is assumed that
      * cannot be proven.
      *

       01 WS-REQ-ACCNO-X                PIC X(8).

      * ORGANISATION and SIGNATORY DB2 copybooks
           EXEC SQL
              INCLUDE ORGDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SIGNDB2
           END-EXEC.

      * Host variables for the signing check
       01 HOST-SIGNING-ROW.
          03 HV-SIGN-SORTCODE           PIC X(6).
          03 HV-SIGN-ORG-NUMBER         PIC X(10).
          03 HV-SIGN-CUSTOMER           PIC X(10).
          03 HV-SIGN-DUAL-LIMIT         PIC S9(10)V99 COMP-3.
          03 HV-SIGN-SIGNING-LIMIT      PIC S9(10)V99 COMP-3.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY MANDCHK.
           MOVE ' ' TO COMM-MC-FAIL-CD.
           MOVE SPACES TO COMM-MC-HOLDER-NAME.

           IF COMM-MC-REQ-SCOPE = 'S'
              PERFORM CHECK-SIGNING-RULES
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE COMM-MC-MANDATE-ID TO HV-MAND-ID.

           EXEC SQL
           EXIT.


       CHECK-SIGNING-RULES SECTION.
       CSR010.

           MOVE COMM-MC-SCODE TO HV-SIGN-SORTCODE.
           MOVE COMM-MC-CUSTNO TO HV-SIGN-ORG-NUMBER.

           EXEC SQL
              SELECT ORGANISATION_DUAL_SIGN_LIMIT
                INTO :HV-SIGN-DUAL-LIMIT
                FROM ORGANISATION
               WHERE ORGANISATION_SORTCODE = :HV-SIGN-SORTCODE
                 AND ORGANISATION_NUMBER = :HV-SIGN-ORG-NUMBER
           END-EXEC.

      *
      *    Not an organisation - a private customer signs for
      *    themselves.
      *
           IF SQLCODE = 100
              MOVE 'Y' TO COMM-MC-PERMITTED
              GO TO CSR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-MC-FAIL-CD
              GO TO CSR999
           END-IF.

           IF COMM-MC-SIGNATORY-1 = SPACES
              OR COMM-MC-SIGNATORY-1 = '0000000000'
              MOVE '6' TO COMM-MC-FAIL-CD
              GO TO CSR999
           END-IF.

           MOVE COMM-MC-SIGNATORY-1 TO HV-SIGN-CUSTOMER.
           PERFORM CHECK-ONE-SIGNATORY.

           IF COMM-MC-FAIL-CD NOT = ' '
              GO TO CSR999
           END-IF.

           IF HV-SIGN-DUAL-LIMIT > 0
              AND COMM-MC-AMOUNT > HV-SIGN-DUAL-LIMIT

              IF COMM-MC-SIGNATORY-2 = SPACES
                 OR COMM-MC-SIGNATORY-2 = '0000000000'
                 OR COMM-MC-SIGNATORY-2 = COMM-MC-SIGNATORY-1
                 MOVE '7' TO COMM-MC-FAIL-CD
                 GO TO CSR999
              END-IF

              MOVE COMM-MC-SIGNATORY-2 TO HV-SIGN-CUSTOMER
              PERFORM CHECK-ONE-SIGNATORY

              IF COMM-MC-FAIL-CD NOT = ' '
                 GO TO CSR999
              END-IF
           END-IF.

           MOVE 'Y' TO COMM-MC-PERMITTED.

       CSR999.
           EXIT.


       CHECK-ONE-SIGNATORY SECTION.
       COS010.
      *
      *    HV-SIGN-CUSTOMER must be an active signatory of the
      *    organisation whose own limit covers the amount.
      *
           EXEC SQL
              SELECT SIGNATORY_SIGNING_LIMIT
                INTO :HV-SIGN-SIGNING-LIMIT
                FROM SIGNATORY
               WHERE SIGNATORY_SORTCODE = :HV-SIGN-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-SIGN-ORG-NUMBER
                 AND SIGNATORY_CUSTOMER = :HV-SIGN-CUSTOMER
                 AND SIGNATORY_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '6' TO COMM-MC-FAIL-CD
              GO TO COS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-MC-FAIL-CD
              GO TO COS999
           END-IF.

           IF HV-SIGN-SIGNING-LIMIT NOT > 0
              OR COMM-MC-AMOUNT > HV-SIGN-SIGNING-LIMIT
              MOVE '6' TO COMM-MC-FAIL-CD
           END-IF.

       COS999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.


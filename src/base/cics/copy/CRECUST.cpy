          03 COMM-ID-DOC-REF                 PIC X(20).
          03 COMM-ID-DOC-ISSUE               PIC 9(8).
          03 COMM-ID-DOC-EXPIRY              PIC 9(8).
      *
      *    An organisation customer - sole trader, partnership,
      *    company, charity or club - is onboarded with
      *    COMM-CUSTOMER-TYPE 'O'. COMM-DOB then carries the date
      *    the business was established rather than a birth date
      *    (no minimum age applies), COMM-ADDR is its correspondence
      *    address, and the registered name becomes the customer's
      *    name. Its business details go onto ORGANISATION and its
      *    parties onto SIGNATORY in the same unit of work as the
      *    CUSTOMER row. Each party must be an existing individual
      *    customer at our sort code, at least one must be able to
      *    sign, and every beneficial owner is screened through
      *    SCRNCUST before a CUSTOMER-NUMBER is issued.
      *
          03 COMM-CUSTOMER-TYPE              PIC X.
             88 COMM-CUST-PERSON             VALUE 'P' ' '.
             88 COMM-CUST-ORGANISATION       VALUE 'O'.
          03 COMM-ORG.
             05 COMM-ORG-REG-NAME            PIC X(100).
             05 COMM-ORG-TRADING-NAME        PIC X(100).
             05 COMM-ORG-COMPANY-REG         PIC X(10).
             05 COMM-ORG-BUSINESS-TYPE       PIC X(4).
             05 COMM-ORG-REG-ADDR.
                07 COMM-ORG-REG-ADDR-LINE1   PIC X(50).
                07 COMM-ORG-REG-ADDR-LINE2   PIC X(50).
                07 COMM-ORG-REG-CITY         PIC X(50).
                07 COMM-ORG-REG-POSTCODE     PIC X(10).
                07 COMM-ORG-REG-COUNTRY      PIC X(50).
             05 COMM-ORG-DUAL-SIGN-LIMIT     PIC S9(10)V99.
             05 COMM-ORG-PARTY-COUNT         PIC 9.
             05 COMM-ORG-PARTY OCCURS 6 TIMES.
                07 COMM-PARTY-CUSTNO         PIC X(10).
                07 COMM-PARTY-ROLE           PIC X(4).
                07 COMM-PARTY-SIGN-LIMIT     PIC S9(10)V99.
                07 COMM-PARTY-BENEF-OWNER    PIC X.
                07 COMM-PARTY-OWNERSHIP-PCT  PIC 9(3)V99.
      *
      *    The applicant's previous address, where they have lived
      *    at COMM-ADDR for less than three years - sent with the
      *    current address to the identity verification provider as
      *    their address history. Spaces when there is none.
      *
          03 COMM-PREV-ADDR.
             05 COMM-PREV-ADDR-LINE1         PIC X(50).
             05 COMM-PREV-ADDR-LINE2         PIC X(50).
             05 COMM-PREV-CITY               PIC X(50).
             05 COMM-PREV-POSTCODE           PIC X(10).
             05 COMM-PREV-COUNTRY            PIC X(50).
      *
      *    The electronic identity verification outcome, returned
      *    to the caller: 'P' pass, 'R' refer (the customer is
      *    created RESTRICTED until an identity document is recorded
      *    through KYCDOC), 'F' fail (the applicant is declined with
      *    COMM-FAIL-CODE 'I'), 'U' provider unavailable (the
      *    customer is created and verified later by IDVRETRY), or
      *    space for an organisation, which is not verified.
      *
          03 COMM-IDV-RESULT                 PIC X.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for SIGNMNT - maintains an organisation customer's   *
      *  signatories and beneficial owners in the SIGNATORY table.     *
      *                                                                *
      *  Set COMM-SG-ACTION to 'A' to add an individual customer to    *
      *  the organisation in a role with a signing limit, 'C' to       *
      *  change an active party's role, limit or share, 'R' to remove  *
      *  one, or 'L' to list the organisation's parties a page at a    *
      *  time (COMM-SG-LIST-START skip-count, CUSTSRCH style).         *
      *                                                                *
      *  A change or removal that would leave too few people able to   *
      *  sign for the organisation's signing rule is refused ('7').    *
      *  A beneficial owner is screened through SCRNCUST when added;   *
      *  a potential match is queued for review and refused ('Q').     *
      *                                                                *
      ******************************************************************
          03 COMM-SG-ACTION                  PIC X.
             88 SG-ACTION-ADD                VALUE 'A'.
             88 SG-ACTION-CHANGE             VALUE 'C'.
             88 SG-ACTION-REMOVE             VALUE 'R'.
             88 SG-ACTION-LIST               VALUE 'L'.
          03 COMM-SG-SCODE                   PIC X(6).
          03 COMM-SG-ORG-NUMBER              PIC 9(10).
          03 COMM-SG-CUSTNO                  PIC 9(10).
          03 COMM-SG-ROLE                    PIC X(4).
          03 COMM-SG-SIGN-LIMIT              PIC S9(10)V99.
          03 COMM-SG-BENEF-OWNER             PIC X.
          03 COMM-SG-OWNERSHIP-PCT           PIC 9(3)V99.
          03 COMM-SG-LIST-START              PIC 9(4).
          03 COMM-SG-LIST-MORE               PIC X.
             88 MORE-SG-ROWS-FOLLOW          VALUE 'Y'.
             88 NO-MORE-SG-ROWS              VALUE 'N'.
          03 COMM-SG-LIST-COUNT              PIC 9(2).
          03 COMM-SG-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-SG-LIST-CUSTNO          PIC X(10).
             05 COMM-SG-LIST-ROLE            PIC X(4).
             05 COMM-SG-LIST-SIGN-LIMIT      PIC S9(10)V99.
             05 COMM-SG-LIST-BENEF-OWNER     PIC X.
             05 COMM-SG-LIST-OWNERSHIP-PCT   PIC 9(3)V99.
          03 COMM-SG-SUCCESS                 PIC X.
             88 SG-SUCCESS                   VALUE 'Y'.
          03 COMM-SG-FAIL-CD                 PIC X.
             88 SG-BAD-ACTION                VALUE '1'.
             88 SG-ORG-NOT-FOUND             VALUE '2'.
             88 SG-NOT-AN-INDIVIDUAL         VALUE '3'.
             88 SG-ALREADY-A-PARTY           VALUE '4'.
             88 SG-NOT-FOUND                 VALUE '5'.
             88 SG-BAD-ROLE-OR-LIMIT         VALUE '6'.
             88 SG-TOO-FEW-SIGNATORIES       VALUE '7'.
             88 SG-DB2-ERROR                 VALUE '8'.
             88 SG-SCREENING-FAILED          VALUE 'R'.
             88 SG-SCREENING-REVIEW          VALUE 'Q'.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for LGLHMNT - places, lifts and lists LEGAL_HOLD     *
      *  rows.                                                         *
      *                                                                *
      *  COMM-LGH-ACTION 'P' places a hold on the customer keyed,      *
      *  with the reason, case reference and lifting role supplied     *
      *  (the role defaults to 'COMP'); the new hold id comes back.    *
      *  'L' lifts the hold COMM-LGH-ID. 'E' lists the active holds    *
      *  a page at a time in the CORRINQ skip-count style - for the    *
      *  customer keyed, or across the book when the customer number   *
      *  is left blank. Placing needs a 'COMP' or 'MLRO' operator      *
      *  role and lifting the hold's own lifting role; otherwise       *
      *  fail code 'A' is returned.                                    *
      *                                                                *
      ******************************************************************
          03 COMM-LGH-ACTION                 PIC X.
             88 LGH-PLACE-HOLD               VALUE 'P'.
             88 LGH-LIFT-HOLD                VALUE 'L'.
             88 LGH-ENQUIRE                  VALUE 'E'.
          03 COMM-LGH-ID                     PIC 9(9).
          03 COMM-LGH-SCODE                  PIC X(6).
          03 COMM-LGH-CUSTNO                 PIC X(10).
          03 COMM-LGH-REASON                 PIC X(10).
          03 COMM-LGH-CASE-REF               PIC X(20).
          03 COMM-LGH-LIFT-ROLE              PIC X(4).
          03 COMM-LGH-LIST-START             PIC 9(4).
          03 COMM-LGH-LIST-MORE              PIC X.
             88 MORE-LGH-ROWS-FOLLOW         VALUE 'Y'.
             88 NO-MORE-LGH-ROWS             VALUE 'N'.
          03 COMM-LGH-LIST-COUNT             PIC 9(2).
          03 COMM-LGH-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-LGH-L-ID                PIC 9(9).
             05 COMM-LGH-L-SCODE             PIC X(6).
             05 COMM-LGH-L-CUSTNO            PIC X(10).
             05 COMM-LGH-L-REASON            PIC X(10).
             05 COMM-LGH-L-CASE-REF          PIC X(20).
             05 COMM-LGH-L-PLACED-BY         PIC X(3).
             05 COMM-LGH-L-PLACED-DATE       PIC 9(8).
             05 COMM-LGH-L-LIFT-ROLE         PIC X(4).
          03 COMM-LGH-SUCCESS                PIC X.
             88 LGH-SUCCESS                  VALUE 'Y'.
          03 COMM-LGH-FAIL-CD                PIC X.
             88 LGH-BAD-ACTION               VALUE '1'.
             88 LGH-NO-KEY                   VALUE '2'.
             88 LGH-BAD-REASON               VALUE '3'.
             88 LGH-CUST-NOT-FOUND           VALUE '4'.
             88 LGH-HOLD-NOT-FOUND           VALUE '5'.
             88 LGH-NOT-AUTHORISED           VALUE 'A'.
             88 LGH-DB2-ERROR                VALUE '8'.

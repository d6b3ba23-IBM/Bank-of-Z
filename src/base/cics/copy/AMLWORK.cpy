      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for AMLWORK - the review workstation for the         *
      *  AML_REVIEW transaction-pattern queue AMLMON raises.           *
      *                                                                *
      *  Action 'L' pages the open cases oldest-first                  *
      *  (COMM-AW-LIST-START skip-count, CUSTSRCH style), optionally   *
      *  for one COMM-AW-PATTERN only, each entry showing the case's   *
      *  age in days and the customer's CUSTOMER_RISK_RATING.          *
      *                                                                *
      *  Actions 'V', 'D' and 'R' work one case, keyed by account,     *
      *  pattern and raised date. 'V' returns the case with the        *
      *  account's PROCTRAN postings over the days the pattern was     *
      *  tested (the raised date and the two before it). 'D' records   *
      *  the analyst's disposition of an open case with notes:         *
      *  COMM-AW-DISPOSITION 'N' (no further action) clears it, 'W'    *
      *  keeps it under watch, 'S' escalates it to a suspicious        *
      *  activity report for SARSUBM to file. 'R' is the MLRO's        *
      *  release of an escalated case, which lifts the hold it puts    *
      *  on CLOSACC and TRANSCUS - only an operator holding the        *
      *  'MLRO' role may release, never the analyst who escalated.     *
      *                                                                *
      ******************************************************************
          03 COMM-AW-ACTION                  PIC X.
             88 AW-ACTION-LIST               VALUE 'L'.
             88 AW-ACTION-VIEW               VALUE 'V'.
             88 AW-ACTION-DISPOSE            VALUE 'D'.
             88 AW-ACTION-RELEASE            VALUE 'R'.
          03 COMM-AW-SCODE                   PIC X(6).
          03 COMM-AW-ACCNO                   PIC X(8).
          03 COMM-AW-PATTERN                 PIC X(10).
          03 COMM-AW-RAISED                  PIC X(10).
          03 COMM-AW-DISPOSITION             PIC X.
             88 AW-DISP-NO-ACTION            VALUE 'N'.
             88 AW-DISP-WATCH                VALUE 'W'.
             88 AW-DISP-ESCALATE             VALUE 'S'.
          03 COMM-AW-NOTES                   PIC X(200).
          03 COMM-AW-LIST-START              PIC 9(4).
          03 COMM-AW-LIST-MORE               PIC X.
             88 MORE-AW-ROWS-FOLLOW          VALUE 'Y'.
             88 NO-MORE-AW-ROWS              VALUE 'N'.
          03 COMM-AW-LIST-COUNT              PIC 9(2).
          03 COMM-AW-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-AW-LIST-SCODE           PIC X(6).
             05 COMM-AW-LIST-ACCNO           PIC X(8).
             05 COMM-AW-LIST-CUSTNO          PIC X(10).
             05 COMM-AW-LIST-PATTERN         PIC X(10).
             05 COMM-AW-LIST-RAISED          PIC X(10).
             05 COMM-AW-LIST-AGE             PIC 9(5).
             05 COMM-AW-LIST-RISK            PIC X(10).
             05 COMM-AW-LIST-EVIDENCE        PIC X(100).
          03 COMM-AW-CASE.
             05 COMM-AW-CUSTNO               PIC X(10).
             05 COMM-AW-CUST-NAME            PIC X(100).
             05 COMM-AW-RISK-RATING          PIC X(10).
             05 COMM-AW-EVIDENCE             PIC X(100).
             05 COMM-AW-STATUS               PIC X.
             05 COMM-AW-AGE                  PIC 9(5).
             05 COMM-AW-DISPOSED-BY          PIC X(3).
             05 COMM-AW-DISPOSED-DATE        PIC X(10).
             05 COMM-AW-SAR-FILED-DATE       PIC X(10).
             05 COMM-AW-RELEASED-BY          PIC X(3).
             05 COMM-AW-RELEASED-DATE        PIC X(10).
             05 COMM-AW-TXN-MORE             PIC X.
             05 COMM-AW-TXN-COUNT            PIC 9(2).
             05 COMM-AW-TXN OCCURS 10 TIMES.
                07 COMM-AW-TXN-DATE          PIC X(10).
                07 COMM-AW-TXN-TIME          PIC X(6).
                07 COMM-AW-TXN-REF           PIC X(12).
                07 COMM-AW-TXN-TYPE          PIC X(3).
                07 COMM-AW-TXN-DESC          PIC X(40).
                07 COMM-AW-TXN-AMOUNT        PIC S9(10)V99.
          03 COMM-AW-SUCCESS                 PIC X.
             88 AW-SUCCESS                   VALUE 'Y'.
          03 COMM-AW-FAIL-CD                 PIC X.
             88 AW-BAD-ACTION                VALUE '1'.
             88 AW-CASE-NOT-FOUND            VALUE '2'.
             88 AW-BAD-DISPOSITION           VALUE '3'.
             88 AW-NOTES-REQUIRED            VALUE '4'.
             88 AW-NOT-AUTHORISED            VALUE 'A'.
             88 AW-SELF-REVIEW               VALUE 'S'.
             88 AW-DB2-ERROR                 VALUE '8'.

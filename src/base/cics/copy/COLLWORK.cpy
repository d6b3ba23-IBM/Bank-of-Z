      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for COLLWORK - the collector's worklist over        *
      *  COLLECTIONS_CASE.                                             *
      *                                                                *
      *  Action 'L' pages a collector's open cases in priority order  *
      *  (COMM-CW-LIST-START skip-count, CUSTSRCH style): cases due   *
      *  for action today or earlier first, then highest stage, then  *
      *  largest arrears. COMM-CW-COLLECTOR blank means the signed-on *
      *  operator. Action 'U' pages the unassigned cases the same     *
      *  way.                                                          *
      *                                                                *
      *  The other actions work on the open case for the account in  *
      *  COMM-CW-SCODE/COMM-CW-ACCNO: 'P' records a promise-to-pay    *
      *  of COMM-CW-PTP-AMOUNT by COMM-CW-PTP-DATE (today to          *
      *  30 days ahead), which also becomes the next action date;    *
      *  'N' moves the next action date to COMM-CW-NEXT-ACTION; and   *
      *  'A' assigns the case to the 'COLL' operator in               *
      *  COMM-CW-COLLECTOR. A collector may only work their own       *
      *  cases; MGR and RISK operators may work any case, and only    *
      *  they may assign. Dates are CCYYMMDD.                         *
      *                                                                *
      ******************************************************************
          03 COMM-CW-ACTION                  PIC X.
             88 CW-ACTION-LIST               VALUE 'L'.
             88 CW-ACTION-UNASSIGNED         VALUE 'U'.
             88 CW-ACTION-PROMISE            VALUE 'P'.
             88 CW-ACTION-NEXT-ACTION        VALUE 'N'.
             88 CW-ACTION-ASSIGN             VALUE 'A'.
          03 COMM-CW-COLLECTOR               PIC X(3).
          03 COMM-CW-SCODE                   PIC X(6).
          03 COMM-CW-ACCNO                   PIC 9(8).
          03 COMM-CW-PTP-AMOUNT              PIC 9(8)V99.
          03 COMM-CW-PTP-DATE                PIC 9(8).
          03 COMM-CW-NEXT-ACTION             PIC 9(8).
          03 COMM-CW-LIST-START              PIC 9(4).
          03 COMM-CW-LIST-MORE               PIC X.
             88 MORE-CW-ROWS-FOLLOW          VALUE 'Y'.
             88 NO-MORE-CW-ROWS              VALUE 'N'.
          03 COMM-CW-LIST-COUNT              PIC 9(2).
          03 COMM-CW-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-CW-LIST-SCODE           PIC X(6).
             05 COMM-CW-LIST-ACCNO           PIC X(8).
             05 COMM-CW-LIST-TYPE            PIC X.
             05 COMM-CW-LIST-CUSTNO          PIC X(10).
             05 COMM-CW-LIST-STAGE           PIC 9.
             05 COMM-CW-LIST-STATUS          PIC X.
             05 COMM-CW-LIST-ARREARS         PIC S9(10)V99.
             05 COMM-CW-LIST-OPENED          PIC 9(8).
             05 COMM-CW-LIST-NEXT-ACTION     PIC 9(8).
             05 COMM-CW-LIST-PTP-AMOUNT      PIC 9(8)V99.
             05 COMM-CW-LIST-PTP-DATE        PIC 9(8).
             05 COMM-CW-LIST-PTP-STATUS      PIC X.
             05 COMM-CW-LIST-BROKEN          PIC 9(3).
          03 COMM-CW-SUCCESS                 PIC X.
             88 CW-SUCCESS                   VALUE 'Y'.
          03 COMM-CW-FAIL-CD                 PIC X.
             88 CW-BAD-ACTION                VALUE '1'.
             88 CW-CASE-NOT-FOUND            VALUE '2'.
             88 CW-BAD-PROMISE               VALUE '3'.
             88 CW-BAD-NEXT-ACTION           VALUE '4'.
             88 CW-NOT-A-COLLECTOR           VALUE '5'.
             88 CW-NOT-AUTHORISED            VALUE 'A'.
             88 CW-DB2-ERROR                 VALUE '8'.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for TXNSRCH - searches the PROCTRAN postings on     *
      *  every account a customer holds, sole or joint through        *
      *  ACCOUNT_OWNER, and returns the matches newest first, a page  *
      *  (up to 20) at a time.                                        *
      *                                                                *
      *  Every filter is optional - a zero or blank one matches       *
      *  everything:                                                  *
      *    COMM-TS-AMOUNT-FROM/TO  the size of the posting, either    *
      *                            direction (zero TO = no top)       *
      *    COMM-TS-DATE-FROM/TO    CCYYMMDD posting dates             *
      *    COMM-TS-TYPE            one PROCTRAN type, e.g. 'DEB'      *
      *    COMM-TS-TEXT            a fragment of the description,     *
      *                            which carries the counterparty     *
      *                                                                *
      *  Paging uses a continuation token - pass back COMM-TS-TOKEN   *
      *  as it was returned (spaces on the first call) with the same  *
      *  filters, and keep calling while COMM-TS-MORE comes back 'Y'. *
      *                                                                *
      *  COMM-TS-ARCHIVED comes back 'Y' when the date range reaches  *
      *  back into history PROCARCH has moved off PROCTRAN (dated     *
      *  through COMM-TS-ARCH-THRU) - the matches shown are only the  *
      *  live part. Calling again with COMM-TS-QUEUE-RETR set to 'Y'  *
      *  queues a PROCRETR retrieval of the archived part for every   *
      *  one of the customer's accounts, and returns its id in        *
      *  COMM-TS-RETR-ID.                                             *
      *                                                                *
      ******************************************************************
          03 COMM-TS-SCODE                   PIC 9(6).
          03 COMM-TS-CUSTNO                  PIC 9(10).
          03 COMM-TS-AMOUNT-FROM             PIC 9(10)V99.
          03 COMM-TS-AMOUNT-TO               PIC 9(10)V99.
          03 COMM-TS-DATE-FROM               PIC 9(8).
          03 COMM-TS-DATE-TO                 PIC 9(8).
          03 COMM-TS-TYPE                    PIC X(3).
          03 COMM-TS-TEXT                    PIC X(20).
          03 COMM-TS-TOKEN.
             05 COMM-TS-TOKEN-DATE           PIC X(8).
             05 COMM-TS-TOKEN-REF            PIC X(12).
          03 COMM-TS-QUEUE-RETR              PIC X.
             88 TS-QUEUE-RETRIEVAL           VALUE 'Y'.
          03 COMM-TS-MORE                    PIC X.
             88 MORE-MATCHES-FOLLOW          VALUE 'Y'.
             88 NO-MORE-MATCHES              VALUE 'N'.
          03 COMM-TS-COUNT                   PIC 9(2).
          03 COMM-TS-SUCCESS                 PIC X.
             88 TS-SUCCESSFUL                VALUE 'Y'.
          03 COMM-TS-FAIL-CD                 PIC X.
             88 TS-NO-KEY                    VALUE 'C'.
             88 TS-BAD-RANGE                 VALUE '1'.
             88 TS-DB2-ERROR                 VALUE '8'.
          03 COMM-TS-RESULT OCCURS 20 TIMES.
             05 COMM-TS-ACCNO                PIC X(8).
             05 COMM-TS-DATE                 PIC X(10).
             05 COMM-TS-TIME                 PIC X(6).
             05 COMM-TS-REF                  PIC X(12).
             05 COMM-TS-TXN-TYPE             PIC X(3).
             05 COMM-TS-DESC                 PIC X(90).
             05 COMM-TS-AMOUNT               PIC S9(10)V99.
             05 COMM-TS-BALANCE              PIC S9(10)V99.
          03 COMM-TS-ARCHIVED                PIC X.
             88 TS-RANGE-ARCHIVED            VALUE 'Y'.
          03 COMM-TS-ARCH-THRU               PIC 9(8).
          03 COMM-TS-RETR-ID                 PIC 9(8).

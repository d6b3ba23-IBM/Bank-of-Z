       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program searches a customer's postings across every
      * account they hold - their own, and the joint ones ACCOUNT_OWNER
      * lists them on - so "a payment of about 120 some time in
      * March" is one enquiry rather than screen after screen of
      * INQPTRAN on each account in turn.
      *
      * The caller may narrow by the size of the posting (either
      * direction), a CCYYMMDD date range, a PROCTRAN type and a
      * fragment of the description - which is where the posting
      * programs put the counterparty - and any filter left blank or
      * zero matches everything. The matches come back newest first,
      * twenty at a time.
      *
      * PROCTRAN_DATE is DD.MM.YYYY text, so the range test and the
      * ordering are done on the year, month and day substrings, as
      * CHGLINQ and STMTRPRT do. Paging carries a continuation token
      * of the last posting's date and reference: a page resumes
      * strictly after it in the same order, so postings landing
      * while the caller pages cannot shift what has already been
      * seen. As with INQPTRAN, one row past the page is fetched as
      * a forward peek so COMM-TS-MORE only says 'Y' when there
      * genuinely is more.
      *
      * Where the date range reaches back past what PROCARCH has
      * left on the live table, the PTRAN_ARCHIVE_CONTROL marker is
      * returned, as INQPTRAN returns it, and the caller can ask
      * for the archived part to be queued for the PROCRETR run on
      * PTRAN_RETRIEVAL_REQUEST - one row per account, under one id.
      *
      * Every search is logged on CUSTOMER_ACCESS_LOG: a customer's
      * postings are as personal as their INQCUST record.
      *
      * A DB2 problem while paging is treated as "no more rows"
      * rather than an abend, the same way CUSTSRCH treats a failed
      * search.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNSRCH.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * PROCTRAN host variables for DB2
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(90).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-BALANCE        PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-DATE-KEY       PIC X(8).

      * ACCOUNT and ACCOUNT_OWNER DB2 copybooks - the accounts the
      * customer holds, sole or joint
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      *
      * The search keys and filters. An unused filter is opened out
      * to match everything - a zero top amount to the largest
      * posting, blank dates to the widest range, a blank type to
      * all types and a blank text fragment to a bare wildcard.
      *
       01 HV-SEARCH-SORTCODE            PIC X(6).
       01 HV-SEARCH-CUSTNO              PIC X(10).
       01 HV-AMOUNT-FROM                PIC S9(10)V99 COMP-3.
       01 HV-AMOUNT-TO                  PIC S9(10)V99 COMP-3.
       01 HV-DATE-FROM-X                PIC X(8).
       01 HV-DATE-TO-X                  PIC X(8).
       01 HV-MATCH-TYPE                 PIC X(3).
       01 HV-MATCH-TEXT.
          49 HV-MATCH-TEXT-LEN          PIC S9(4) COMP.
          49 HV-MATCH-TEXT-DATA         PIC X(22).
       01 HV-TOKEN-DATE                 PIC X(8).
       01 HV-TOKEN-REF                  PIC X(12).

      * PTRAN_ARCHIVE_CONTROL DB2 copybook - how far PROCARCH has
      * unloaded this sort code's history
           EXEC SQL
              INCLUDE PARCDB2
           END-EXEC.

       01 HV-ARCH-THRU-DATE             PIC S9(9) COMP.

      * PTRAN_RETRIEVAL_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE PTRQDB2
           END-EXEC.

       01 HOST-RETRIEVAL-ROW.
          03 HV-PTRQ-ID                 PIC S9(9) COMP.
          03 HV-PTRQ-FROM-DATE          PIC S9(9) COMP.
          03 HV-PTRQ-TO-DATE            PIC S9(9) COMP.
          03 HV-PTRQ-REQUESTED-DATE     PIC S9(9) COMP.
          03 HV-PTRQ-REQUESTED-BY       PIC X(3).

       01 HV-MAX-ID                     PIC S9(9) COMP.

      * CUSTOMER_ACCESS_LOG DB2 copybook
           EXEC SQL
              INCLUDE ACCLGDB2
           END-EXEC.

      * CUSTOMER_ACCESS_LOG host variables for DB2
       01 HOST-ACCESS-LOG-ROW.
          03 HV-ACCLOG-SORTCODE         PIC X(6).
          03 HV-ACCLOG-NUMBER           PIC X(10).
          03 HV-ACCLOG-PROGRAM          PIC X(8).
          03 HV-ACCLOG-ACCESS-TYPE      PIC X(10).
          03 HV-ACCLOG-OPERATOR         PIC X(3).
          03 HV-ACCLOG-DATE             PIC X(10).
          03 HV-ACCLOG-TIME             PIC X(8).
          03 HV-ACCLOG-TASKNO           PIC 9(7).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-DATA.
          03 WS-TIME-NOW                PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-RESULT-INDEX               PIC 9(2)  VALUE 0.
       01 WS-TEXT-LEN                   PIC S9(4) COMP VALUE 0.

      * Newest posting first, across all the customer's accounts -
      * ordered on the year, month and day substrings of the
      * DD.MM.YYYY text date, then the reference, which the named
      * counter issues in ascending order. The token resumes
      * strictly after the last posting already returned.
           EXEC SQL
              DECLARE TXNSRCH-CURSOR CURSOR FOR
                 SELECT PROCTRAN_NUMBER, PROCTRAN_DATE,
                        PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT, PROCTRAN_BALANCE,
                        SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                   FROM PROCTRAN
                  WHERE PROCTRAN_SORTCODE = :HV-SEARCH-SORTCODE
                    AND PROCTRAN_NUMBER IN
                        (SELECT ACCOUNT_NUMBER
                           FROM ACCOUNT
                          WHERE ACCOUNT_SORTCODE = :HV-SEARCH-SORTCODE
                            AND ACCOUNT_CUSTOMER_NUMBER
                                   = :HV-SEARCH-CUSTNO
                         UNION
                         SELECT ACCOUNT_OWNER_NUMBER
                           FROM ACCOUNT_OWNER
                          WHERE ACCOUNT_OWNER_SORTCODE
                                   = :HV-SEARCH-SORTCODE
                            AND ACCOUNT_OWNER_CUSTOMER
                                   = :HV-SEARCH-CUSTNO)
                    AND ABS(PROCTRAN_AMOUNT)
                           BETWEEN :HV-AMOUNT-FROM AND :HV-AMOUNT-TO
                    AND SUBSTR(PROCTRAN_DATE, 7, 4)
                        CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                        CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                           BETWEEN :HV-DATE-FROM-X AND :HV-DATE-TO-X
                    AND (:HV-MATCH-TYPE = '   '
                     OR  PROCTRAN_TYPE = :HV-MATCH-TYPE)
                    AND PROCTRAN_DESC LIKE :HV-MATCH-TEXT
                    AND (SUBSTR(PROCTRAN_DATE, 7, 4)
                         CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                         CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                            < :HV-TOKEN-DATE
                     OR (SUBSTR(PROCTRAN_DATE, 7, 4)
                         CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                         CONCAT SUBSTR(PROCTRAN_DATE, 1, 2)
                            = :HV-TOKEN-DATE
                    AND  PROCTRAN_REF < :HV-TOKEN-REF))
                  ORDER BY
                     SUBSTR(PROCTRAN_DATE, 7, 4) DESC,
                     SUBSTR(PROCTRAN_DATE, 4, 2) DESC,
                     SUBSTR(PROCTRAN_DATE, 1, 2) DESC,
                     PROCTRAN_REF DESC
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TXNSRCH.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'TXNSRCH: Starting transaction search for '
                   COMM-TS-SCODE '/' COMM-TS-CUSTNO

           MOVE 'N' TO COMM-TS-SUCCESS.
           MOVE ' ' TO COMM-TS-FAIL-CD.
           SET NO-MORE-MATCHES TO TRUE.
           MOVE 0 TO COMM-TS-COUNT.
           MOVE 'N' TO COMM-TS-ARCHIVED.
           MOVE ZEROS TO COMM-TS-ARCH-THRU.
           MOVE ZEROS TO COMM-TS-RETR-ID.

           IF COMM-TS-SCODE = ZERO OR COMM-TS-CUSTNO = ZERO
              MOVE 'C' TO COMM-TS-FAIL-CD
              DISPLAY 'TXNSRCH: No customer key supplied'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF (COMM-TS-AMOUNT-TO NOT = ZERO
               AND COMM-TS-AMOUNT-FROM > COMM-TS-AMOUNT-TO)
              OR (COMM-TS-DATE-TO NOT = ZERO
               AND COMM-TS-DATE-FROM > COMM-TS-DATE-TO)
              MOVE '1' TO COMM-TS-FAIL-CD
              DISPLAY 'TXNSRCH: Filter range runs backwards'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM SET-SEARCH-FILTERS.

           PERFORM READ-MATCH-PAGE-DB2.

           PERFORM CHECK-ARCHIVED-HISTORY.

           IF TS-RANGE-ARCHIVED AND TS-QUEUE-RETRIEVAL
              PERFORM QUEUE-RETRIEVAL
              IF COMM-TS-FAIL-CD NOT = ' '
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           PERFORM WRITE-ACCESS-LOG.

           MOVE 'Y' TO COMM-TS-SUCCESS.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       SET-SEARCH-FILTERS SECTION.
       SSF010.

           MOVE COMM-TS-SCODE TO HV-SEARCH-SORTCODE.
           MOVE COMM-TS-CUSTNO TO HV-SEARCH-CUSTNO.

           MOVE COMM-TS-AMOUNT-FROM TO HV-AMOUNT-FROM.
           IF COMM-TS-AMOUNT-TO = ZERO
              MOVE 9999999999.99 TO HV-AMOUNT-TO
           ELSE
              MOVE COMM-TS-AMOUNT-TO TO HV-AMOUNT-TO
           END-IF.

           MOVE COMM-TS-DATE-FROM TO HV-DATE-FROM-X.
           IF COMM-TS-DATE-TO = ZERO
              MOVE '99999999' TO HV-DATE-TO-X
           ELSE
              MOVE COMM-TS-DATE-TO TO HV-DATE-TO-X
           END-IF.

           MOVE COMM-TS-TYPE TO HV-MATCH-TYPE.

      *
      *    The text fragment goes into a varying-length pattern so
      *    the wildcard is not followed by the fragment's trailing
      *    blanks, which no description would match.
      *
           PERFORM VARYING WS-TEXT-LEN FROM 20 BY -1
              UNTIL WS-TEXT-LEN = 0
                 OR COMM-TS-TEXT (WS-TEXT-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           MOVE SPACES TO HV-MATCH-TEXT-DATA.
           IF WS-TEXT-LEN = 0
              MOVE '%' TO HV-MATCH-TEXT-DATA
              MOVE 1 TO HV-MATCH-TEXT-LEN
           ELSE
              STRING '%' DELIMITED BY SIZE
                     COMM-TS-TEXT (1:WS-TEXT-LEN) DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                 INTO HV-MATCH-TEXT-DATA
              END-STRING
              COMPUTE HV-MATCH-TEXT-LEN = WS-TEXT-LEN + 2
           END-IF.

      *
      *    No token - start from the newest posting there is.
      *
           IF COMM-TS-TOKEN = SPACES OR LOW-VALUES
              MOVE '99999999' TO HV-TOKEN-DATE
              MOVE '999999999999' TO HV-TOKEN-REF
           ELSE
              MOVE COMM-TS-TOKEN-DATE TO HV-TOKEN-DATE
              MOVE COMM-TS-TOKEN-REF TO HV-TOKEN-REF
           END-IF.

       SSF999.
           EXIT.


       READ-MATCH-PAGE-DB2 SECTION.
       RMP010.

           MOVE 0 TO WS-RESULT-INDEX.

           EXEC SQL
              OPEN TXNSRCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNSRCH: Unable to OPEN TXNSRCH-CURSOR, '
                      'SQLCODE=' SQLCODE-DISPLAY
              GO TO RMP999
           END-IF.

           PERFORM FETCH-NEXT-MATCH
              UNTIL SQLCODE NOT = 0
                 OR WS-RESULT-INDEX > 20.

           IF WS-RESULT-INDEX > 20
              SET MORE-MATCHES-FOLLOW TO TRUE
              MOVE 20 TO WS-RESULT-INDEX
           ELSE
              SET NO-MORE-MATCHES TO TRUE
           END-IF.

           MOVE WS-RESULT-INDEX TO COMM-TS-COUNT.

           EXEC SQL
              CLOSE TXNSRCH-CURSOR
           END-EXEC.

       RMP999.
           EXIT.


       FETCH-NEXT-MATCH SECTION.
       FNM010.

           EXEC SQL
              FETCH TXNSRCH-CURSOR
                INTO :HV-PROCTRAN-ACC-NUMBER, :HV-PROCTRAN-DATE,
                     :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                     :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                     :HV-PROCTRAN-AMOUNT, :HV-PROCTRAN-BALANCE,
                     :HV-PROCTRAN-DATE-KEY
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-RESULT-INDEX
              IF WS-RESULT-INDEX <= 20
                 MOVE HV-PROCTRAN-ACC-NUMBER
                    TO COMM-TS-ACCNO (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-DATE
                    TO COMM-TS-DATE (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-TIME
                    TO COMM-TS-TIME (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-REF
                    TO COMM-TS-REF (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-TYPE
                    TO COMM-TS-TXN-TYPE (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-DESC
                    TO COMM-TS-DESC (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-AMOUNT
                    TO COMM-TS-AMOUNT (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-BALANCE
                    TO COMM-TS-BALANCE (WS-RESULT-INDEX)
                 MOVE HV-PROCTRAN-DATE-KEY TO COMM-TS-TOKEN-DATE
                 MOVE HV-PROCTRAN-REF TO COMM-TS-TOKEN-REF
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TXNSRCH: FETCH failed, SQLCODE='
                         SQLCODE-DISPLAY
              END-IF
           END-IF.

       FNM999.
           EXIT.


       CHECK-ARCHIVED-HISTORY SECTION.
       CAH010.
      *
      *    The range reaches into archived history when PROCARCH has
      *    unloaded anything at this sort code and the range starts
      *    on or before the last day it unloaded. A failed lookup
      *    reads as "nothing archived", which only ever understates.
      *
           MOVE 0 TO HV-ARCH-THRU-DATE.

           EXEC SQL
              SELECT PTRAN_ARCHIVE_THRU_DATE
                INTO :HV-ARCH-THRU-DATE
                FROM PTRAN_ARCHIVE_CONTROL
               WHERE PTRAN_ARCHIVE_SORTCODE
                        = :HV-SEARCH-SORTCODE
           END-EXEC.

           IF SQLCODE = 0 AND HV-ARCH-THRU-DATE > 0
              AND COMM-TS-DATE-FROM <= HV-ARCH-THRU-DATE
              MOVE 'Y' TO COMM-TS-ARCHIVED
              MOVE HV-ARCH-THRU-DATE TO COMM-TS-ARCH-THRU
           END-IF.

       CAH999.
           EXIT.


       QUEUE-RETRIEVAL SECTION.
       QR010.
      *
      *    Queue the archived part of the range - from the range
      *    start to the earlier of the range end and the last day
      *    archived - for each of the customer's accounts under one
      *    request id, the STMTREQ way.
      *
           PERFORM POPULATE-TIME-DATE.

           MOVE COMM-TS-DATE-FROM TO HV-PTRQ-FROM-DATE.
           MOVE HV-ARCH-THRU-DATE TO HV-PTRQ-TO-DATE.
           IF COMM-TS-DATE-TO NOT = ZERO
              AND COMM-TS-DATE-TO < HV-ARCH-THRU-DATE
              MOVE COMM-TS-DATE-TO TO HV-PTRQ-TO-DATE
           END-IF.
           MOVE WS-TODAY-INT TO HV-PTRQ-REQUESTED-DATE.
           MOVE EIBOPID TO HV-PTRQ-REQUESTED-BY.

           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(PTRQ_ID), 0)
                INTO :HV-MAX-ID
                FROM PTRAN_RETRIEVAL_REQUEST
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNSRCH - Retrieval id lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TS-FAIL-CD
              GO TO QR999
           END-IF.

           COMPUTE HV-PTRQ-ID = HV-MAX-ID + 1.

           EXEC SQL
              INSERT INTO PTRAN_RETRIEVAL_REQUEST
                     ( PTRQ_ID,
                       PTRQ_SORTCODE,
                       PTRQ_NUMBER,
                       PTRQ_CUSTOMER,
                       PTRQ_FROM_DATE,
                       PTRQ_TO_DATE,
                       PTRQ_REQUESTED_DATE,
                       PTRQ_REQUESTED_BY,
                       PTRQ_STATUS,
                       PTRQ_DONE_DATE,
                       PTRQ_FOUND )
                 SELECT :HV-PTRQ-ID,
                        :HV-SEARCH-SORTCODE,
                        H.HELD_NUMBER,
                        :HV-SEARCH-CUSTNO,
                        :HV-PTRQ-FROM-DATE,
                        :HV-PTRQ-TO-DATE,
                        :HV-PTRQ-REQUESTED-DATE,
                        :HV-PTRQ-REQUESTED-BY,
                        'P',
                        0,
                        0
                   FROM (SELECT ACCOUNT_NUMBER AS HELD_NUMBER
                           FROM ACCOUNT
                          WHERE ACCOUNT_SORTCODE = :HV-SEARCH-SORTCODE
                            AND ACCOUNT_CUSTOMER_NUMBER
                                   = :HV-SEARCH-CUSTNO
                         UNION
                         SELECT ACCOUNT_OWNER_NUMBER
                           FROM ACCOUNT_OWNER
                          WHERE ACCOUNT_OWNER_SORTCODE
                                   = :HV-SEARCH-SORTCODE
                            AND ACCOUNT_OWNER_CUSTOMER
                                   = :HV-SEARCH-CUSTNO) AS H
           END-EXEC.

      *
      *    A customer with no accounts left has nothing to queue -
      *    not an error, just no request id.
      *
           IF SQLCODE = 100
              DISPLAY 'TXNSRCH: No accounts to queue a retrieval for'
              GO TO QR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNSRCH - Retrieval INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-TS-FAIL-CD
              GO TO QR999
           END-IF.

           MOVE HV-PTRQ-ID TO COMM-TS-RETR-ID.
           DISPLAY 'TXNSRCH: Archived history retrieval queued, id='
                   COMM-TS-RETR-ID ' by operator ' EIBOPID.

       QR999.
           EXIT.


       WRITE-ACCESS-LOG SECTION.
       WAL010.
      *
      *    Log the search against CUSTOMER_ACCESS_LOG - a customer's
      *    postings disclose who they pay and who pays them, so a
      *    search belongs in the same subject-access trail as an
      *    INQCUST read.
      *
           MOVE COMM-TS-SCODE TO HV-ACCLOG-SORTCODE.
           MOVE COMM-TS-CUSTNO TO HV-ACCLOG-NUMBER.
           MOVE 'TXNSRCH' TO HV-ACCLOG-PROGRAM.
           MOVE 'TXNSEARCH' TO HV-ACCLOG-ACCESS-TYPE.
           MOVE EIBOPID TO HV-ACCLOG-OPERATOR.

           PERFORM POPULATE-TIME-DATE.
           MOVE WS-ORIG-DATE TO HV-ACCLOG-DATE.
           MOVE WS-TIME-NOW TO HV-ACCLOG-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-ACCLOG-TASKNO.

           EXEC SQL
              INSERT INTO CUSTOMER_ACCESS_LOG
                 ( CUSTOMER_ACCESS_LOG_SORTCODE,
                   CUSTOMER_ACCESS_LOG_NUMBER,
                   CUSTOMER_ACCESS_LOG_PROGRAM,
                   CUSTOMER_ACCESS_LOG_ACCESS_TYPE,
                   CUSTOMER_ACCESS_LOG_OPERATOR,
                   CUSTOMER_ACCESS_LOG_DATE,
                   CUSTOMER_ACCESS_LOG_TIME,
                   CUSTOMER_ACCESS_LOG_TASKNO )
                 VALUES
                 ( :HV-ACCLOG-SORTCODE,
                   :HV-ACCLOG-NUMBER,
                   :HV-ACCLOG-PROGRAM,
                   :HV-ACCLOG-ACCESS-TYPE,
                   :HV-ACCLOG-OPERATOR,
                   :HV-ACCLOG-DATE,
                   :HV-ACCLOG-TIME,
                   :HV-ACCLOG-TASKNO )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TXNSRCH - CUSTOMER_ACCESS_LOG insert failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

       WAL999.
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

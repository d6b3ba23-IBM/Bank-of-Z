       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program takes a request for a statement of one account
      * over any date range - six months for a mortgage application,
      * say - instead of the customer waiting for the next cycle or
      * staff rebuilding it by hand from INQPTRAN screens.
      *
      * The account must be on the live book, and the range must run
      * forwards and end no later than today. The channel is 'POST'
      * or 'EMAIL'; left blank it is taken from the customer's
      * CUSTOMER_CONTACT_CHANNEL, the way ACCSTMT chooses.
      *
      * The request is written to STATEMENT_REQUEST as pending, with
      * the operator from EIBOPID the way COMPLNT captures it. The
      * overnight STMTRPRT run produces the statement, pulls back any
      * part of the range PROCARCH has archived, marks a range
      * already statemented as a copy, charges the product's
      * 'STMTREQ' tariff and logs the statement on
      * CORRESPONDENCE_LOG.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTREQ.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the contact channel a blank request
      * channel defaults to
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * STATEMENT_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE STRQDB2
           END-EXEC.

       01 HOST-REQUEST-ROW.
          03 HV-SRQ-ID                  PIC S9(9) COMP.
          03 HV-SRQ-SORTCODE            PIC X(6).
          03 HV-SRQ-NUMBER              PIC X(8).
          03 HV-SRQ-FROM-DATE           PIC S9(9) COMP.
          03 HV-SRQ-TO-DATE             PIC S9(9) COMP.
          03 HV-SRQ-CHANNEL             PIC X(6).
          03 HV-SRQ-REQUESTED-DATE      PIC S9(9) COMP.
          03 HV-SRQ-REQUESTED-BY        PIC X(3).

       01 HV-ACCOUNT-CUST-NUMBER        PIC X(10).
       01 HV-CUSTOMER-CHANNEL           PIC X(10).
       01 HV-MAX-ID                     PIC S9(9) COMP.

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

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY STMTREQ.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'STMTREQ: Account=' COMM-SRQ-SCODE '/'
                   COMM-SRQ-ACCNO ' From=' COMM-SRQ-FROM
                   ' To=' COMM-SRQ-TO ' Channel=' COMM-SRQ-CHANNEL

           MOVE 'N' TO COMM-SRQ-SUCCESS.
           MOVE ' ' TO COMM-SRQ-FAIL-CD.
           MOVE 0 TO COMM-SRQ-ID.

           IF COMM-SRQ-SCODE NOT NUMERIC
              OR COMM-SRQ-ACCNO NOT NUMERIC
              MOVE '2' TO COMM-SRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-SRQ-CHANNEL NOT = SPACES
              AND COMM-SRQ-CHANNEL NOT = 'POST'
              AND COMM-SRQ-CHANNEL NOT = 'EMAIL'
              MOVE '1' TO COMM-SRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           IF COMM-SRQ-FROM NOT NUMERIC
              OR COMM-SRQ-TO NOT NUMERIC
              OR COMM-SRQ-FROM = ZERO
              OR COMM-SRQ-FROM > COMM-SRQ-TO
              OR COMM-SRQ-TO > WS-TODAY-INT
              MOVE '3' TO COMM-SRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM RECORD-REQUEST.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       RECORD-REQUEST SECTION.
       RR010.

           MOVE COMM-SRQ-SCODE TO HV-SRQ-SORTCODE.
           MOVE COMM-SRQ-ACCNO TO HV-SRQ-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-ACCOUNT-CUST-NUMBER
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-SRQ-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-SRQ-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '4' TO COMM-SRQ-FAIL-CD
              GO TO RR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'STMTREQ - Account lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SRQ-FAIL-CD
              GO TO RR999
           END-IF.

      *
      *    No channel keyed - send it the way the customer gets
      *    their statements. A failed lookup falls back to post.
      *
           MOVE COMM-SRQ-CHANNEL TO HV-SRQ-CHANNEL.

           IF HV-SRQ-CHANNEL = SPACES
              MOVE SPACES TO HV-CUSTOMER-CHANNEL
              EXEC SQL
                 SELECT COALESCE(CUSTOMER_CONTACT_CHANNEL, ' ')
                   INTO :HV-CUSTOMER-CHANNEL
                   FROM CUSTOMER
                  WHERE CUSTOMER_SORTCODE = :HV-SRQ-SORTCODE
                    AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
              END-EXEC
              IF SQLCODE = 0 AND HV-CUSTOMER-CHANNEL = 'EMAIL'
                 MOVE 'EMAIL' TO HV-SRQ-CHANNEL
              ELSE
                 MOVE 'POST' TO HV-SRQ-CHANNEL
              END-IF
           END-IF.

      *
      *    Request ids run in one sequence across the book, the
      *    COMPLNT way, so a request can be quoted back.
      *
           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(STMT_REQ_ID), 0)
                INTO :HV-MAX-ID
                FROM STATEMENT_REQUEST
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'STMTREQ - Id lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SRQ-FAIL-CD
              GO TO RR999
           END-IF.

           COMPUTE HV-SRQ-ID = HV-MAX-ID + 1.
           MOVE COMM-SRQ-FROM TO HV-SRQ-FROM-DATE.
           MOVE COMM-SRQ-TO TO HV-SRQ-TO-DATE.
           MOVE WS-TODAY-INT TO HV-SRQ-REQUESTED-DATE.
           MOVE EIBOPID TO HV-SRQ-REQUESTED-BY.

           EXEC SQL
              INSERT INTO STATEMENT_REQUEST
                     ( STMT_REQ_ID,
                       STMT_REQ_SORTCODE,
                       STMT_REQ_NUMBER,
                       STMT_REQ_FROM_DATE,
                       STMT_REQ_TO_DATE,
                       STMT_REQ_CHANNEL,
                       STMT_REQ_REQUESTED_DATE,
                       STMT_REQ_REQUESTED_BY,
                       STMT_REQ_STATUS,
                       STMT_REQ_COPY,
                       STMT_REQ_FEE,
                       STMT_REQ_DONE_DATE )
              VALUES ( :HV-SRQ-ID,
                       :HV-SRQ-SORTCODE,
                       :HV-SRQ-NUMBER,
                       :HV-SRQ-FROM-DATE,
                       :HV-SRQ-TO-DATE,
                       :HV-SRQ-CHANNEL,
                       :HV-SRQ-REQUESTED-DATE,
                       :HV-SRQ-REQUESTED-BY,
                       'P',
                       'N',
                       0,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'STMTREQ - Request INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SRQ-FAIL-CD
              GO TO RR999
           END-IF.

           MOVE HV-SRQ-ID TO COMM-SRQ-ID.
           MOVE HV-SRQ-CHANNEL TO COMM-SRQ-CHANNEL.
           MOVE 'Y' TO COMM-SRQ-SUCCESS.
           DISPLAY 'STMTREQ: Statement requested, id=' COMM-SRQ-ID
                   ' by operator ' EIBOPID

       RR999.
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

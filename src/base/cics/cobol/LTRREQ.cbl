       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program takes a request for a bank letter - an account
      * confirmation, a balance confirmation or a bank reference -
      * for a landlord, a visa application or an employer setting
      * up salary payments, instead of branch staff typing each one
      * from an INQACC screen.
      *
      * The customer must own the account, as the primary customer
      * on ACCOUNT or a co-owner on ACCOUNT_OWNER. The letter goes
      * to the third party named on the request, so the addressee's
      * name, first address line and postcode must be given. The
      * balance only ever appears with the customer's explicit
      * consent, and a balance confirmation cannot be asked for
      * without it.
      *
      * The request is written to LETTER_REQUEST as pending, with
      * the operator from EIBOPID the way COMPLNT captures it. The
      * overnight BNKLTR run produces the letter from the
      * LETTER_TEMPLATE rows of the letter type, charges the
      * product's tariff for it and logs it on CORRESPONDENCE_LOG.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRREQ.
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

      * ACCOUNT_OWNER DB2 copybook - a co-owner may ask for a letter
      * about a joint account
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * LETTER_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE LTRQDB2
           END-EXEC.

       01 HOST-REQUEST-ROW.
          03 HV-LRQ-ID                  PIC S9(9) COMP.
          03 HV-LRQ-SORTCODE            PIC X(6).
          03 HV-LRQ-CUSTNO              PIC X(10).
          03 HV-LRQ-NUMBER              PIC X(8).
          03 HV-LRQ-TYPE                PIC X(8).
          03 HV-LRQ-BAL-CONSENT         PIC X.
          03 HV-LRQ-TO-NAME             PIC X(50).
          03 HV-LRQ-TO-LINE1            PIC X(50).
          03 HV-LRQ-TO-LINE2            PIC X(50).
          03 HV-LRQ-TO-CITY             PIC X(50).
          03 HV-LRQ-TO-POSTCODE         PIC X(10).
          03 HV-LRQ-REQUESTED-DATE      PIC S9(9) COMP.
          03 HV-LRQ-REQUESTED-BY        PIC X(3).

       01 HV-ACCOUNT-CUST-NUMBER        PIC X(10).
       01 HV-OWNER-COUNT                PIC S9(9) COMP.
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
           COPY LTRREQ.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'LTRREQ: Account=' COMM-LRQ-SCODE '/'
                   COMM-LRQ-ACCNO ' Customer=' COMM-LRQ-CUSTNO
                   ' Type=' COMM-LRQ-TYPE

           MOVE 'N' TO COMM-LRQ-SUCCESS.
           MOVE ' ' TO COMM-LRQ-FAIL-CD.
           MOVE 0 TO COMM-LRQ-ID.

           IF COMM-LRQ-SCODE NOT NUMERIC
              OR COMM-LRQ-ACCNO NOT NUMERIC
              OR COMM-LRQ-CUSTNO NOT NUMERIC
              MOVE '2' TO COMM-LRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-LRQ-TYPE NOT = 'ACCCONF'
              AND COMM-LRQ-TYPE NOT = 'BALCONF'
              AND COMM-LRQ-TYPE NOT = 'BANKREF'
              MOVE '1' TO COMM-LRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-LRQ-TO-NAME = SPACES
              OR COMM-LRQ-TO-LINE1 = SPACES
              OR COMM-LRQ-TO-POSTCODE = SPACES
              MOVE '3' TO COMM-LRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    Anything but an explicit 'Y' is no consent.
      *
           IF COMM-LRQ-BAL-CONSENT NOT = 'Y'
              MOVE 'N' TO COMM-LRQ-BAL-CONSENT
           END-IF.

           IF COMM-LRQ-TYPE = 'BALCONF'
              AND COMM-LRQ-BAL-CONSENT NOT = 'Y'
              MOVE '6' TO COMM-LRQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           PERFORM RECORD-REQUEST.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       RECORD-REQUEST SECTION.
       RR010.

           MOVE COMM-LRQ-SCODE TO HV-LRQ-SORTCODE.
           MOVE COMM-LRQ-CUSTNO TO HV-LRQ-CUSTNO.
           MOVE COMM-LRQ-ACCNO TO HV-LRQ-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-ACCOUNT-CUST-NUMBER
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-LRQ-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-LRQ-NUMBER
           END-EXEC.

           IF SQLCODE = 100
              MOVE '4' TO COMM-LRQ-FAIL-CD
              GO TO RR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LTRREQ - Account lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LRQ-FAIL-CD
              GO TO RR999
           END-IF.

      *
      *    Not the primary customer - a co-owner may still ask.
      *
           IF HV-ACCOUNT-CUST-NUMBER NOT = HV-LRQ-CUSTNO
              MOVE 0 TO HV-OWNER-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-OWNER-COUNT
                   FROM ACCOUNT_OWNER
                  WHERE ACCOUNT_OWNER_SORTCODE = :HV-LRQ-SORTCODE
                    AND ACCOUNT_OWNER_NUMBER = :HV-LRQ-NUMBER
                    AND ACCOUNT_OWNER_CUSTOMER = :HV-LRQ-CUSTNO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'LTRREQ - Owner lookup failed. SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE '8' TO COMM-LRQ-FAIL-CD
                 GO TO RR999
              END-IF
              IF HV-OWNER-COUNT = 0
                 MOVE '5' TO COMM-LRQ-FAIL-CD
                 GO TO RR999
              END-IF
           END-IF.

      *
      *    Request ids run in one sequence across the book, the
      *    COMPLNT way, so a request can be quoted back.
      *
           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(LTR_REQ_ID), 0)
                INTO :HV-MAX-ID
                FROM LETTER_REQUEST
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LTRREQ - Id lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LRQ-FAIL-CD
              GO TO RR999
           END-IF.

           COMPUTE HV-LRQ-ID = HV-MAX-ID + 1.
           MOVE COMM-LRQ-TYPE TO HV-LRQ-TYPE.
           MOVE COMM-LRQ-BAL-CONSENT TO HV-LRQ-BAL-CONSENT.
           MOVE COMM-LRQ-TO-NAME TO HV-LRQ-TO-NAME.
           MOVE COMM-LRQ-TO-LINE1 TO HV-LRQ-TO-LINE1.
           MOVE COMM-LRQ-TO-LINE2 TO HV-LRQ-TO-LINE2.
           MOVE COMM-LRQ-TO-CITY TO HV-LRQ-TO-CITY.
           MOVE COMM-LRQ-TO-POSTCODE TO HV-LRQ-TO-POSTCODE.
           MOVE WS-TODAY-INT TO HV-LRQ-REQUESTED-DATE.
           MOVE EIBOPID TO HV-LRQ-REQUESTED-BY.

           EXEC SQL
              INSERT INTO LETTER_REQUEST
                     ( LTR_REQ_ID,
                       LTR_REQ_SORTCODE,
                       LTR_REQ_CUSTNO,
                       LTR_REQ_NUMBER,
                       LTR_REQ_TYPE,
                       LTR_REQ_BAL_CONSENT,
                       LTR_REQ_TO_NAME,
                       LTR_REQ_TO_LINE1,
                       LTR_REQ_TO_LINE2,
                       LTR_REQ_TO_CITY,
                       LTR_REQ_TO_POSTCODE,
                       LTR_REQ_REQUESTED_DATE,
                       LTR_REQ_REQUESTED_BY,
                       LTR_REQ_STATUS,
                       LTR_REQ_FEE,
                       LTR_REQ_DONE_DATE )
              VALUES ( :HV-LRQ-ID,
                       :HV-LRQ-SORTCODE,
                       :HV-LRQ-CUSTNO,
                       :HV-LRQ-NUMBER,
                       :HV-LRQ-TYPE,
                       :HV-LRQ-BAL-CONSENT,
                       :HV-LRQ-TO-NAME,
                       :HV-LRQ-TO-LINE1,
                       :HV-LRQ-TO-LINE2,
                       :HV-LRQ-TO-CITY,
                       :HV-LRQ-TO-POSTCODE,
                       :HV-LRQ-REQUESTED-DATE,
                       :HV-LRQ-REQUESTED-BY,
                       'P',
                       0,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LTRREQ - Request INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LRQ-FAIL-CD
              GO TO RR999
           END-IF.

           MOVE HV-LRQ-ID TO COMM-LRQ-ID.
           MOVE 'Y' TO COMM-LRQ-SUCCESS.
           DISPLAY 'LTRREQ: Letter requested, id=' COMM-LRQ-ID
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

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program pays a cheque in at the counter.
      *
      * The amount is credited to the customer's account through
      * DBCRFUN with a clearing period, so it meets the same
      * controls as any other credit and DBCRFUN places the
      * ACCOUNT_HOLD that keeps it out of the available balance
      * until HLDRELSE matures it. A clearing period of zero takes
      * the standard one.
      *
      * The cheque itself - the drawer's sort code, account and
      * serial number from its code line - is recorded on
      * CHEQUE_ITEM as paid in, carrying the PROCTRAN reference of
      * the credit, which is the reference DBCRFUN put on the hold.
      * The nightly CHQXTR run sends it to clearing, and if it comes
      * back unpaid CHQRTN finds it and the hold through that
      * reference. A cheque that is already on CHEQUE_ITEM and has
      * not been returned cannot be paid in again.
      *
      * The credit and the item ride one unit of work; if either
      * fails they both back out.
      *
      * The operator is captured from EIBOPID the way COMPLNT
      * captures it. A DB2 problem is reported back in the commarea
      * rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEP.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * CHEQUE_ITEM DB2 copybook
           EXEC SQL
              INCLUDE CHQIDB2
           END-EXEC.

       01 HOST-CHEQUE-ROW.
          03 HV-CHQ-ID                  PIC S9(9) COMP.
          03 HV-CHQ-SORTCODE            PIC X(6).
          03 HV-CHQ-NUMBER              PIC X(8).
          03 HV-CHQ-DRAWER-SORTCODE     PIC X(6).
          03 HV-CHQ-DRAWER-ACCOUNT      PIC X(8).
          03 HV-CHQ-SERIAL              PIC X(6).
          03 HV-CHQ-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-CHQ-PROCTRAN-REF        PIC X(12).
          03 HV-CHQ-DEPOSITED-BY        PIC X(3).

       01 HV-CHEQUE-COUNT               PIC S9(9) COMP.

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

      * The clearing period a cheque is held for when the counter
      * does not give one - long enough for it to come back unpaid.
       01 WS-STD-CLEAR-DAYS             PIC 9(2) VALUE 6.

      * DBCRFUN commarea - the deposit goes through the same posting
      * rules as any other credit, in this task's unit of work, with
      * the clearing period that places the hold.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CHQDEP.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'CHQDEP: Account=' COMM-CHQ-SCODE '/'
                   COMM-CHQ-ACCNO ' Cheque=' COMM-CHQ-DRAWER-SCODE
                   '/' COMM-CHQ-DRAWER-ACCNO ' ' COMM-CHQ-SERIAL

           MOVE 'N' TO COMM-CHQ-SUCCESS.
           MOVE ' ' TO COMM-CHQ-FAIL-CD.
           MOVE ' ' TO COMM-CHQ-DBCR-FAIL-CD.

           IF COMM-CHQ-SCODE NOT NUMERIC
              OR COMM-CHQ-ACCNO NOT NUMERIC
              MOVE '2' TO COMM-CHQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-CHQ-DRAWER-SCODE NOT NUMERIC
              OR COMM-CHQ-DRAWER-ACCNO NOT NUMERIC
              OR COMM-CHQ-SERIAL NOT NUMERIC
              OR COMM-CHQ-AMOUNT NOT NUMERIC
              OR COMM-CHQ-AMOUNT = 0
              MOVE '1' TO COMM-CHQ-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-CHQ-CLEAR-DAYS NOT NUMERIC
              OR COMM-CHQ-CLEAR-DAYS = 0
              MOVE WS-STD-CLEAR-DAYS TO COMM-CHQ-CLEAR-DAYS
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           PERFORM CHECK-DUPLICATE-CHEQUE.
           IF COMM-CHQ-FAIL-CD = ' '
              PERFORM CREDIT-AND-RECORD-CHEQUE
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       CHECK-DUPLICATE-CHEQUE SECTION.
       CDC010.
      *
      *    The same cheque cannot be in clearing twice. One that
      *    came back unpaid may be paid in again when the drawer
      *    has put it right.
      *
           INITIALIZE HOST-CHEQUE-ROW.
           MOVE COMM-CHQ-SCODE TO HV-CHQ-SORTCODE.
           MOVE COMM-CHQ-ACCNO TO HV-CHQ-NUMBER.
           MOVE COMM-CHQ-DRAWER-SCODE TO HV-CHQ-DRAWER-SORTCODE.
           MOVE COMM-CHQ-DRAWER-ACCNO TO HV-CHQ-DRAWER-ACCOUNT.
           MOVE COMM-CHQ-SERIAL TO HV-CHQ-SERIAL.
           MOVE COMM-CHQ-AMOUNT TO HV-CHQ-AMOUNT.
           MOVE EIBOPID TO HV-CHQ-DEPOSITED-BY.

           MOVE 0 TO HV-CHEQUE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHEQUE-COUNT
                FROM CHEQUE_ITEM
               WHERE CHQI_DRAWER_SORTCODE = :HV-CHQ-DRAWER-SORTCODE
                 AND CHQI_DRAWER_ACCOUNT = :HV-CHQ-DRAWER-ACCOUNT
                 AND CHQI_SERIAL = :HV-CHQ-SERIAL
                 AND CHQI_STATUS <> 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CHQDEP - Cheque check failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-CHQ-FAIL-CD
              GO TO CDC999
           END-IF.

           IF HV-CHEQUE-COUNT > 0
              MOVE '3' TO COMM-CHQ-FAIL-CD
           END-IF.

       CDC999.
           EXIT.


       CREDIT-AND-RECORD-CHEQUE SECTION.
       CRC010.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-CHQ-SCODE TO COMM-SCODE.
           MOVE COMM-CHQ-ACCNO TO COMM-ACCNO.
           MOVE COMM-CHQ-AMOUNT TO COMM-AMT.
           MOVE COMM-CHQ-CLEAR-DAYS TO COMM-CLEAR-DAYS.
           MOVE SPACES TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'CHEQUE' TO COMM-ORIGIN(1:6).
           MOVE COMM-CHQ-SERIAL TO COMM-ORIGIN(8:6).

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'CHQDEP: Cheque deposit failed for '
                      COMM-CHQ-SCODE '/' COMM-CHQ-ACCNO
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-CHQ-DBCR-FAIL-CD
              MOVE '5' TO COMM-CHQ-FAIL-CD
              GO TO CRC999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO HV-CHQ-PROCTRAN-REF.

           EXEC SQL
              SELECT COALESCE(MAX(CHQI_ID), 0)
                INTO :HV-CHQ-ID
                FROM CHEQUE_ITEM
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CHQDEP - Item id failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-CHQ-FAIL-CD
              GO TO CRC999
           END-IF.

           ADD 1 TO HV-CHQ-ID.

           EXEC SQL
              INSERT INTO CHEQUE_ITEM
                     ( CHQI_ID,
                       CHQI_SORTCODE,
                       CHQI_NUMBER,
                       CHQI_DRAWER_SORTCODE,
                       CHQI_DRAWER_ACCOUNT,
                       CHQI_SERIAL,
                       CHQI_AMOUNT,
                       CHQI_DEPOSIT_DATE,
                       CHQI_PROCTRAN_REF,
                       CHQI_DEPOSITED_BY,
                       CHQI_STATUS,
                       CHQI_SENT_DATE,
                       CHQI_RETURN_DATE,
                       CHQI_RETURN_REASON,
                       CHQI_RETURN_REF,
                       CHQI_LETTER_ID )
              VALUES ( :HV-CHQ-ID,
                       :HV-CHQ-SORTCODE,
                       :HV-CHQ-NUMBER,
                       :HV-CHQ-DRAWER-SORTCODE,
                       :HV-CHQ-DRAWER-ACCOUNT,
                       :HV-CHQ-SERIAL,
                       :HV-CHQ-AMOUNT,
                       :WS-TODAY-INT,
                       :HV-CHQ-PROCTRAN-REF,
                       :HV-CHQ-DEPOSITED-BY,
                       'P',
                       0,
                       0,
                       ' ',
                       ' ',
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CHQDEP - Item insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-CHQ-FAIL-CD
              GO TO CRC999
           END-IF.

           MOVE HV-CHQ-ID TO COMM-CHQ-ID.
           MOVE HV-CHQ-PROCTRAN-REF TO COMM-CHQ-PROCTRAN-REF.
           MOVE 'Y' TO COMM-CHQ-SUCCESS.
           DISPLAY 'CHQDEP: Cheque ' COMM-CHQ-ID ' paid in to '
                   COMM-CHQ-SCODE '/' COMM-CHQ-ACCNO
                   ' ref ' COMM-CHQ-PROCTRAN-REF

       CRC999.
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

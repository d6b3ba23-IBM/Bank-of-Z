       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program moves a tax-free savings wrapper between this
      * bank and another provider, so a customer keeps the tax
      * relief on savings built up over earlier years.
      *
      * A transfer in credits the value received from the ceding
      * provider to one of our wrapper accounts through DBCRFUN, as
      * transaction type 'WTI' so DBCRFUN does not take it for a
      * new subscription. The part the ceding provider reports as
      * subscribed in the current tax year follows the money and is
      * recorded against the customer's allowance here through
      * WRAPCHK; the rest is recorded as earlier years' savings
      * moved in.
      *
      * A transfer out pays the value to the receiving provider
      * through XFRFUN, which queues it on OUTBOUND_PAYMENT like any
      * other payment to another bank - a sort code on our own
      * BRANCH directory is refused, as that is not a transfer to
      * another provider. WRAPCHK records it as moved out and the
      * customer's subscriptions this tax year come back for the
      * transfer history.
      *
      * Either way the move is written to WRAP_TRANSFER. Once the
      * money has moved any later failure backs the whole unit of
      * work out, the same way SUSPMNT backs out an applied item.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRAPXFR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook - the tax-free wrapper flag
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WRAP_TRANSFER DB2 copybook
           EXEC SQL
              INCLUDE WXFRDB2
           END-EXEC.

      * WRAP_TRANSFER host variables for DB2
       01 HOST-WRAP-TRANSFER-ROW.
          03 HV-WX-ID                   PIC S9(9) COMP.
          03 HV-WX-SORTCODE             PIC X(6).
          03 HV-WX-ACCOUNT              PIC X(8).
          03 HV-WX-CUSTNO               PIC X(10).
          03 HV-WX-DIRECTION            PIC X.
          03 HV-WX-OTHER-PROVIDER       PIC X(30).
          03 HV-WX-OTHER-SORTCODE       PIC X(6).
          03 HV-WX-OTHER-ACCOUNT        PIC X(8).
          03 HV-WX-AMOUNT               PIC S9(10)V99 COMP-3.
          03 HV-WX-CURRENT-YEAR         PIC S9(10)V99 COMP-3.
          03 HV-WX-TAX-YEAR             PIC S9(9) COMP.
          03 HV-WX-DATE                 PIC S9(9) COMP.
          03 HV-WX-PROCTRAN-REF         PIC X(12).
          03 HV-WX-OUTBOUND-ID          PIC S9(9) COMP.
          03 HV-WX-OPERATOR             PIC X(8).

       01 HV-WRAP-TAX-FREE              PIC X.
       01 HV-MAX-ID                     PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * DBCRFUN commarea - a transfer in is credited through the
      * same posting rules as any other credit
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

      * XFRFUN commarea - a transfer out is paid to the other
      * provider as a payment to another bank
       01 XFRFUN-PROGRAM                PIC X(8) VALUE 'XFRFUN'.
       01 XFRFUN-COMMAREA.
           COPY XFRFUN.

      * WRAPCHK commarea - the allowance record for the tax year
       01 WRAPCHK-PROGRAM               PIC X(8) VALUE 'WRAPCHK'.
       01 WRAPCHK-COMMAREA.
           COPY WRAPCHK.

       01 WS-CICS-RESP                  PIC S9(8) COMP.
       01 WS-EARLIER-YEARS              PIC S9(10)V99.

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
           COPY WRAPXFR.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'WRAPXFR: Action=' COMM-WX-ACTION
                   ' Account=' COMM-WX-SCODE '/' COMM-WX-ACCNO.

           MOVE 'N' TO COMM-WX-SUCCESS.
           MOVE ' ' TO COMM-WX-FAIL-CD.
           MOVE ' ' TO COMM-WX-POST-FAIL-CD.
           MOVE 0 TO COMM-WX-ID.
           MOVE SPACES TO COMM-WX-CUSTNO.
           MOVE 0 TO COMM-WX-TAX-YEAR.
           MOVE SPACES TO COMM-WX-PROCTRAN-REF.
           MOVE 0 TO COMM-WX-OUTBOUND-ID.

           IF COMM-WX-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-WX-SCODE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           IF NOT WX-ACTION-TRANSFER-IN
              AND NOT WX-ACTION-TRANSFER-OUT
              MOVE '1' TO COMM-WX-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-WX-AMOUNT NOT NUMERIC
              OR COMM-WX-AMOUNT NOT > 0
              MOVE '4' TO COMM-WX-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-WX-OTHER-PROVIDER = SPACES OR LOW-VALUES
              MOVE '6' TO COMM-WX-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM READ-WRAPPER-ACCOUNT.

           IF COMM-WX-FAIL-CD NOT = ' '
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF WX-ACTION-TRANSFER-IN
              PERFORM TRANSFER-WRAPPER-IN
           ELSE
              PERFORM TRANSFER-WRAPPER-OUT
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-WRAPPER-ACCOUNT SECTION.
       RWA010.
      *
      *    The account must be ours and on a tax-free wrapper
      *    product.
      *
           INITIALIZE HOST-WRAP-TRANSFER-ROW.
           MOVE COMM-WX-SCODE TO HV-WX-SORTCODE.
           MOVE COMM-WX-ACCNO TO HV-WX-ACCOUNT.

           EXEC SQL
              SELECT A.ACCOUNT_CUSTOMER_NUMBER,
                     COALESCE(P.ACCOUNT_PRODUCT_TAX_FREE, 'N')
                INTO :HV-WX-CUSTNO,
                     :HV-WRAP-TAX-FREE
                FROM ACCOUNT A
                LEFT OUTER JOIN ACCOUNT_PRODUCT P
                  ON P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
               WHERE A.ACCOUNT_SORTCODE = :HV-WX-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-WX-ACCOUNT
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-WX-FAIL-CD
              GO TO RWA999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPXFR - Account SELECT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-WX-FAIL-CD
              GO TO RWA999
           END-IF.

           IF HV-WRAP-TAX-FREE NOT = 'Y'
              MOVE '3' TO COMM-WX-FAIL-CD
              GO TO RWA999
           END-IF.

           MOVE HV-WX-CUSTNO TO COMM-WX-CUSTNO.

       RWA999.
           EXIT.


       TRANSFER-WRAPPER-IN SECTION.
       TWI010.
      *
      *    The current year's part can never be more than the whole
      *    value moved.
      *
           IF COMM-WX-CURRENT-YEAR NOT NUMERIC
              OR COMM-WX-CURRENT-YEAR < 0
              OR COMM-WX-CURRENT-YEAR > COMM-WX-AMOUNT
              MOVE '4' TO COMM-WX-FAIL-CD
              GO TO TWI999
           END-IF.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-WX-SCODE TO COMM-SCODE.
           MOVE COMM-WX-ACCNO TO COMM-ACCNO.
           MOVE COMM-WX-AMOUNT TO COMM-AMT.
           MOVE 'WTI' TO COMM-TXN-TYPE.
           MOVE COMM-WX-OTHER-PROVIDER TO COMM-ORIGIN.

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'WRAPXFR: Transfer in posting failed for '
                      COMM-WX-SCODE '/' COMM-WX-ACCNO
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-WX-POST-FAIL-CD
              MOVE '5' TO COMM-WX-FAIL-CD
              GO TO TWI999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO COMM-WX-PROCTRAN-REF.
           MOVE COMM-PROCTRAN-REF TO HV-WX-PROCTRAN-REF.

      *
      *    This year's subscriptions follow the money and count
      *    against the allowance here; earlier years' savings do
      *    not.
      *
           IF COMM-WX-CURRENT-YEAR > 0
              INITIALIZE WRAPCHK-COMMAREA
              SET WR-FUNCTION-RECORD TO TRUE
              MOVE COMM-WX-CURRENT-YEAR TO COMM-WR-AMOUNT
              PERFORM CALL-WRAPCHK
              IF COMM-WX-FAIL-CD NOT = ' '
                 GO TO TWI999
              END-IF
           END-IF.

           COMPUTE WS-EARLIER-YEARS =
              COMM-WX-AMOUNT - COMM-WX-CURRENT-YEAR.

           IF WS-EARLIER-YEARS > 0
              INITIALIZE WRAPCHK-COMMAREA
              SET WR-FUNCTION-TRANSFER-IN TO TRUE
              MOVE WS-EARLIER-YEARS TO COMM-WR-AMOUNT
              PERFORM CALL-WRAPCHK
              IF COMM-WX-FAIL-CD NOT = ' '
                 GO TO TWI999
              END-IF
           END-IF.

           MOVE 'I' TO HV-WX-DIRECTION.
           MOVE SPACES TO HV-WX-OTHER-SORTCODE.
           MOVE SPACES TO HV-WX-OTHER-ACCOUNT.
           IF COMM-WX-OTHER-SCODE NOT = LOW-VALUES
              MOVE COMM-WX-OTHER-SCODE TO HV-WX-OTHER-SORTCODE
           END-IF.
           IF COMM-WX-OTHER-ACCNO NOT = LOW-VALUES
              MOVE COMM-WX-OTHER-ACCNO TO HV-WX-OTHER-ACCOUNT
           END-IF.
           MOVE COMM-WX-CURRENT-YEAR TO HV-WX-CURRENT-YEAR.
           MOVE 0 TO HV-WX-OUTBOUND-ID.

           PERFORM INSERT-WRAP-TRANSFER.

           IF COMM-WX-FAIL-CD NOT = ' '
              GO TO TWI999
           END-IF.

           MOVE 'Y' TO COMM-WX-SUCCESS.
           DISPLAY 'WRAPXFR: Wrapper transferred in, id=' COMM-WX-ID
                   ' ref ' COMM-WX-PROCTRAN-REF
                   ' taken by ' EIBOPID.

       TWI999.
           EXIT.


       TRANSFER-WRAPPER-OUT SECTION.
       TWO010.

           IF COMM-WX-OTHER-SCODE = SPACES OR LOW-VALUES
              OR COMM-WX-OTHER-ACCNO = SPACES OR LOW-VALUES
              OR COMM-WX-OTHER-ACCNO NOT NUMERIC
              MOVE '6' TO COMM-WX-FAIL-CD
              GO TO TWO999
           END-IF.

           INITIALIZE XFRFUN-COMMAREA.
           MOVE 'XFRF' TO COMM-XFR-EYE.
           MOVE COMM-WX-SCODE TO COMM-XFR-FROM-SCODE.
           MOVE COMM-WX-ACCNO TO COMM-XFR-FROM-ACCNO.
           MOVE COMM-WX-OTHER-SCODE TO COMM-XFR-TO-SCODE.
           MOVE COMM-WX-OTHER-ACCNO TO COMM-XFR-TO-ACCNO.
           MOVE COMM-WX-AMOUNT TO COMM-XFR-AMT.
           MOVE 'WRAPPER TRANSFER' TO COMM-XFR-PAYEE-REF.

           EXEC CICS LINK PROGRAM(XFRFUN-PROGRAM)
                COMMAREA(XFRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR NOT TRANSFER-FUNDS-OK
              DISPLAY 'WRAPXFR: Transfer out payment failed for '
                      COMM-WX-SCODE '/' COMM-WX-ACCNO
                      ' fail code ' COMM-XFR-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-XFR-FAIL-CODE TO COMM-WX-POST-FAIL-CD
              MOVE '5' TO COMM-WX-FAIL-CD
              GO TO TWO999
           END-IF.

      *
      *    A sort code on our own BRANCH directory is a transfer
      *    between our own accounts, not to another provider.
      *
           IF NOT XFR-SENT-OUTBOUND
              DISPLAY 'WRAPXFR: Transfer out to own sort code '
                      COMM-WX-OTHER-SCODE ' refused'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '6' TO COMM-WX-FAIL-CD
              GO TO TWO999
           END-IF.

           MOVE COMM-XFR-OUTBOUND-ID TO COMM-WX-OUTBOUND-ID.
           MOVE COMM-XFR-OUTBOUND-ID TO HV-WX-OUTBOUND-ID.

           INITIALIZE WRAPCHK-COMMAREA.
           SET WR-FUNCTION-TRANSFER-OUT TO TRUE.
           MOVE COMM-WX-AMOUNT TO COMM-WR-AMOUNT.
           PERFORM CALL-WRAPCHK.
           IF COMM-WX-FAIL-CD NOT = ' '
              GO TO TWO999
           END-IF.

      *
      *    The customer's subscriptions this tax year, for the
      *    receiving provider - never more than the value sent.
      *
           IF COMM-WR-SUBSCRIBED > COMM-WX-AMOUNT
              MOVE COMM-WX-AMOUNT TO COMM-WX-CURRENT-YEAR
           ELSE
              MOVE COMM-WR-SUBSCRIBED TO COMM-WX-CURRENT-YEAR
           END-IF.

           MOVE 'O' TO HV-WX-DIRECTION.
           MOVE COMM-WX-OTHER-SCODE TO HV-WX-OTHER-SORTCODE.
           MOVE COMM-WX-OTHER-ACCNO TO HV-WX-OTHER-ACCOUNT.
           MOVE COMM-WX-CURRENT-YEAR TO HV-WX-CURRENT-YEAR.
           MOVE SPACES TO HV-WX-PROCTRAN-REF.

           PERFORM INSERT-WRAP-TRANSFER.

           IF COMM-WX-FAIL-CD NOT = ' '
              GO TO TWO999
           END-IF.

           MOVE 'Y' TO COMM-WX-SUCCESS.
           DISPLAY 'WRAPXFR: Wrapper transferred out, id=' COMM-WX-ID
                   ' outbound id ' COMM-WX-OUTBOUND-ID
                   ' taken by ' EIBOPID.

       TWO999.
           EXIT.


       CALL-WRAPCHK SECTION.
       CWC010.
      *
      *    The money has already moved, so a failure here backs
      *    the whole transfer out.
      *
           MOVE COMM-WX-SCODE TO COMM-WR-SCODE.
           MOVE COMM-WX-ACCNO TO COMM-WR-ACCNO.
           MOVE SPACES TO COMM-WR-FROM-ACCNO.
           MOVE WS-TODAY-INT TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              DISPLAY 'WRAPXFR: WRAPCHK failed for '
                      COMM-WX-SCODE '/' COMM-WX-ACCNO
                      ' function ' COMM-WR-FUNCTION
                      ' fail code ' COMM-WR-FAIL-CD
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-WX-FAIL-CD
              GO TO CWC999
           END-IF.

           MOVE COMM-WR-TAX-YEAR TO COMM-WX-TAX-YEAR.

       CWC999.
           EXIT.


       INSERT-WRAP-TRANSFER SECTION.
       IWT010.
      *
      *    Transfer ids run in one sequence across the whole book,
      *    the same way NOTCMNT numbers notices.
      *
           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(WRAP_TRANSFER_ID), 0)
                INTO :HV-MAX-ID
                FROM WRAP_TRANSFER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPXFR - Transfer id SELECT failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-WX-FAIL-CD
              GO TO IWT999
           END-IF.

           COMPUTE HV-WX-ID = HV-MAX-ID + 1.
           MOVE COMM-WX-OTHER-PROVIDER TO HV-WX-OTHER-PROVIDER.
           MOVE COMM-WX-AMOUNT TO HV-WX-AMOUNT.
           MOVE COMM-WX-TAX-YEAR TO HV-WX-TAX-YEAR.
           MOVE WS-TODAY-INT TO HV-WX-DATE.
           MOVE EIBOPID TO HV-WX-OPERATOR.

           EXEC SQL
              INSERT INTO WRAP_TRANSFER
                     ( WRAP_TRANSFER_ID,
                       WRAP_TRANSFER_SORTCODE,
                       WRAP_TRANSFER_ACCOUNT,
                       WRAP_TRANSFER_CUSTNO,
                       WRAP_TRANSFER_DIRECTION,
                       WRAP_TRANSFER_OTHER_PROVIDER,
                       WRAP_TRANSFER_OTHER_SORTCODE,
                       WRAP_TRANSFER_OTHER_ACCOUNT,
                       WRAP_TRANSFER_AMOUNT,
                       WRAP_TRANSFER_CURRENT_YEAR,
                       WRAP_TRANSFER_TAX_YEAR,
                       WRAP_TRANSFER_DATE,
                       WRAP_TRANSFER_PROCTRAN_REF,
                       WRAP_TRANSFER_OUTBOUND_ID,
                       WRAP_TRANSFER_OPERATOR )
              VALUES ( :HV-WX-ID,
                       :HV-WX-SORTCODE,
                       :HV-WX-ACCOUNT,
                       :HV-WX-CUSTNO,
                       :HV-WX-DIRECTION,
                       :HV-WX-OTHER-PROVIDER,
                       :HV-WX-OTHER-SORTCODE,
                       :HV-WX-OTHER-ACCOUNT,
                       :HV-WX-AMOUNT,
                       :HV-WX-CURRENT-YEAR,
                       :HV-WX-TAX-YEAR,
                       :HV-WX-DATE,
                       :HV-WX-PROCTRAN-REF,
                       :HV-WX-OUTBOUND-ID,
                       :HV-WX-OPERATOR )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'WRAPXFR - Transfer INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-WX-FAIL-CD
              GO TO IWT999
           END-IF.

           MOVE HV-WX-ID TO COMM-WX-ID.

       IWT999.
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

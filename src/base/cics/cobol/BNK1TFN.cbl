       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the transfer funds screen, transaction
      * BXFR, reached from the BNK1MAI menu.
      *
      * The operator keys the from account, the destination sort
      * code and account (sort code blank for this bank), the payee
      * name and reference, the amount and an optional back value
      * date. ENTER checks what was keyed and, when a payee name is
      * given, asks XFRFUN for the confirmation-of-payee verdict
      * without moving any money; the verdict is shown for the
      * operator to read back to the customer. PF5 makes the
      * transfer through XFRFUN, but only when the screen still
      * holds exactly what was checked. After a transfer the amount
      * is cleared, so a second PF5 cannot send it twice.
      *
      * A payment to another bank is queued outbound by XFRFUN and
      * the screen says so. XFRFUN's failure codes - holds, limits,
      * controls and so on - come back as readable messages.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1TFN.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the transfer funds screen
           COPY BNK1TFN.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BXFR'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 XFRFUN-PROGRAM                PIC X(8)      VALUE 'XFRFUN'.
       01 XFRFUN-COMMAREA.
           COPY XFRFUN.

      * SVCCHK commarea - the operations message for a service that
      * is frozen for the overnight batch
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

      *
      *    Carried between screens - the transfer last checked with
      *    ENTER, which is all PF5 will send, and the payee verdict
      *    shown for it.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-CHECKED            PIC X.
             88 WS-COMM-REQUEST-CHECKED VALUE 'Y'.
          03 WS-COMM-REQUEST.
             05 WS-COMM-FRACC           PIC X(8).
             05 WS-COMM-TOSC            PIC X(6).
             05 WS-COMM-TOACC           PIC X(8).
             05 WS-COMM-PAYEE           PIC X(60).
             05 WS-COMM-PAYREF          PIC X(18).
             05 WS-COMM-AMOUNT          PIC X(13).
             05 WS-COMM-VALDT           PIC X(10).
          03 WS-COMM-COPRES             PIC X(40).

       01 WS-SCREEN.
          03 WS-SCR-REQUEST.
             05 WS-SCR-FRACC            PIC X(8).
             05 WS-SCR-FRACC-NUM REDEFINES WS-SCR-FRACC
                                        PIC 9(8).
             05 WS-SCR-TOSC             PIC X(6).
             05 WS-SCR-TOSC-NUM REDEFINES WS-SCR-TOSC
                                        PIC 9(6).
             05 WS-SCR-TOACC            PIC X(8).
             05 WS-SCR-TOACC-NUM REDEFINES WS-SCR-TOACC
                                        PIC 9(8).
             05 WS-SCR-PAYEE            PIC X(60).
             05 WS-SCR-PAYREF           PIC X(18).
             05 WS-SCR-AMOUNT           PIC X(13).
             05 WS-SCR-VALDT            PIC X(10).
             05 WS-SCR-VALDT-GRP REDEFINES WS-SCR-VALDT.
                07 WS-SCR-VALDT-CCYY    PIC X(4).
                07 WS-SCR-VALDT-SEP1    PIC X.
                07 WS-SCR-VALDT-MM      PIC X(2).
                07 WS-SCR-VALDT-SEP2    PIC X.
                07 WS-SCR-VALDT-DD      PIC X(2).
          03 WS-SCR-COPRES              PIC X(40).
          03 WS-SCR-REF                 PIC X(12).
          03 WS-SCR-FRAVL               PIC X(14).
          03 WS-SCR-FRACT               PIC X(14).
          03 WS-SCR-TOAVL               PIC X(14).
          03 WS-SCR-TOACT               PIC X(14).

      *
      *    Amount keyed as text - digits with at most one decimal
      *    point and two places, commas allowed - and its value.
      *
       01 WS-AMOUNT-CHECK.
          03 WS-AMT-TEXT                PIC X(13).
          03 WS-AMT-CHAR                PIC X.
          03 WS-AMT-DIGIT REDEFINES WS-AMT-CHAR
                                        PIC 9.
          03 WS-AMT-IX                  PIC 9(2).
          03 WS-AMT-INT-DIGITS          PIC 9(2).
          03 WS-AMT-DEC-DIGITS          PIC 9(2).
          03 WS-AMT-POINT-SEEN          PIC X.
          03 WS-AMT-VALID               PIC X.
             88 WS-AMOUNT-VALID         VALUE 'Y'.
          03 WS-AMT-INT                 PIC 9(10).
          03 WS-AMT-DEC                 PIC 9(2).
          03 WS-AMT-VALUE               PIC 9(10)V99.

       01 WS-EDIT-AMOUNT                PIC -ZZZZZZZZZ9.99.
       01 WS-OUTBOUND-ID                PIC 9(9).
       01 WS-CHECK-OK                   PIC X.
       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(164).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.

           IF EIBCALEN NOT = LENGTH OF WS-COMM-AREA
              INITIALIZE WS-COMM-AREA
              MOVE SPACES TO WS-SCREEN
              PERFORM SEND-TRANSFER-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMM-AREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 INITIALIZE WS-COMM-AREA
                 MOVE SPACES TO WS-SCREEN
                 PERFORM SEND-TRANSFER-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM CHECK-TRANSFER
              WHEN EIBAID = DFHPF5
                 PERFORM MAKE-TRANSFER
              WHEN OTHER
                 PERFORM RECEIVE-TRANSFER-MAP
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-TRANSFER-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       CHECK-TRANSFER SECTION.
       CT010.

           PERFORM RECEIVE-TRANSFER-MAP.
           MOVE 'N' TO WS-COMM-CHECKED.
           MOVE SPACES TO WS-COMM-COPRES WS-SCR-COPRES.

           PERFORM VALIDATE-REQUEST.

           IF WS-CHECK-OK NOT = 'Y'
              PERFORM SEND-TRANSFER-MAP
              GO TO CT999
           END-IF.

      *
      *    Confirmation of payee - a verify-only call, which checks
      *    the accounts and the payee name but posts nothing.
      *
           IF WS-SCR-PAYEE NOT = SPACES
              PERFORM SET-XFRFUN-REQUEST
              MOVE 'Y' TO COMM-XFR-COP-VERIFY
              PERFORM LINK-XFRFUN
              IF WS-CHECK-OK NOT = 'Y'
                 PERFORM SEND-TRANSFER-MAP
                 GO TO CT999
              END-IF
              EVALUATE TRUE
                 WHEN XFR-COP-MATCH
                    MOVE 'Payee name matches the account'
                       TO WS-SCR-COPRES
                 WHEN XFR-COP-CLOSE-MATCH
                    MOVE 'Close match - confirm the name with payer'
                       TO WS-SCR-COPRES
                 WHEN XFR-COP-NO-MATCH
                    MOVE 'Payee name does NOT match the account'
                       TO WS-SCR-COPRES
                 WHEN OTHER
                    MOVE 'Payee name could not be checked'
                       TO WS-SCR-COPRES
              END-EVALUATE
           END-IF.

           MOVE 'Y' TO WS-COMM-CHECKED.
           MOVE WS-SCR-REQUEST TO WS-COMM-REQUEST.
           MOVE WS-SCR-COPRES TO WS-COMM-COPRES.
           MOVE 'Transfer checked - press PF5 to send it'
              TO WS-MESSAGE.

           PERFORM SEND-TRANSFER-MAP.

       CT999.
           EXIT.


       MAKE-TRANSFER SECTION.
       MT010.

           PERFORM RECEIVE-TRANSFER-MAP.
           MOVE WS-COMM-COPRES TO WS-SCR-COPRES.

           IF NOT WS-COMM-REQUEST-CHECKED
              OR WS-SCR-REQUEST NOT = WS-COMM-REQUEST
              MOVE 'N' TO WS-COMM-CHECKED
              MOVE SPACES TO WS-SCR-COPRES
              MOVE 'Press ENTER to check the transfer before PF5'
                 TO WS-MESSAGE
              PERFORM SEND-TRANSFER-MAP
              GO TO MT999
           END-IF.

           PERFORM VALIDATE-REQUEST.

           IF WS-CHECK-OK NOT = 'Y'
              MOVE 'N' TO WS-COMM-CHECKED
              PERFORM SEND-TRANSFER-MAP
              GO TO MT999
           END-IF.

           PERFORM SET-XFRFUN-REQUEST.
           PERFORM LINK-XFRFUN.

           MOVE 'N' TO WS-COMM-CHECKED.

           IF WS-CHECK-OK NOT = 'Y'
              PERFORM SEND-TRANSFER-MAP
              GO TO MT999
           END-IF.

           MOVE COMM-XFR-PROCTRAN-REF TO WS-SCR-REF.
           MOVE COMM-XFR-FROM-AVAIL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-SCR-FRAVL.
           MOVE COMM-XFR-FROM-ACTUAL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-SCR-FRACT.
           MOVE SPACES TO WS-SCR-AMOUNT.

      *
      *    A payment to another bank has no to-account balances
      *    here - it is queued for the outbound payment run.
      *
           IF XFR-SENT-OUTBOUND
              MOVE COMM-XFR-OUTBOUND-ID TO WS-OUTBOUND-ID
              STRING 'Payment queued to the other bank - id '
                        DELIMITED BY SIZE,
                     WS-OUTBOUND-ID DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              MOVE COMM-XFR-TO-AVAIL-BAL TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-SCR-TOAVL
              MOVE COMM-XFR-TO-ACTUAL-BAL TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-SCR-TOACT
              MOVE 'Transfer made' TO WS-MESSAGE
           END-IF.

           PERFORM SEND-TRANSFER-MAP.

       MT999.
           EXIT.


       SET-XFRFUN-REQUEST SECTION.
       SXR010.

           INITIALIZE XFRFUN-COMMAREA.
           MOVE SPACES TO COMM-XFR-FROM-SCODE.
           MOVE WS-SCR-FRACC-NUM TO COMM-XFR-FROM-ACCNO.

           IF WS-SCR-TOSC = SPACES
              MOVE SPACES TO COMM-XFR-TO-SCODE
           ELSE
              MOVE WS-SCR-TOSC TO COMM-XFR-TO-SCODE
           END-IF.

           MOVE WS-SCR-TOACC-NUM TO COMM-XFR-TO-ACCNO.
           MOVE WS-AMT-VALUE TO COMM-XFR-AMT.
           MOVE WS-SCR-PAYEE TO COMM-XFR-PAYEE-NAME.
           MOVE WS-SCR-PAYREF TO COMM-XFR-PAYEE-REF.
           MOVE WS-SCR-VALDT TO COMM-XFR-VALUE-DATE.
           MOVE 'N' TO COMM-XFR-COP-VERIFY.
           MOVE 'N' TO COMM-XFR-HOLD-OVERRIDE.

       SXR999.
           EXIT.


       LINK-XFRFUN SECTION.
       LX010.
      *
      *    Call XFRFUN with the request set up, leaving WS-CHECK-OK
      *    'Y' on success or 'N' with the reason in WS-MESSAGE.
      *
           MOVE 'N' TO WS-CHECK-OK.

           EXEC CICS LINK PROGRAM(XFRFUN-PROGRAM)
                COMMAREA(XFRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1TFN: LINK to XFRFUN failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Transfer is not available - check history first'
                 TO WS-MESSAGE
              GO TO LX999
           END-IF.

           IF NOT TRANSFER-FUNDS-OK
              PERFORM SET-XFRFUN-MESSAGE
              GO TO LX999
           END-IF.

           MOVE 'Y' TO WS-CHECK-OK.

       LX999.
           EXIT.


       VALIDATE-REQUEST SECTION.
       VR010.
      *
      *    Check the keyed request, leaving WS-CHECK-OK 'Y' and the
      *    amount in WS-AMT-VALUE, or 'N' with the reason in
      *    WS-MESSAGE.
      *
           MOVE 'N' TO WS-CHECK-OK.

           IF WS-SCR-FRACC NOT NUMERIC
              OR WS-SCR-FRACC-NUM = ZERO
              MOVE 'Enter the account to transfer from' TO WS-MESSAGE
              GO TO VR999
           END-IF.

           IF WS-SCR-TOSC NOT = SPACES
              AND WS-SCR-TOSC NOT NUMERIC
              MOVE 'Sort code must be six digits, or blank for ours'
                 TO WS-MESSAGE
              GO TO VR999
           END-IF.

           IF WS-SCR-TOACC NOT NUMERIC
              OR WS-SCR-TOACC-NUM = ZERO
              MOVE 'Enter the account to transfer to' TO WS-MESSAGE
              GO TO VR999
           END-IF.

           MOVE WS-SCR-AMOUNT TO WS-AMT-TEXT.
           PERFORM VALIDATE-AMOUNT.

           IF NOT WS-AMOUNT-VALID
              MOVE 'Enter the amount as a number such as 125.50'
                 TO WS-MESSAGE
              GO TO VR999
           END-IF.

           IF WS-AMT-VALUE = ZERO
              MOVE 'Amount must be more than zero' TO WS-MESSAGE
              GO TO VR999
           END-IF.

           IF WS-SCR-VALDT NOT = SPACES
              IF WS-SCR-VALDT-CCYY NOT NUMERIC
                 OR WS-SCR-VALDT-MM NOT NUMERIC
                 OR WS-SCR-VALDT-DD NOT NUMERIC
                 OR WS-SCR-VALDT-SEP1 NOT = '-'
                 OR WS-SCR-VALDT-SEP2 NOT = '-'
                 MOVE 'Value date must be YYYY-MM-DD or blank'
                    TO WS-MESSAGE
                 GO TO VR999
              END-IF
           END-IF.

           MOVE 'Y' TO WS-CHECK-OK.

       VR999.
           EXIT.


       VALIDATE-AMOUNT SECTION.
       VA010.
      *
      *    WS-AMT-TEXT to WS-AMT-VALUE, WS-AMT-VALID 'N' when it is
      *    not a plain amount of at most ten whole digits.
      *
           MOVE 'Y' TO WS-AMT-VALID.
           MOVE 'N' TO WS-AMT-POINT-SEEN.
           MOVE 0 TO WS-AMT-INT WS-AMT-DEC WS-AMT-INT-DIGITS
                     WS-AMT-DEC-DIGITS WS-AMT-VALUE.

           PERFORM VARYING WS-AMT-IX FROM 1 BY 1
              UNTIL WS-AMT-IX > LENGTH OF WS-AMT-TEXT
                 OR NOT WS-AMOUNT-VALID
              MOVE WS-AMT-TEXT (WS-AMT-IX:1) TO WS-AMT-CHAR
              EVALUATE TRUE
                 WHEN WS-AMT-CHAR = SPACE
                 WHEN WS-AMT-CHAR = ','
                    CONTINUE
                 WHEN WS-AMT-CHAR = '.'
                    IF WS-AMT-POINT-SEEN = 'Y'
                       MOVE 'N' TO WS-AMT-VALID
                    ELSE
                       MOVE 'Y' TO WS-AMT-POINT-SEEN
                    END-IF
                 WHEN WS-AMT-CHAR IS NUMERIC
                    IF WS-AMT-POINT-SEEN = 'Y'
                       ADD 1 TO WS-AMT-DEC-DIGITS
                       IF WS-AMT-DEC-DIGITS > 2
                          MOVE 'N' TO WS-AMT-VALID
                       ELSE
                          COMPUTE WS-AMT-DEC =
                             WS-AMT-DEC * 10 + WS-AMT-DIGIT
                       END-IF
                    ELSE
                       ADD 1 TO WS-AMT-INT-DIGITS
                       IF WS-AMT-INT-DIGITS > 10
                          MOVE 'N' TO WS-AMT-VALID
                       ELSE
                          COMPUTE WS-AMT-INT =
                             WS-AMT-INT * 10 + WS-AMT-DIGIT
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-AMT-VALID
              END-EVALUATE
           END-PERFORM.

           IF WS-AMT-INT-DIGITS + WS-AMT-DEC-DIGITS = 0
              MOVE 'N' TO WS-AMT-VALID
           END-IF.

           IF WS-AMOUNT-VALID
              IF WS-AMT-DEC-DIGITS = 1
                 MULTIPLY 10 BY WS-AMT-DEC
              END-IF
              COMPUTE WS-AMT-VALUE = WS-AMT-INT + (WS-AMT-DEC / 100)
           END-IF.

       VA999.


       SET-XFRFUN-MESSAGE SECTION.
       SXM010.

           EVALUATE TRUE
              WHEN XFR-FROM-NOT-FOUND
                 MOVE 'From account not found' TO WS-MESSAGE
              WHEN XFR-TO-NOT-FOUND
                 MOVE 'To account not found' TO WS-MESSAGE
              WHEN XFR-SAME-ACCOUNT
                 MOVE 'From and to accounts are the same'
                    TO WS-MESSAGE
              WHEN XFR-OVER-LIMIT
                 MOVE 'Transfer would take the account over its limit'
                    TO WS-MESSAGE
              WHEN XFR-BAD-AMOUNT
                 MOVE 'Amount must be more than zero' TO WS-MESSAGE
              WHEN XFR-BALANCE-CONFLICT
                 MOVE 'Balance changed meanwhile - please try again'
                    TO WS-MESSAGE
              WHEN XFR-FROM-CONTROLLED
                 MOVE 'From account is controlled - transfer blocked'
                    TO WS-MESSAGE
              WHEN XFR-TO-CONTROLLED
                 MOVE 'To account is controlled - transfer blocked'
                    TO WS-MESSAGE
              WHEN XFR-BAD-TXN-TYPE
                 MOVE 'Transfers are not allowed on that account'
                    TO WS-MESSAGE
              WHEN XFR-BEFORE-MATURITY
                 MOVE 'Fixed-term deposit has not yet matured'
                    TO WS-MESSAGE
              WHEN XFR-DAILY-LIMIT
                 MOVE 'Transfer would exceed the daily payment limit'
                    TO WS-MESSAGE
              WHEN XFR-VELOCITY-HELD
                 MOVE 'Held for the fraud team - unusual activity'
                    TO WS-MESSAGE
              WHEN XFR-COOLING-HELD
                 MOVE 'Held for the fraud team - recent detail change'
                    TO WS-MESSAGE
              WHEN XFR-MANDATE-REFUSED
                 MOVE 'The third-party mandate does not permit this'
                    TO WS-MESSAGE
              WHEN XFR-NO-EXCHANGE-RATE
                 MOVE 'No exchange rate today for these currencies'
                    TO WS-MESSAGE
              WHEN XFR-BAD-DESTINATION
                 MOVE 'Destination sort code and account are invalid'
                    TO WS-MESSAGE
              WHEN XFR-SIGNING-REFUSED
                 MOVE 'The organisation''s signing rules refuse this'
                    TO WS-MESSAGE
              WHEN XFR-NOTICE-REQUIRED
                 MOVE 'Notice account - no matured notice covers this'
                    TO WS-MESSAGE
              WHEN XFR-ALLOWANCE-EXCEEDED
                 MOVE 'Transfer would exceed the tax-free allowance'
                    TO WS-MESSAGE
              WHEN XFR-BAD-VALUE-DATE
                 MOVE 'Value date is outside the permitted window'
                    TO WS-MESSAGE
              WHEN XFR-SERVICE-FROZEN
                 INITIALIZE SVCCHK-COMMAREA
                 SET SVCC-POSTING TO TRUE
                 CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA
                 IF SVCC-UPDATES-ALLOWED
                    MOVE 'Service temporarily unavailable - try again'
                       TO WS-MESSAGE
                 ELSE
                    MOVE SVCC-MESSAGE TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 STRING 'Transfer failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-XFR-FAIL-CODE DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SXM999.
           EXIT.


       RECEIVE-TRANSFER-MAP SECTION.
       RTF010.

           MOVE LOW-VALUES TO BNK1TFI.

           EXEC CICS RECEIVE MAP('BNK1TF')
                MAPSET('BNK1TFN')
                INTO(BNK1TFI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1TFN: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           MOVE SPACES TO WS-SCREEN.

           IF FRACCL > ZERO AND FRACCI NUMERIC
              MOVE FRACCI TO WS-SCR-FRACC-NUM
           END-IF.

           IF TOSCL > ZERO AND TOSCI NUMERIC
              AND TOSCI NOT = ZERO
              MOVE TOSCI TO WS-SCR-TOSC-NUM
           END-IF.

           IF TOACCL > ZERO AND TOACCI NUMERIC
              MOVE TOACCI TO WS-SCR-TOACC-NUM
           END-IF.

           MOVE PAYEEI TO WS-SCR-PAYEE.
           MOVE PAYREFI TO WS-SCR-PAYREF.
           MOVE AMOUNTI TO WS-SCR-AMOUNT.
           MOVE VALDTI TO WS-SCR-VALDT.
           INSPECT WS-SCR-REQUEST REPLACING ALL LOW-VALUES BY SPACES.

       RTF999.
           EXIT.


       SEND-TRANSFER-MAP SECTION.
       STF010.

           MOVE LOW-VALUES TO BNK1TFO.

           MOVE WS-SCR-FRACC TO FRACCO.
           MOVE WS-SCR-TOSC TO TOSCO.
           MOVE WS-SCR-TOACC TO TOACCO.
           MOVE WS-SCR-PAYEE TO PAYEEO.
           MOVE WS-SCR-PAYREF TO PAYREFO.
           MOVE WS-SCR-AMOUNT TO AMOUNTO.
           MOVE WS-SCR-VALDT TO VALDTO.
           MOVE WS-SCR-COPRES TO COPRESO.
           MOVE WS-SCR-REF TO REFO.
           MOVE WS-SCR-FRAVL TO FRAVLO.
           MOVE WS-SCR-FRACT TO FRACTO.
           MOVE WS-SCR-TOAVL TO TOAVLO.
           MOVE WS-SCR-TOACT TO TOACTO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1TF')
                MAPSET('BNK1TFN')
                FROM(BNK1TFO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1TFN: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       STF999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1TFN: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           PERFORM RECEIVE-TRANSFER-MAP.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-TRANSFER-MAP.

       RTM999.
           EXIT.


       RETURN-TO-CICS SECTION.
       RTC010.

           EXEC CICS RETURN
                TRANSID(WS-SCREEN-TRANID)
                COMMAREA(WS-COMM-AREA)
                LENGTH(LENGTH OF WS-COMM-AREA)
           END-EXEC.

       RTC999.
           EXIT.

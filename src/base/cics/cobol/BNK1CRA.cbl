       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the debit and credit screen, transaction
      * BDCR, reached from the BNK1MAI menu.
      *
      * The operator keys the account, D or C, the amount and an
      * optional back value date. ENTER checks what was keyed and
      * asks for PF5; PF5 posts it through DBCRFUN, but only when
      * the screen still holds exactly what was checked, so a
      * posting is never made from keying that was not confirmed.
      * After a posting the amount is cleared, so a second PF5
      * cannot post it twice.
      *
      * The posting's origin on PROCTRAN names the terminal and the
      * signed-on operator. DBCRFUN's failure codes come back as
      * readable messages; its balances and PROCTRAN reference are
      * shown on success.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CRA.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the debit and credit screen
           COPY BNK1CRA.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BDCR'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 DBCRFUN-PROGRAM               PIC X(8)      VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

      * SVCCHK commarea - the operations message for a service that
      * is frozen for the overnight batch
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

      *
      *    Carried between screens - the request last checked with
      *    ENTER, which is all PF5 will post.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-CHECKED            PIC X.
             88 WS-COMM-REQUEST-CHECKED VALUE 'Y'.
          03 WS-COMM-REQUEST.
             05 WS-COMM-ACCNO           PIC X(8).
             05 WS-COMM-DCIND           PIC X.
             05 WS-COMM-AMOUNT          PIC X(13).
             05 WS-COMM-VALDT           PIC X(10).

       01 WS-SCREEN.
          03 WS-SCR-REQUEST.
             05 WS-SCR-ACCNO            PIC X(8).
             05 WS-SCR-ACCNO-NUM REDEFINES WS-SCR-ACCNO
                                        PIC 9(8).
             05 WS-SCR-DCIND            PIC X.
             05 WS-SCR-AMOUNT           PIC X(13).
             05 WS-SCR-VALDT            PIC X(10).
             05 WS-SCR-VALDT-GRP REDEFINES WS-SCR-VALDT.
                07 WS-SCR-VALDT-CCYY    PIC X(4).
                07 WS-SCR-VALDT-SEP1    PIC X.
                07 WS-SCR-VALDT-MM      PIC X(2).
                07 WS-SCR-VALDT-SEP2    PIC X.
                07 WS-SCR-VALDT-DD      PIC X(2).
          03 WS-SCR-REF                 PIC X(12).
          03 WS-SCR-AVAIL               PIC X(14).
          03 WS-SCR-ACTUAL              PIC X(14).

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
       01 WS-CHECK-OK                   PIC X.
       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(33).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.

           IF EIBCALEN NOT = LENGTH OF WS-COMM-AREA
              INITIALIZE WS-COMM-AREA
              MOVE SPACES TO WS-SCREEN
              PERFORM SEND-POSTING-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMM-AREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 INITIALIZE WS-COMM-AREA
                 MOVE SPACES TO WS-SCREEN
                 PERFORM SEND-POSTING-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM CHECK-POSTING
              WHEN EIBAID = DFHPF5
                 PERFORM MAKE-POSTING
              WHEN OTHER
                 PERFORM RECEIVE-POSTING-MAP
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-POSTING-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       CHECK-POSTING SECTION.
       CP010.

           PERFORM RECEIVE-POSTING-MAP.
           MOVE 'N' TO WS-COMM-CHECKED.

           PERFORM VALIDATE-REQUEST.

           IF WS-CHECK-OK = 'Y'
              MOVE 'Y' TO WS-COMM-CHECKED
              MOVE WS-SCR-REQUEST TO WS-COMM-REQUEST
              IF WS-SCR-DCIND = 'D'
                 MOVE 'Debit checked - press PF5 to post it'
                    TO WS-MESSAGE
              ELSE
                 MOVE 'Credit checked - press PF5 to post it'
                    TO WS-MESSAGE
              END-IF
           END-IF.

           PERFORM SEND-POSTING-MAP.

       CP999.
           EXIT.


       MAKE-POSTING SECTION.
       MP010.

           PERFORM RECEIVE-POSTING-MAP.

           IF NOT WS-COMM-REQUEST-CHECKED
              OR WS-SCR-REQUEST NOT = WS-COMM-REQUEST
              MOVE 'N' TO WS-COMM-CHECKED
              MOVE 'Press ENTER to check the posting before PF5'
                 TO WS-MESSAGE
              PERFORM SEND-POSTING-MAP
              GO TO MP999
           END-IF.

           PERFORM VALIDATE-REQUEST.

           IF WS-CHECK-OK NOT = 'Y'
              MOVE 'N' TO WS-COMM-CHECKED
              PERFORM SEND-POSTING-MAP
              GO TO MP999
           END-IF.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE WS-SCR-ACCNO-NUM TO COMM-ACCNO.

           IF WS-SCR-DCIND = 'D'
              COMPUTE COMM-AMT = 0 - WS-AMT-VALUE
           ELSE
              MOVE WS-AMT-VALUE TO COMM-AMT
           END-IF.

           MOVE SPACES TO COMM-ORIGIN.
           STRING 'COUNTER ' DELIMITED BY SIZE,
                  EIBTRMID DELIMITED BY SIZE,
                  ' OPERATOR ' DELIMITED BY SIZE,
                  EIBOPID DELIMITED BY SIZE
              INTO COMM-ORIGIN
           END-STRING.

           MOVE WS-SCR-VALDT TO COMM-VALUE-DATE.

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'N' TO WS-COMM-CHECKED.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CRA: LINK to DBCRFUN failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Posting is not available - check history first'
                 TO WS-MESSAGE
              PERFORM SEND-POSTING-MAP
              GO TO MP999
           END-IF.

           IF COMM-SUCCESS NOT = 'Y'
              PERFORM SET-DBCRFUN-MESSAGE
              PERFORM SEND-POSTING-MAP
              GO TO MP999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO WS-SCR-REF.
           MOVE COMM-AVAIL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-SCR-AVAIL.
           MOVE COMM-ACTUAL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-SCR-ACTUAL.
           MOVE SPACES TO WS-SCR-AMOUNT.

           IF COMM-AMT < 0
              MOVE 'Debit posted' TO WS-MESSAGE
           ELSE
              MOVE 'Credit posted' TO WS-MESSAGE
           END-IF.

           PERFORM SEND-POSTING-MAP.

       MP999.
           EXIT.


       VALIDATE-REQUEST SECTION.
       VR010.
      *
      *    Check the keyed request, leaving WS-CHECK-OK 'Y' and the
      *    amount in WS-AMT-VALUE, or 'N' with the reason in
      *    WS-MESSAGE.
      *
           MOVE 'N' TO WS-CHECK-OK.

           IF WS-SCR-ACCNO NOT NUMERIC
              OR WS-SCR-ACCNO-NUM = ZERO
              MOVE 'Enter an account number' TO WS-MESSAGE
              GO TO VR999
           END-IF.

           IF WS-SCR-DCIND = 'd'
              MOVE 'D' TO WS-SCR-DCIND
           END-IF.

           IF WS-SCR-DCIND = 'c'
              MOVE 'C' TO WS-SCR-DCIND
           END-IF.

           IF WS-SCR-DCIND NOT = 'D' AND WS-SCR-DCIND NOT = 'C'
              MOVE 'Enter D to debit or C to credit the account'
                 TO WS-MESSAGE
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
           EXIT.


       SET-DBCRFUN-MESSAGE SECTION.
       SDM010.

           EVALUATE TRUE
              WHEN DBCR-ACC-NOT-FOUND
                 MOVE 'Account not found' TO WS-MESSAGE
              WHEN DBCR-OVER-LIMIT
                 MOVE 'Debit would take the account over its limit'
                    TO WS-MESSAGE
              WHEN DBCR-ZERO-AMOUNT
                 MOVE 'Amount must be more than zero' TO WS-MESSAGE
              WHEN DBCR-ACCT-CONTROLLED
                 MOVE 'Account is controlled - postings are blocked'
                    TO WS-MESSAGE
              WHEN DBCR-BAD-TXN-TYPE
                 MOVE 'That posting is not allowed on this account'
                    TO WS-MESSAGE
              WHEN DBCR-BEFORE-MATURITY
                 MOVE 'Fixed-term deposit has not yet matured'
                    TO WS-MESSAGE
              WHEN DBCR-DAILY-LIMIT
                 MOVE 'Debit would exceed the daily withdrawal limit'
                    TO WS-MESSAGE
              WHEN DBCR-SIGNING-REFUSED
                 MOVE 'The organisation''s signing rules refuse this'
                    TO WS-MESSAGE
              WHEN DBCR-NOTICE-REQUIRED
                 MOVE 'Notice account - no matured notice covers this'
                    TO WS-MESSAGE
              WHEN DBCR-ALLOWANCE-EXCEEDED
                 MOVE 'Credit would exceed the tax-free allowance'
                    TO WS-MESSAGE
              WHEN DBCR-BAD-VALUE-DATE
                 MOVE 'Value date is outside the permitted window'
                    TO WS-MESSAGE
              WHEN DBCR-SERVICE-FROZEN
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
                 STRING 'Posting failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-FAIL-CODE DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SDM999.
           EXIT.


       RECEIVE-POSTING-MAP SECTION.
       RPM010.

           MOVE LOW-VALUES TO BNK1CDI.

           EXEC CICS RECEIVE MAP('BNK1CD')
                MAPSET('BNK1CRA')
                INTO(BNK1CDI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1CRA: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           MOVE SPACES TO WS-SCREEN.

           IF ACCNOL > ZERO AND ACCNOI NUMERIC
              MOVE ACCNOI TO WS-SCR-ACCNO-NUM
           END-IF.

           MOVE DCINDI TO WS-SCR-DCIND.
           MOVE AMOUNTI TO WS-SCR-AMOUNT.
           MOVE VALDTI TO WS-SCR-VALDT.
           INSPECT WS-SCR-REQUEST REPLACING ALL LOW-VALUES BY SPACES.

       RPM999.
           EXIT.


       SEND-POSTING-MAP SECTION.
       SPM010.

           MOVE LOW-VALUES TO BNK1CDO.

           MOVE WS-SCR-ACCNO TO ACCNOO.
           MOVE WS-SCR-DCIND TO DCINDO.
           MOVE WS-SCR-AMOUNT TO AMOUNTO.
           MOVE WS-SCR-VALDT TO VALDTO.
           MOVE WS-SCR-REF TO REFO.
           MOVE WS-SCR-AVAIL TO AVAILO.
           MOVE WS-SCR-ACTUAL TO ACTUALO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1CD')
                MAPSET('BNK1CRA')
                FROM(BNK1CDO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CRA: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SPM999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1CRA: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           PERFORM RECEIVE-POSTING-MAP.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-POSTING-MAP.

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

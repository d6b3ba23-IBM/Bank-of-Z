       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the open an account screen, transaction
      * BOPN, reached from the BNK1MAI menu.
      *
      * The operator keys the customer number and the product code
      * from the catalogue, with an optional interest rate (blank
      * takes the product rate), an overdraft limit, and for a
      * fixed-term product the maturity instruction - P to pay away
      * to a nominated account or R to roll over. ENTER opens the
      * account through CREACC, which applies the product rules and
      * the customer's eligibility, and shows the new account
      * number with its opening, maturity and first statement
      * dates. When the customer is not eligible the reasons
      * PRODELIG gave are listed.
      *
      * After an account is opened the product code is cleared, so
      * pressing ENTER again cannot open a second account by
      * mistake. Nothing else is carried between screens.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CAC.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the open an account screen
           COPY BNK1CAC.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BOPN'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 CREACC-PROGRAM                PIC X(8)      VALUE 'CREACC'.
       01 CREACC-COMMAREA.
           COPY CREACC.

      * SVCCHK commarea - the operations message for a service that
      * is frozen for the overnight batch
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

       01 WS-COMM-AREA.
          03 WS-COMM-SCREEN-SHOWN       PIC X         VALUE 'Y'.

       01 WS-SCREEN.
          03 WS-SCR-CUSTNO              PIC X(10).
          03 WS-SCR-CUSTNO-NUM REDEFINES WS-SCR-CUSTNO
                                        PIC 9(10).
          03 WS-SCR-ACTYPE              PIC X(8).
          03 WS-SCR-RATE                PIC X(7).
          03 WS-SCR-ODLIM               PIC X(8).
          03 WS-SCR-ODLIM-NUM REDEFINES WS-SCR-ODLIM
                                        PIC 9(8).
          03 WS-SCR-MATDSP              PIC X.
          03 WS-SCR-MATACC              PIC X(8).
          03 WS-SCR-MATACC-NUM REDEFINES WS-SCR-MATACC
                                        PIC 9(8).
          03 WS-SCR-NEWACC              PIC X(8).
          03 WS-SCR-OPENED              PIC X(10).
          03 WS-SCR-MATDT               PIC X(10).
          03 WS-SCR-NSTMT               PIC X(10).
          03 WS-SCR-REASON              PIC X(59).

      *
      *    Rate keyed as text - digits with at most one decimal
      *    point and two places - and its value.
      *
       01 WS-AMOUNT-CHECK.
          03 WS-AMT-TEXT                PIC X(7).
          03 WS-AMT-CHAR                PIC X.
          03 WS-AMT-DIGIT REDEFINES WS-AMT-CHAR
                                        PIC 9.
          03 WS-AMT-IX                  PIC 9(2).
          03 WS-AMT-INT-DIGITS          PIC 9(2).
          03 WS-AMT-DEC-DIGITS          PIC 9(2).
          03 WS-AMT-POINT-SEEN          PIC X.
          03 WS-AMT-VALID               PIC X.
             88 WS-AMOUNT-VALID         VALUE 'Y'.
          03 WS-AMT-INT                 PIC 9(4).
          03 WS-AMT-DEC                 PIC 9(2).
          03 WS-AMT-VALUE               PIC 9(4)V99.

      *
      *    PRODELIG's eligibility reason codes as shown to the
      *    operator.
      *
       01 WS-ELIG-REASON-TABLE.
          03 FILLER                     PIC X(16)
                                        VALUE 'DOBUno birth dt'.
          03 FILLER                     PIC X(16)
                                        VALUE 'AGELunder age'.
          03 FILLER                     PIC X(16)
                                        VALUE 'AGEHover age'.
          03 FILLER                     PIC X(16)
                                        VALUE 'RESDresidency'.
          03 FILLER                     PIC X(16)
                                        VALUE 'INCMincome'.
          03 FILLER                     PIC X(16)
                                        VALUE 'HELDalready held'.
          03 FILLER                     PIC X(16)
                                        VALUE 'RISKrisk status'.
       01 WS-ELIG-REASONS REDEFINES WS-ELIG-REASON-TABLE.
          03 WS-ELIG-REASON-ENTRY OCCURS 7 TIMES.
             05 WS-ELIG-REASON-CODE     PIC X(4).
             05 WS-ELIG-REASON-TEXT     PIC X(12).

       01 WS-REASON-IX                  PIC 9.
       01 WS-TABLE-IX                   PIC 9.
       01 WS-REASON-WORD                PIC X(12).
       01 WS-REASON-PTR                 PIC 9(3).

       01 WS-CCYYMMDD                   PIC 9(8).
       01 WS-CCYYMMDD-GRP REDEFINES WS-CCYYMMDD.
          03 WS-CCYYMMDD-CCYY           PIC 9(4).
          03 WS-CCYYMMDD-MM             PIC 99.
          03 WS-CCYYMMDD-DD             PIC 99.

       01 WS-DISPLAY-DATE.
          03 WS-DISPLAY-DD              PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-DISPLAY-MM              PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-DISPLAY-YYYY            PIC 9999.
       01 WS-SHOW-DATE                  PIC X(10).

       01 WS-NEW-ACCNO                  PIC 9(8).
       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-SCREEN.

           IF EIBCALEN = ZERO
              PERFORM SEND-OPEN-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 PERFORM SEND-OPEN-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM OPEN-ACCOUNT
              WHEN OTHER
                 PERFORM RECEIVE-OPEN-MAP
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-OPEN-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       OPEN-ACCOUNT SECTION.
       OA010.

           PERFORM RECEIVE-OPEN-MAP.

           IF WS-SCR-CUSTNO NOT NUMERIC
              OR WS-SCR-CUSTNO-NUM = ZERO
              MOVE 'Enter the customer number' TO WS-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           IF WS-SCR-ACTYPE = SPACES
              MOVE 'Enter the account type from the product catalogue'
                 TO WS-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           MOVE 0 TO WS-AMT-VALUE.

           IF WS-SCR-RATE NOT = SPACES
              MOVE WS-SCR-RATE TO WS-AMT-TEXT
              PERFORM VALIDATE-AMOUNT
              IF NOT WS-AMOUNT-VALID
                 MOVE 'Enter the rate as a number such as 3.25'
                    TO WS-MESSAGE
                 PERFORM SEND-OPEN-MAP
                 GO TO OA999
              END-IF
           END-IF.

           IF WS-SCR-MATDSP = 'p'
              MOVE 'P' TO WS-SCR-MATDSP
           END-IF.

           IF WS-SCR-MATDSP = 'r'
              MOVE 'R' TO WS-SCR-MATDSP
           END-IF.

           IF WS-SCR-MATDSP NOT = SPACE
              AND WS-SCR-MATDSP NOT = 'P'
              AND WS-SCR-MATDSP NOT = 'R'
              MOVE 'At maturity must be P, R or blank' TO WS-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           IF WS-SCR-MATDSP = 'P'
              AND (WS-SCR-MATACC NOT NUMERIC
                   OR WS-SCR-MATACC-NUM = ZERO)
              MOVE 'Enter the account to pay the deposit away to'
                 TO WS-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           INITIALIZE CREACC-COMMAREA.
           MOVE WS-SCR-CUSTNO TO COMM-CUSTNO.
           MOVE SPACES TO COMM-SCODE.
           MOVE WS-SCR-ACTYPE TO COMM-ACC-TYPE.
           MOVE WS-AMT-VALUE TO COMM-INT-RATE.

           IF WS-SCR-ODLIM NUMERIC
              MOVE WS-SCR-ODLIM-NUM TO COMM-OVERDRAFT
           END-IF.

           MOVE WS-SCR-MATDSP TO COMM-MATURITY-DISP.

           IF WS-SCR-MATDSP = 'P'
              MOVE WS-SCR-MATACC-NUM TO COMM-MATURITY-ACCNO
           END-IF.

           EXEC CICS LINK PROGRAM(CREACC-PROGRAM)
                COMMAREA(CREACC-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CAC: LINK to CREACC failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Account opening is not available at the moment'
                 TO WS-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           IF COMM-SUCCESS NOT = 'Y'
              PERFORM SET-CREACC-MESSAGE
              PERFORM SEND-OPEN-MAP
              GO TO OA999
           END-IF.

           MOVE COMM-ACCNO TO WS-NEW-ACCNO.
           MOVE WS-NEW-ACCNO TO WS-SCR-NEWACC.

           MOVE COMM-OPENED TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO WS-SCR-OPENED.

           MOVE COMM-MATURITY-DT TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO WS-SCR-MATDT.

           MOVE COMM-NEXT-STMT-DT TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO WS-SCR-NSTMT.

           MOVE SPACES TO WS-SCR-ACTYPE.
           MOVE 'Account opened' TO WS-MESSAGE.
           PERFORM SEND-OPEN-MAP.

       OA999.
           EXIT.


       VALIDATE-AMOUNT SECTION.
       VA010.
      *
      *    WS-AMT-TEXT to WS-AMT-VALUE, WS-AMT-VALID 'N' when it is
      *    not a plain rate of at most four whole digits.
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
                       IF WS-AMT-INT-DIGITS > 4
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


       SET-CREACC-MESSAGE SECTION.
       SCM010.

           EVALUATE TRUE
              WHEN CREACC-CUST-NOT-FOUND
                 MOVE 'Customer not found' TO WS-MESSAGE
              WHEN CREACC-BAD-ACC-TYPE
                 MOVE 'Account type is not in the product catalogue'
                    TO WS-MESSAGE
              WHEN CREACC-BAD-OVERDRAFT
                 MOVE 'Overdraft not allowed or above the product cap'
                    TO WS-MESSAGE
              WHEN CREACC-BAD-MATURITY
                 MOVE 'Fixed term needs R, or P and an existing account'
                    TO WS-MESSAGE
              WHEN CREACC-NOT-ELIGIBLE
                 MOVE 'Customer is not eligible for this product'
                    TO WS-MESSAGE
                 PERFORM SET-ELIGIBILITY-REASONS
              WHEN CREACC-SERVICE-FROZEN
                 INITIALIZE SVCCHK-COMMAREA
                 SET SVCC-ACCOUNTS TO TRUE
                 CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA
                 IF SVCC-UPDATES-ALLOWED
                    MOVE 'Service temporarily unavailable - try again'
                       TO WS-MESSAGE
                 ELSE
                    MOVE SVCC-MESSAGE TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 STRING 'Account opening failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-FAIL-CODE DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SCM999.
           EXIT.


       SET-ELIGIBILITY-REASONS SECTION.
       SER010.
      *
      *    List PRODELIG's reasons, each as its text where the code
      *    is known and as the bare code otherwise.
      *
           MOVE SPACES TO WS-SCR-REASON.
           MOVE 1 TO WS-REASON-PTR.

           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
              UNTIL WS-REASON-IX > COMM-ELIG-REASON-COUNT
                 OR WS-REASON-IX > 6
              MOVE COMM-ELIG-REASON (WS-REASON-IX) TO WS-REASON-WORD
              PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
                 UNTIL WS-TABLE-IX > 7
                 IF WS-ELIG-REASON-CODE (WS-TABLE-IX)
                    = COMM-ELIG-REASON (WS-REASON-IX)
                    MOVE WS-ELIG-REASON-TEXT (WS-TABLE-IX)
                       TO WS-REASON-WORD
                 END-IF
              END-PERFORM
              IF WS-REASON-IX > 1
                 STRING ', ' DELIMITED BY SIZE
                    INTO WS-SCR-REASON
                    WITH POINTER WS-REASON-PTR
                 END-STRING
              END-IF
              STRING WS-REASON-WORD DELIMITED BY '  '
                 INTO WS-SCR-REASON
                 WITH POINTER WS-REASON-PTR
              END-STRING
           END-PERFORM.

       SER999.
           EXIT.


       FORMAT-DATE SECTION.
       FD010.
      *
      *    WS-CCYYMMDD as DD/MM/YYYY in WS-SHOW-DATE; a zero date
      *    (never set) shows blank.
      *
           IF WS-CCYYMMDD = ZERO
              MOVE SPACES TO WS-SHOW-DATE
           ELSE
              MOVE WS-CCYYMMDD-DD TO WS-DISPLAY-DD
              MOVE WS-CCYYMMDD-MM TO WS-DISPLAY-MM
              MOVE WS-CCYYMMDD-CCYY TO WS-DISPLAY-YYYY
              MOVE WS-DISPLAY-DATE TO WS-SHOW-DATE
           END-IF.

       FD999.
           EXIT.


       RECEIVE-OPEN-MAP SECTION.
       ROM010.

           MOVE LOW-VALUES TO BNK1CAI.

           EXEC CICS RECEIVE MAP('BNK1CA')
                MAPSET('BNK1CAC')
                INTO(BNK1CAI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1CAC: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           MOVE SPACES TO WS-SCREEN.

           IF CUSTNOL > ZERO AND CUSTNOI NUMERIC
              MOVE CUSTNOI TO WS-SCR-CUSTNO-NUM
           END-IF.

           IF ODLIML > ZERO AND ODLIMI NUMERIC
              MOVE ODLIMI TO WS-SCR-ODLIM-NUM
           END-IF.

           IF MATACCL > ZERO AND MATACCI NUMERIC
              AND MATACCI NOT = ZERO
              MOVE MATACCI TO WS-SCR-MATACC-NUM
           END-IF.

           MOVE ACTYPEI TO WS-SCR-ACTYPE.
           MOVE RATEI TO WS-SCR-RATE.
           MOVE MATDSPI TO WS-SCR-MATDSP.
           INSPECT WS-SCREEN REPLACING ALL LOW-VALUES BY SPACES.

       ROM999.
           EXIT.


       SEND-OPEN-MAP SECTION.
       SOM010.

           MOVE LOW-VALUES TO BNK1CAO.

           MOVE WS-SCR-CUSTNO TO CUSTNOO.
           MOVE WS-SCR-ACTYPE TO ACTYPEO.
           MOVE WS-SCR-RATE TO RATEO.
           MOVE WS-SCR-ODLIM TO ODLIMO.
           MOVE WS-SCR-MATDSP TO MATDSPO.
           MOVE WS-SCR-MATACC TO MATACCO.
           MOVE WS-SCR-NEWACC TO NEWACCO.
           MOVE WS-SCR-OPENED TO OPENEDO.
           MOVE WS-SCR-MATDT TO MATDTO.
           MOVE WS-SCR-NSTMT TO NSTMTO.
           MOVE WS-SCR-REASON TO REASONO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1CA')
                MAPSET('BNK1CAC')
                FROM(BNK1CAO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CAC: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SOM999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1CAC: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           PERFORM RECEIVE-OPEN-MAP.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-OPEN-MAP.

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

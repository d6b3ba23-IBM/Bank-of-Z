       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the account enquiry screen, transaction
      * BACC, reached from the BNK1MAI menu.
      *
      * ENTER with an account number at this bank's sort code shows
      * the account through INQACC - owner, product, rate, limit,
      * balances, accrued interest, statement dates and the IBAN
      * and BIC. INQACC's failure codes come back as readable
      * messages. Nothing is carried between screens.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1DAC.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the account enquiry screen
           COPY BNK1DAC.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BACC'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 INQACC-PROGRAM                PIC X(8)      VALUE 'INQACC'.
       01 INQACC-COMMAREA.
           COPY INQACC.

       01 WS-COMM-AREA.
          03 WS-COMM-SCREEN-SHOWN       PIC X         VALUE 'Y'.

       01 WS-ACCNO                      PIC X(8)      VALUE SPACES.
       01 WS-ACCNO-NUM REDEFINES WS-ACCNO
                                        PIC 9(8).

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

       01 WS-EDIT-AMOUNT                PIC -ZZZZZZZZZ9.99.
       01 WS-EDIT-RATE.
          03 WS-EDIT-RATE-NUM           PIC ZZZ9.99.
          03 FILLER                     PIC X         VALUE '%'.
       01 WS-EDIT-LIMIT                 PIC ZZ,ZZZ,ZZ9.

       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.
           MOVE LOW-VALUES TO BNK1DAO.

           IF EIBCALEN = ZERO
              PERFORM SEND-ACCOUNT-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 MOVE SPACES TO WS-ACCNO
                 PERFORM SEND-ACCOUNT-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM ENQUIRE-ACCOUNT
              WHEN OTHER
                 PERFORM RECEIVE-ACCOUNT-MAP
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-ACCOUNT-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       ENQUIRE-ACCOUNT SECTION.
       EA010.

           PERFORM RECEIVE-ACCOUNT-MAP.

           IF WS-ACCNO NOT NUMERIC
              OR WS-ACCNO-NUM = ZERO
              MOVE 'Enter an account number' TO WS-MESSAGE
              PERFORM SEND-ACCOUNT-MAP
              GO TO EA999
           END-IF.

           INITIALIZE INQACC-COMMAREA.
           MOVE WS-ACCNO-NUM TO INQACC-ACCNO.

           EXEC CICS LINK PROGRAM(INQACC-PROGRAM)
                COMMAREA(INQACC-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1DAC: LINK to INQACC failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Account enquiry is not available at the moment'
                 TO WS-MESSAGE
              PERFORM SEND-ACCOUNT-MAP
              GO TO EA999
           END-IF.

           IF INQACC-SUCCESS NOT = 'Y'
              EVALUATE TRUE
                 WHEN INQACC-NOT-FOUND
                    MOVE 'Account not found' TO WS-MESSAGE
                 WHEN INQACC-DB2-ERROR
                    MOVE 'Account could not be read - please try again'
                       TO WS-MESSAGE
                 WHEN OTHER
                    STRING 'Account enquiry failed - reason code '
                              DELIMITED BY SIZE,
                           INQACC-FAIL-CD DELIMITED BY SIZE
                       INTO WS-MESSAGE
                    END-STRING
              END-EVALUATE
              PERFORM SEND-ACCOUNT-MAP
              GO TO EA999
           END-IF.

           MOVE INQACC-CUSTNO TO CUSTNOO.
           MOVE INQACC-ACC-TYPE TO ACTYPEO.
           MOVE INQACC-SCODE TO SCODEO.

           MOVE INQACC-INT-RATE TO WS-EDIT-RATE-NUM.
           MOVE WS-EDIT-RATE TO RATEO.

           MOVE INQACC-OVERDRAFT TO WS-EDIT-LIMIT.
           MOVE WS-EDIT-LIMIT TO ODLIMO.

           MOVE INQACC-AVAIL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO AVAILO.
           MOVE INQACC-ACTUAL-BAL TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO ACTUALO.
           MOVE INQACC-ACCRUED-INT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO ACCRUEDO.
           MOVE INQACC-BONUS-ACCRUED TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO BONUSO.

           MOVE INQACC-OPENED TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO OPENEDO.

           MOVE INQACC-LAST-STMT-DT TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO LSTMTO.

           MOVE INQACC-NEXT-STMT-DT TO WS-CCYYMMDD.
           PERFORM FORMAT-DATE.
           MOVE WS-SHOW-DATE TO NSTMTO.

           MOVE INQACC-IBAN TO IBANO.
           MOVE INQACC-BIC TO BICO.

           PERFORM SEND-ACCOUNT-MAP.

       EA999.
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


       RECEIVE-ACCOUNT-MAP SECTION.
       RAM010.

           MOVE LOW-VALUES TO BNK1DAI.

           EXEC CICS RECEIVE MAP('BNK1DA')
                MAPSET('BNK1DAC')
                INTO(BNK1DAI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1DAC: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           IF ACCNOL > ZERO AND ACCNOI NUMERIC
              MOVE ACCNOI TO WS-ACCNO-NUM
           ELSE
              MOVE SPACES TO WS-ACCNO
           END-IF.

           MOVE LOW-VALUES TO BNK1DAO.

       RAM999.
           EXIT.


       SEND-ACCOUNT-MAP SECTION.
       SAM010.

           MOVE WS-ACCNO TO ACCNOO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1DA')
                MAPSET('BNK1DAC')
                FROM(BNK1DAO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1DAC: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SAM999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1DAC: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-ACCOUNT-MAP.

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

       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the operator services menu, transaction
      * BMEN, the front door to the 3270 screens for the customer
      * and account transactions:
      *
      *    1  BNK1DCS  BCUS  customer enquiry and update
      *    2  BNK1CSR  BSRC  customer search
      *    3  BNK1DAC  BACC  account enquiry
      *    4  BNK1PTH  BHIS  account transaction history
      *    5  BNK1CRA  BDCR  debit or credit an account
      *    6  BNK1TFN  BXFR  transfer funds
      *    7  BNK1CAC  BOPN  open an account
      *
      * The screens are pseudo-conversational - each returns to
      * CICS with its own transaction id and state between
      * keystrokes - and drive the existing programs (INQCUST,
      * CUSTSRCH, UPDCUST, INQACC, INQPTRAN, DBCRFUN, XFRFUN and
      * CREACC) through their commareas exactly as any other
      * channel does, so every rule those programs apply, the
      * operator's own role checks by EIBOPID included, applies
      * at the terminal too. The selected screen is entered by
      * XCTL with no commarea so it starts clean; PF3 on any
      * screen comes back here, and PF3 here ends the session.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1MAI.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the menu
           COPY BNK1MAI.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-MENU-TRANID                PIC X(4)      VALUE 'BMEN'.

       01 WS-COMM-AREA.
          03 WS-COMM-MENU-SHOWN         PIC X         VALUE 'Y'.

      * The screen program behind each menu option, in option order
       01 WS-MENU-PROGRAMS.
          03 FILLER                     PIC X(8)      VALUE 'BNK1DCS'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1CSR'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1DAC'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1PTH'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1CRA'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1TFN'.
          03 FILLER                     PIC X(8)      VALUE 'BNK1CAC'.
       01 WS-MENU-PROGRAM-TABLE REDEFINES WS-MENU-PROGRAMS.
          03 WS-MENU-PROGRAM            PIC X(8)      OCCURS 7 TIMES.

       01 WS-OPTION                     PIC X.
       01 WS-OPTION-NUM REDEFINES WS-OPTION
                                        PIC 9.

       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       01 WS-END-TEXT                   PIC X(40)
             VALUE 'Operator services session ended'.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.

      *
      *    First time in - show the menu.
      *
           IF EIBCALEN = ZERO
              PERFORM SEND-MENU-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
              WHEN EIBAID = DFHPF12
                 PERFORM END-SESSION
              WHEN EIBAID = DFHCLEAR
                 PERFORM SEND-MENU-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM PROCESS-OPTION
              WHEN OTHER
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-MENU-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       PROCESS-OPTION SECTION.
       PO010.

           EXEC CICS RECEIVE MAP('BNK1ME')
                MAPSET('BNK1MAI')
                INTO(BNK1MEI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(MAPFAIL)
              OR ACTIONL = ZERO
              MOVE 'Enter the number of an option' TO WS-MESSAGE
              PERFORM SEND-MENU-MAP
              GO TO PO999
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1MAI: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'The screen could not be read - please try again'
                 TO WS-MESSAGE
              PERFORM SEND-MENU-MAP
              GO TO PO999
           END-IF.

           MOVE ACTIONI TO WS-OPTION.

           IF WS-OPTION NOT NUMERIC
              OR WS-OPTION-NUM < 1
              OR WS-OPTION-NUM > 7
              MOVE 'Option must be a number from 1 to 7'
                 TO WS-MESSAGE
              PERFORM SEND-MENU-MAP
              GO TO PO999
           END-IF.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM (WS-OPTION-NUM))
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

      *
      *    Only reached when the XCTL failed.
      *
           DISPLAY 'BNK1MAI: XCTL to ' WS-MENU-PROGRAM (WS-OPTION-NUM)
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           MOVE 'That option is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-MENU-MAP.

       PO999.
           EXIT.


       SEND-MENU-MAP SECTION.
       SMM010.

           MOVE LOW-VALUES TO BNK1MEO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1ME')
                MAPSET('BNK1MAI')
                FROM(BNK1MEO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1MAI: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SMM999.
           EXIT.


       END-SESSION SECTION.
       ES010.

           EXEC CICS SEND TEXT
                FROM(WS-END-TEXT)
                LENGTH(LENGTH OF WS-END-TEXT)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       ES999.
           EXIT.


       RETURN-TO-CICS SECTION.
       RTC010.

           EXEC CICS RETURN
                TRANSID(WS-MENU-TRANID)
                COMMAREA(WS-COMM-AREA)
                LENGTH(LENGTH OF WS-COMM-AREA)
           END-EXEC.

       RTC999.
           EXIT.

       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the customer enquiry and update screen,
      * transaction BCUS, reached from the BNK1MAI menu.
      *
      * ENTER with a customer number shows the customer through
      * INQCUST. The operator may then overtype the title, names,
      * address, email and phone and press PF5: only the fields
      * actually changed from what was shown are passed to
      * UPDCUST, every other field going across blank, which
      * UPDCUST reads as "leave as it is" - so a blanked field is
      * never an instruction to clear it. The names on record
      * always go across as well, because UPDCUST refuses a
      * request carrying neither name nor first address line; an
      * unchanged name is not a change. A high-risk change that
      * UPDCUST captures for a second operator's approval is
      * reported as such rather than as an update.
      *
      * The customer shown, its sort code and the values as shown
      * travel in the commarea between screens. Failure codes
      * from INQCUST and UPDCUST come back as readable messages.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1DCS.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the customer screen
           COPY BNK1DCS.

           COPY DFHAID.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BCUS'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 INQCUST-PROGRAM               PIC X(8)      VALUE 'INQCUST '.
       01 INQCUST-COMMAREA.
          COPY INQCUST.

       01 UPDCUST-PROGRAM               PIC X(8)      VALUE 'UPDCUST'.
       01 UPDCUST-COMMAREA.
           COPY UPDCUST.

      * SVCCHK commarea - the operations message for a service that
      * is frozen for the overnight batch
       01 SVCCHK-PROGRAM                PIC X(8)      VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
           COPY SVCCHK.

      *
      *    Carried between screens - the customer shown and the
      *    updatable fields exactly as they were shown.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-CUSTNO             PIC 9(10).
          03 WS-COMM-SCODE              PIC X(6).
          03 WS-COMM-SHOWN.
             05 WS-SHOWN-TITLE          PIC X(10).
             05 WS-SHOWN-FNAME          PIC X(50).
             05 WS-SHOWN-LNAME          PIC X(50).
             05 WS-SHOWN-ADDR1          PIC X(50).
             05 WS-SHOWN-ADDR2          PIC X(50).
             05 WS-SHOWN-CITY           PIC X(50).
             05 WS-SHOWN-PCODE          PIC X(10).
             05 WS-SHOWN-CNTRY          PIC X(50).
             05 WS-SHOWN-EMAIL          PIC X(62).
             05 WS-SHOWN-PHONE          PIC X(20).

      *
      *    The screen as received from, or to be sent to, the
      *    terminal.
      *
       01 WS-SCREEN.
          03 WS-SCR-CUSTNO              PIC X(10).
          03 WS-SCR-CUSTNO-NUM REDEFINES WS-SCR-CUSTNO
                                        PIC 9(10).
          03 WS-SCR-SCODE               PIC X(6).
          03 WS-SCR-UPDATABLE.
             05 WS-SCR-TITLE            PIC X(10).
             05 WS-SCR-FNAME            PIC X(50).
             05 WS-SCR-LNAME            PIC X(50).
             05 WS-SCR-ADDR1            PIC X(50).
             05 WS-SCR-ADDR2            PIC X(50).
             05 WS-SCR-CITY             PIC X(50).
             05 WS-SCR-PCODE            PIC X(10).
             05 WS-SCR-CNTRY            PIC X(50).
             05 WS-SCR-EMAIL            PIC X(62).
             05 WS-SCR-PHONE            PIC X(20).
          03 WS-SCR-DOB                 PIC X(10).
          03 WS-SCR-STATUS              PIC X(10).
          03 WS-SCR-CREATED             PIC X(10).
          03 WS-SCR-CSCORE              PIC X(3).
          03 WS-SCR-RISK                PIC X(10).

       01 WS-DISPLAY-DATE.
          03 WS-DISPLAY-DD              PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-DISPLAY-MM              PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-DISPLAY-YYYY            PIC 9999.

       01 WS-CHANGE-COUNT               PIC 9(2)      VALUE 0.
       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(408).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.

      *
      *    First time in, from the menu or the transaction id -
      *    show an empty screen.
      *
           IF EIBCALEN NOT = LENGTH OF WS-COMM-AREA
              INITIALIZE WS-COMM-AREA
              PERFORM CLEAR-SCREEN
              PERFORM SEND-CUSTOMER-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMM-AREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 INITIALIZE WS-COMM-AREA
                 PERFORM CLEAR-SCREEN
                 PERFORM SEND-CUSTOMER-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM ENQUIRE-CUSTOMER
              WHEN EIBAID = DFHPF5
                 PERFORM UPDATE-CUSTOMER
              WHEN OTHER
                 PERFORM RECEIVE-CUSTOMER-MAP
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SEND-CUSTOMER-MAP
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       ENQUIRE-CUSTOMER SECTION.
       EC010.

           PERFORM RECEIVE-CUSTOMER-MAP.

           IF WS-SCR-CUSTNO NOT NUMERIC
              OR WS-SCR-CUSTNO-NUM = ZERO
              MOVE 'Enter a customer number' TO WS-MESSAGE
              PERFORM SEND-CUSTOMER-MAP
              GO TO EC999
           END-IF.

           PERFORM READ-CUSTOMER.

           IF WS-COMM-CUSTNO NOT = ZERO
              MOVE 'Overtype any details to change and press PF5'
                 TO WS-MESSAGE
           END-IF.

           PERFORM SEND-CUSTOMER-MAP.

       EC999.
           EXIT.


       READ-CUSTOMER SECTION.
       RC010.
      *
      *    Look up WS-SCR-CUSTNO through INQCUST. On success the
      *    screen and the as-shown copy are refreshed from it; on
      *    failure the details are cleared, no customer is held
      *    for update and WS-MESSAGE says why.
      *
           INITIALIZE INQCUST-COMMAREA.
           MOVE WS-SCR-CUSTNO-NUM TO INQCUST-CUSTNO.
           MOVE 'N' TO INQCUST-LIST-MODE.

           EXEC CICS LINK PROGRAM(INQCUST-PROGRAM)
                COMMAREA(INQCUST-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE ZERO TO WS-COMM-CUSTNO.
           MOVE SPACES TO WS-COMM-SCODE.
           MOVE SPACES TO WS-COMM-SHOWN.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1DCS: LINK to INQCUST failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Customer enquiry is not available at the moment'
                 TO WS-MESSAGE
              PERFORM CLEAR-DETAILS
              GO TO RC999
           END-IF.

           IF INQCUST-INQ-SUCCESS NOT = 'Y'
              PERFORM SET-INQCUST-MESSAGE
              PERFORM CLEAR-DETAILS
              GO TO RC999
           END-IF.

           MOVE INQCUST-CUSTNO TO WS-SCR-CUSTNO-NUM.
           MOVE INQCUST-SCODE TO WS-SCR-SCODE.
           MOVE INQCUST-TITLE TO WS-SCR-TITLE.
           MOVE INQCUST-FIRST-NAME TO WS-SCR-FNAME.
           MOVE INQCUST-LAST-NAME TO WS-SCR-LNAME.
           MOVE INQCUST-ADDR-LINE1 TO WS-SCR-ADDR1.
           MOVE INQCUST-ADDR-LINE2 TO WS-SCR-ADDR2.
           MOVE INQCUST-CITY TO WS-SCR-CITY.
           MOVE INQCUST-POSTCODE TO WS-SCR-PCODE.
           MOVE INQCUST-COUNTRY TO WS-SCR-CNTRY.
           MOVE INQCUST-EMAIL TO WS-SCR-EMAIL.
           MOVE INQCUST-PHONE TO WS-SCR-PHONE.
           MOVE INQCUST-STATUS TO WS-SCR-STATUS.
           MOVE INQCUST-RISK-RATING TO WS-SCR-RISK.
           MOVE INQCUST-CREDIT-SCORE TO WS-SCR-CSCORE.

           MOVE INQCUST-DOB-DD TO WS-DISPLAY-DD.
           MOVE INQCUST-DOB-MM TO WS-DISPLAY-MM.
           MOVE INQCUST-DOB-YYYY TO WS-DISPLAY-YYYY.
           MOVE WS-DISPLAY-DATE TO WS-SCR-DOB.

           MOVE INQCUST-CREATED-DD TO WS-DISPLAY-DD.
           MOVE INQCUST-CREATED-MM TO WS-DISPLAY-MM.
           MOVE INQCUST-CREATED-YYYY TO WS-DISPLAY-YYYY.
           MOVE WS-DISPLAY-DATE TO WS-SCR-CREATED.

           MOVE INQCUST-CUSTNO TO WS-COMM-CUSTNO.
           MOVE INQCUST-SCODE TO WS-COMM-SCODE.
           MOVE WS-SCR-UPDATABLE TO WS-COMM-SHOWN.

       RC999.
           EXIT.


       UPDATE-CUSTOMER SECTION.
       UC010.

           PERFORM RECEIVE-CUSTOMER-MAP.

           IF WS-COMM-CUSTNO = ZERO
              OR WS-SCR-CUSTNO NOT NUMERIC
              OR WS-SCR-CUSTNO-NUM NOT = WS-COMM-CUSTNO
              MOVE 'Press ENTER to show the customer before updating'
                 TO WS-MESSAGE
              PERFORM SEND-CUSTOMER-MAP
              GO TO UC999
           END-IF.

           INITIALIZE UPDCUST-COMMAREA.
           MOVE WS-COMM-SCODE TO COMM-SCODE.
           MOVE WS-COMM-CUSTNO TO COMM-CUSTNO.
           MOVE 0 TO WS-CHANGE-COUNT.

      *
      *    Only a field the operator has changed, and not blanked,
      *    goes across.
      *
           IF WS-SCR-TITLE NOT = SPACES
              AND WS-SCR-TITLE NOT = WS-SHOWN-TITLE
              MOVE WS-SCR-TITLE TO COMM-TITLE
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-FNAME NOT = SPACES
              AND WS-SCR-FNAME NOT = WS-SHOWN-FNAME
              MOVE WS-SCR-FNAME TO COMM-FIRST-NAME
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-LNAME NOT = SPACES
              AND WS-SCR-LNAME NOT = WS-SHOWN-LNAME
              MOVE WS-SCR-LNAME TO COMM-LAST-NAME
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-ADDR1 NOT = SPACES
              AND WS-SCR-ADDR1 NOT = WS-SHOWN-ADDR1
              MOVE WS-SCR-ADDR1 TO COMM-ADDR-LINE1
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-ADDR2 NOT = SPACES
              AND WS-SCR-ADDR2 NOT = WS-SHOWN-ADDR2
              MOVE WS-SCR-ADDR2 TO COMM-ADDR-LINE2
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-CITY NOT = SPACES
              AND WS-SCR-CITY NOT = WS-SHOWN-CITY
              MOVE WS-SCR-CITY TO COMM-CITY
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-PCODE NOT = SPACES
              AND WS-SCR-PCODE NOT = WS-SHOWN-PCODE
              MOVE WS-SCR-PCODE TO COMM-POSTCODE
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-CNTRY NOT = SPACES
              AND WS-SCR-CNTRY NOT = WS-SHOWN-CNTRY
              MOVE WS-SCR-CNTRY TO COMM-COUNTRY
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-EMAIL NOT = SPACES
              AND WS-SCR-EMAIL NOT = WS-SHOWN-EMAIL
              MOVE WS-SCR-EMAIL TO COMM-EMAIL
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-SCR-PHONE NOT = SPACES
              AND WS-SCR-PHONE NOT = WS-SHOWN-PHONE
              MOVE WS-SCR-PHONE TO COMM-PHONE
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.

           IF WS-CHANGE-COUNT = 0
              MOVE 'Nothing changed - blank fields stay as they are'
                 TO WS-MESSAGE
              PERFORM SEND-CUSTOMER-MAP
              GO TO UC999
           END-IF.

           IF COMM-FIRST-NAME = SPACES
              MOVE WS-SHOWN-FNAME TO COMM-FIRST-NAME
           END-IF.

           IF COMM-LAST-NAME = SPACES
              MOVE WS-SHOWN-LNAME TO COMM-LAST-NAME
           END-IF.

           EXEC CICS LINK PROGRAM(UPDCUST-PROGRAM)
                COMMAREA(UPDCUST-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1DCS: LINK to UPDCUST failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Customer update is not available at the moment'
                 TO WS-MESSAGE
              PERFORM SEND-CUSTOMER-MAP
              GO TO UC999
           END-IF.

      *
      *    A refused update leaves the operator's changes on the
      *    screen to correct; an accepted one re-reads the customer.
      *
           IF COMM-UPD-SUCCESS NOT = 'Y'
              PERFORM SET-UPDCUST-MESSAGE
              PERFORM SEND-CUSTOMER-MAP
              GO TO UC999
           END-IF.

           MOVE WS-COMM-CUSTNO TO WS-SCR-CUSTNO-NUM.
           PERFORM READ-CUSTOMER.

           IF WS-COMM-CUSTNO NOT = ZERO
              PERFORM SET-UPDCUST-MESSAGE
           END-IF.

           PERFORM SEND-CUSTOMER-MAP.

       UC999.
           EXIT.


       SET-INQCUST-MESSAGE SECTION.
       SIM010.

           EVALUATE INQCUST-INQ-FAIL-CD
              WHEN '1'
                 MOVE 'Customer not found' TO WS-MESSAGE
              WHEN '2'
              WHEN '9'
                 MOVE 'Customer could not be read - please try again'
                    TO WS-MESSAGE
              WHEN 'B'
                 MOVE 'Sort code is not on the branch directory'
                    TO WS-MESSAGE
              WHEN 'M'
                 MOVE 'The mandate does not permit this enquiry'
                    TO WS-MESSAGE
              WHEN OTHER
                 STRING 'Customer enquiry failed - reason code '
                           DELIMITED BY SIZE,
                        INQCUST-INQ-FAIL-CD DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SIM999.
           EXIT.


       SET-UPDCUST-MESSAGE SECTION.
       SUM010.

           IF COMM-UPD-SUCCESS = 'Y'
              IF COMM-UPD-FAIL-CD = 'W'
                 MOVE 'Change recorded for second-operator approval'
                    TO WS-MESSAGE
              ELSE
                 MOVE 'Customer updated' TO WS-MESSAGE
              END-IF
              GO TO SUM999
           END-IF.

           EVALUATE COMM-UPD-FAIL-CD
              WHEN 'O'
                 MOVE 'Customer is in use elsewhere - try again later'
                    TO WS-MESSAGE
              WHEN 'T'
                 MOVE 'Title is not one the bank recognises'
                    TO WS-MESSAGE
              WHEN 'N'
                 MOVE 'Name is not valid' TO WS-MESSAGE
              WHEN 'A'
                 MOVE 'Customer must be 18 or over' TO WS-MESSAGE
              WHEN 'P'
                 MOVE 'Phone number is not valid' TO WS-MESSAGE
              WHEN 'C'
                 MOVE 'Postcode is not valid' TO WS-MESSAGE
              WHEN 'M'
                 MOVE 'City does not match the postcode' TO WS-MESSAGE
              WHEN 'X'
                 MOVE 'Tax identifier is not valid' TO WS-MESSAGE
              WHEN 'G'
                 MOVE 'Customer is under guardianship - details locked'
                    TO WS-MESSAGE
              WHEN 'Z'
                 MOVE 'You are not authorised to change that detail'
                    TO WS-MESSAGE
              WHEN '4'
                 MOVE 'A name or the first address line is required'
                    TO WS-MESSAGE
              WHEN '1'
                 MOVE 'Customer not found' TO WS-MESSAGE
              WHEN '2'
                 MOVE 'Customer could not be read - please try again'
                    TO WS-MESSAGE
              WHEN 'S'
                 MOVE 'That status change is not allowed'
                    TO WS-MESSAGE
              WHEN 'E'
                 MOVE 'Duplicate check could not be made - try again'
                    TO WS-MESSAGE
              WHEN 'U'
                 MOVE 'That email address belongs to another customer'
                    TO WS-MESSAGE
              WHEN 'L'
                 MOVE 'Customer changed by another user - press ENTER'
                    TO WS-MESSAGE
              WHEN 'W'
                 MOVE 'Change could not be recorded - please try again'
                    TO WS-MESSAGE
              WHEN '3'
                 MOVE 'Customer could not be updated - please try again'
                    TO WS-MESSAGE
              WHEN 'Q'
                 INITIALIZE SVCCHK-COMMAREA
                 SET SVCC-CUSTOMER TO TRUE
                 CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA
                 IF SVCC-UPDATES-ALLOWED
                    MOVE 'Service temporarily unavailable - try again'
                       TO WS-MESSAGE
                 ELSE
                    MOVE SVCC-MESSAGE TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 STRING 'Customer update failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-UPD-FAIL-CD DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SUM999.
           EXIT.


       RECEIVE-CUSTOMER-MAP SECTION.
       RCM010.

           MOVE LOW-VALUES TO BNK1DCI.

           EXEC CICS RECEIVE MAP('BNK1DC')
                MAPSET('BNK1DCS')
                INTO(BNK1DCI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1DCS: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           IF CUSTNOL > ZERO AND CUSTNOI NUMERIC
              MOVE CUSTNOI TO WS-SCR-CUSTNO-NUM
           ELSE
              MOVE SPACES TO WS-SCR-CUSTNO
           END-IF.

           MOVE WS-COMM-SCODE TO WS-SCR-SCODE.
           MOVE TITLEI TO WS-SCR-TITLE.
           MOVE FNAMEI TO WS-SCR-FNAME.
           MOVE LNAMEI TO WS-SCR-LNAME.
           MOVE ADDR1I TO WS-SCR-ADDR1.
           MOVE ADDR2I TO WS-SCR-ADDR2.
           MOVE CITYI TO WS-SCR-CITY.
           MOVE PCODEI TO WS-SCR-PCODE.
           MOVE CNTRYI TO WS-SCR-CNTRY.
           MOVE EMAILI TO WS-SCR-EMAIL.
           MOVE PHONEI TO WS-SCR-PHONE.
           INSPECT WS-SCR-UPDATABLE REPLACING ALL LOW-VALUES BY SPACES.

      *
      *    The protected details are not sent back by the terminal
      *    nor kept between screens; they are shown again when the
      *    customer is next read.
      *
           MOVE SPACES TO WS-SCR-DOB WS-SCR-STATUS WS-SCR-CREATED
                          WS-SCR-CSCORE WS-SCR-RISK.

       RCM999.
           EXIT.


       SEND-CUSTOMER-MAP SECTION.
       SCM010.

           MOVE LOW-VALUES TO BNK1DCO.

           MOVE WS-SCR-CUSTNO TO CUSTNOO.
           MOVE WS-SCR-SCODE TO SCODEO.
           MOVE WS-SCR-TITLE TO TITLEO.
           MOVE WS-SCR-FNAME TO FNAMEO.
           MOVE WS-SCR-LNAME TO LNAMEO.
           MOVE WS-SCR-DOB TO DOBO.
           MOVE WS-SCR-STATUS TO STATUSO.
           MOVE WS-SCR-ADDR1 TO ADDR1O.
           MOVE WS-SCR-ADDR2 TO ADDR2O.
           MOVE WS-SCR-CITY TO CITYO.
           MOVE WS-SCR-PCODE TO PCODEO.
           MOVE WS-SCR-CNTRY TO CNTRYO.
           MOVE WS-SCR-EMAIL TO EMAILO.
           MOVE WS-SCR-PHONE TO PHONEO.
           MOVE WS-SCR-CREATED TO CREATEDO.
           MOVE WS-SCR-CSCORE TO CSCOREO.
           MOVE WS-SCR-RISK TO RISKO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1DC')
                MAPSET('BNK1DCS')
                FROM(BNK1DCO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1DCS: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SCM999.
           EXIT.


       CLEAR-SCREEN SECTION.
       CS010.

           MOVE SPACES TO WS-SCREEN.

       CS999.
           EXIT.


       CLEAR-DETAILS SECTION.
       CD010.
      *
      *    Everything but the customer number keyed.
      *
           MOVE SPACES TO WS-SCR-SCODE WS-SCR-UPDATABLE WS-SCR-DOB
                          WS-SCR-STATUS WS-SCR-CREATED WS-SCR-CSCORE
                          WS-SCR-RISK.

       CD999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1DCS: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           PERFORM RECEIVE-CUSTOMER-MAP.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-CUSTOMER-MAP.

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

       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the customer search screen, transaction
      * BSRC, reached from the BNK1MAI menu.
      *
      * ENTER searches this bank's customers through CUSTSRCH by
      * last name, postcode or both, optionally matching the last
      * name by sound ('Sounds like' Y). Sixteen matches are shown
      * a page; PF8 pages forward and PF7 back.
      *
      * CUSTSRCH pages forward only, from the last customer number
      * seen, so the starting customer number of every page shown
      * so far is kept in the commarea with the search criteria,
      * and PF7 simply re-reads the page before. A page of CUSTSRCH
      * results is larger than the screen: the next page starts
      * after the last customer actually shown, so none is missed.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CSR.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the customer search screen
           COPY BNK1CSR.

           COPY DFHAID.

           COPY SORTCODE.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BSRC'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 CUSTSRCH-PROGRAM              PIC X(8)      VALUE 'CUSTSRCH'.
       01 CUSTSRCH-COMMAREA.
           COPY CUSTSRCH.

      *
      *    Carried between screens - the search in progress and
      *    where each of its pages so far starts.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-SNAME              PIC X(30).
          03 WS-COMM-SPCODE             PIC X(10).
          03 WS-COMM-SPHON              PIC X.
          03 WS-COMM-PAGE               PIC 9(3).
          03 WS-COMM-MORE               PIC X.
             88 WS-COMM-MORE-PAGES      VALUE 'Y'.
          03 WS-COMM-PAGE-START         PIC 9(10)     OCCURS 50 TIMES.

       01 WS-MAX-PAGES                  PIC 9(3)      VALUE 50.
       01 WS-LINES-PER-PAGE             PIC 9(2)      VALUE 16.

       01 WS-SCREEN.
          03 WS-SCR-SNAME               PIC X(30).
          03 WS-SCR-SPCODE              PIC X(10).
          03 WS-SCR-SPHON               PIC X.

       01 WS-RESULT-LINE.
          03 WS-RL-CUSTNO               PIC 9(10).
          03 FILLER                     PIC X(2)      VALUE SPACES.
          03 WS-RL-LAST-NAME            PIC X(30).
          03 FILLER                     PIC X(2)      VALUE SPACES.
          03 WS-RL-FIRST-NAME           PIC X(22).
          03 FILLER                     PIC X(2)      VALUE SPACES.
          03 WS-RL-POSTCODE             PIC X(10).

       01 WS-LINE-INDEX                 PIC 9(2)      VALUE 0.
       01 WS-LINES-SHOWN                PIC 9(2)      VALUE 0.
       01 WS-PAGE-DISPLAY               PIC ZZ9.
       01 WS-PAGE-LEAD                  PIC 9(2)      VALUE 0.

       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.
       01 WS-SAVED-MESSAGE              PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(545).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.
           MOVE LOW-VALUES TO BNK1CSO.

           IF EIBCALEN NOT = LENGTH OF WS-COMM-AREA
              INITIALIZE WS-COMM-AREA
              PERFORM SEND-SEARCH-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMM-AREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 INITIALIZE WS-COMM-AREA
                 PERFORM SEND-SEARCH-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM NEW-SEARCH
              WHEN EIBAID = DFHPF8
                 PERFORM PAGE-FORWARD
              WHEN EIBAID = DFHPF7
                 PERFORM PAGE-BACK
              WHEN OTHER
                 MOVE 'That key is not used on this screen'
                    TO WS-MESSAGE
                 PERFORM SHOW-CURRENT-PAGE
           END-EVALUATE.

           PERFORM RETURN-TO-CICS.

       P999.
           EXIT.


       NEW-SEARCH SECTION.
       NS010.

           PERFORM RECEIVE-SEARCH-MAP.

           IF WS-SCR-SPHON = 'y'
              MOVE 'Y' TO WS-SCR-SPHON
           END-IF.

           IF WS-SCR-SPHON = 'n'
              MOVE 'N' TO WS-SCR-SPHON
           END-IF.

           MOVE WS-SCR-SNAME TO WS-COMM-SNAME.
           MOVE WS-SCR-SPCODE TO WS-COMM-SPCODE.
           MOVE WS-SCR-SPHON TO WS-COMM-SPHON.
           MOVE 0 TO WS-COMM-PAGE.
           MOVE 'N' TO WS-COMM-MORE.

           IF WS-SCR-SNAME = SPACES AND WS-SCR-SPCODE = SPACES
              MOVE 'Enter a last name, a postcode or both'
                 TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO NS999
           END-IF.

           IF WS-SCR-SPHON NOT = 'Y'
              AND WS-SCR-SPHON NOT = 'N'
              AND WS-SCR-SPHON NOT = SPACE
              MOVE 'Sounds like must be Y, N or blank' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO NS999
           END-IF.

           IF WS-SCR-SPHON = 'Y' AND WS-SCR-SNAME = SPACES
              MOVE 'Sounds like needs a last name' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO NS999
           END-IF.

           MOVE 1 TO WS-COMM-PAGE.
           MOVE ZERO TO WS-COMM-PAGE-START (1).

           PERFORM SEARCH-PAGE.
           PERFORM SEND-SEARCH-MAP.

       NS999.
           EXIT.


       PAGE-FORWARD SECTION.
       PF010.

           IF WS-COMM-PAGE = 0
              MOVE 'Enter the search and press ENTER' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO PF999
           END-IF.

           IF NOT WS-COMM-MORE-PAGES
              PERFORM SEARCH-PAGE
              MOVE 'There are no more matches' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO PF999
           END-IF.

           IF WS-COMM-PAGE NOT < WS-MAX-PAGES
              PERFORM SEARCH-PAGE
              MOVE 'Too many matches to page - narrow the search'
                 TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO PF999
           END-IF.

           ADD 1 TO WS-COMM-PAGE.

           PERFORM SEARCH-PAGE.
           PERFORM SEND-SEARCH-MAP.

       PF999.
           EXIT.


       PAGE-BACK SECTION.
       PB010.

           IF WS-COMM-PAGE = 0
              MOVE 'Enter the search and press ENTER' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO PB999
           END-IF.

           IF WS-COMM-PAGE = 1
              PERFORM SEARCH-PAGE
              MOVE 'This is the first page' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
              GO TO PB999
           END-IF.

           SUBTRACT 1 FROM WS-COMM-PAGE.

           PERFORM SEARCH-PAGE.
           PERFORM SEND-SEARCH-MAP.

       PB999.
           EXIT.


       SHOW-CURRENT-PAGE SECTION.
       SCP010.

      *
      *    Redisplay the page in hand keeping WS-MESSAGE.
      *
           IF WS-COMM-PAGE NOT = 0
              MOVE WS-MESSAGE TO WS-SAVED-MESSAGE
              PERFORM SEARCH-PAGE
              MOVE WS-SAVED-MESSAGE TO WS-MESSAGE
           END-IF.

           PERFORM SEND-SEARCH-MAP.

       SCP999.
           EXIT.


       SEARCH-PAGE SECTION.
       SP010.
      *
      *    Read page WS-COMM-PAGE of the search into the map and
      *    note where the page after it starts, with the page
      *    number or the failure in WS-MESSAGE. The caller sends
      *    the map.
      *
           MOVE 0 TO WS-LINES-SHOWN.

           INITIALIZE CUSTSRCH-COMMAREA.
           MOVE SORTCODE TO COMM-SEARCH-SORTCODE.
           MOVE WS-COMM-SNAME TO COMM-SEARCH-LAST-NAME.
           MOVE WS-COMM-SPCODE TO COMM-SEARCH-POSTCODE.
           MOVE WS-COMM-PAGE-START (WS-COMM-PAGE)
              TO COMM-SEARCH-START.
           IF WS-COMM-SPHON = 'Y'
              MOVE 'Y' TO COMM-SEARCH-PHONETIC
           ELSE
              MOVE 'N' TO COMM-SEARCH-PHONETIC
           END-IF.

           EXEC CICS LINK PROGRAM(CUSTSRCH-PROGRAM)
                COMMAREA(CUSTSRCH-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'N' TO WS-COMM-MORE.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CSR: LINK to CUSTSRCH failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'Customer search is not available at the moment'
                 TO WS-MESSAGE
              GO TO SP999
           END-IF.

           IF NOT SEARCH-SUCCESSFUL
              IF SEARCH-NO-CRITERIA
                 MOVE 'Enter a last name, a postcode or both'
                    TO WS-MESSAGE
              ELSE
                 STRING 'Customer search failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-SEARCH-FAIL-CD DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              END-IF
              GO TO SP999
           END-IF.

           IF COMM-SEARCH-COUNT > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINES-SHOWN
              MOVE 'Y' TO WS-COMM-MORE
           ELSE
              MOVE COMM-SEARCH-COUNT TO WS-LINES-SHOWN
              MOVE COMM-SEARCH-MORE TO WS-COMM-MORE
           END-IF.

           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
              UNTIL WS-LINE-INDEX > WS-LINES-SHOWN
              MOVE COMM-SEARCH-CUSTNO (WS-LINE-INDEX)
                 TO WS-RL-CUSTNO
              MOVE COMM-SEARCH-LAST-NAME-OUT (WS-LINE-INDEX)
                 TO WS-RL-LAST-NAME
              MOVE COMM-SEARCH-FIRST-NAME (WS-LINE-INDEX)
                 TO WS-RL-FIRST-NAME
              MOVE COMM-SEARCH-PCODE-OUT (WS-LINE-INDEX)
                 TO WS-RL-POSTCODE
              PERFORM SET-RESULT-LINE
           END-PERFORM.

           IF WS-COMM-MORE-PAGES AND WS-COMM-PAGE < WS-MAX-PAGES
              MOVE COMM-SEARCH-CUSTNO (WS-LINES-SHOWN)
                 TO WS-COMM-PAGE-START (WS-COMM-PAGE + 1)
           END-IF.

           MOVE WS-COMM-PAGE TO WS-PAGE-DISPLAY.
           MOVE 0 TO WS-PAGE-LEAD.
           INSPECT WS-PAGE-DISPLAY TALLYING WS-PAGE-LEAD
              FOR LEADING SPACES.


           EVALUATE TRUE
              WHEN WS-LINES-SHOWN = 0
                 MOVE 'No customers match the search' TO WS-MESSAGE
              WHEN WS-COMM-MORE-PAGES
                 STRING 'Page ' DELIMITED BY SIZE,
                        WS-PAGE-DISPLAY (WS-PAGE-LEAD + 1:)
                           DELIMITED BY SIZE,
                        ' - PF8 for more matches' DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              WHEN OTHER
                 STRING 'Page ' DELIMITED BY SIZE,
                        WS-PAGE-DISPLAY (WS-PAGE-LEAD + 1:)
                           DELIMITED BY SIZE,
                        ' - end of the matches' DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       SP999.
           EXIT.


       SET-RESULT-LINE SECTION.
       SRL010.

           EVALUATE WS-LINE-INDEX
              WHEN 1
                 MOVE WS-RESULT-LINE TO RES01O
              WHEN 2
                 MOVE WS-RESULT-LINE TO RES02O
              WHEN 3
                 MOVE WS-RESULT-LINE TO RES03O
              WHEN 4
                 MOVE WS-RESULT-LINE TO RES04O
              WHEN 5
                 MOVE WS-RESULT-LINE TO RES05O
              WHEN 6
                 MOVE WS-RESULT-LINE TO RES06O
              WHEN 7
                 MOVE WS-RESULT-LINE TO RES07O
              WHEN 8
                 MOVE WS-RESULT-LINE TO RES08O
              WHEN 9
                 MOVE WS-RESULT-LINE TO RES09O
              WHEN 10
                 MOVE WS-RESULT-LINE TO RES10O
              WHEN 11
                 MOVE WS-RESULT-LINE TO RES11O
              WHEN 12
                 MOVE WS-RESULT-LINE TO RES12O
              WHEN 13
                 MOVE WS-RESULT-LINE TO RES13O
              WHEN 14
                 MOVE WS-RESULT-LINE TO RES14O
              WHEN 15
                 MOVE WS-RESULT-LINE TO RES15O
              WHEN 16
                 MOVE WS-RESULT-LINE TO RES16O
           END-EVALUATE.

       SRL999.
           EXIT.


       RECEIVE-SEARCH-MAP SECTION.
       RSM010.

           MOVE LOW-VALUES TO BNK1CSI.

           EXEC CICS RECEIVE MAP('BNK1CS')
                MAPSET('BNK1CSR')
                INTO(BNK1CSI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1CSR: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           MOVE SNAMEI TO WS-SCR-SNAME.
           MOVE SPCODEI TO WS-SCR-SPCODE.
           MOVE SPHONI TO WS-SCR-SPHON.
           INSPECT WS-SCREEN REPLACING ALL LOW-VALUES BY SPACES.

           MOVE LOW-VALUES TO BNK1CSO.

       RSM999.
           EXIT.


       SEND-SEARCH-MAP SECTION.
       SSM010.
      *
      *    The result lines are already in the map; the criteria
      *    shown are those of the search in progress.
      *
           MOVE WS-COMM-SNAME TO SNAMEO.
           MOVE WS-COMM-SPCODE TO SPCODEO.
           MOVE WS-COMM-SPHON TO SPHONO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1CS')
                MAPSET('BNK1CSR')
                FROM(BNK1CSO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1CSR: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SSM999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1CSR: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-SEARCH-MAP.

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

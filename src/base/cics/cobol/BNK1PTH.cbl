       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the account transaction history screen,
      * transaction BHIS, reached from the BNK1MAI menu.
      *
      * ENTER with an account number at this bank's sort code lists
      * the account's PROCTRAN postings through INQPTRAN, oldest
      * first, sixteen to a page; PF8 pages forward and PF7 back.
      * When PROCARCH has archived older history for the sort code
      * the screen says how far, since anything older has to be
      * asked for through the PROCRETR request path.
      *
      * INQPTRAN pages forward only, from the last PROCTRAN_REF
      * seen, so the starting reference of every page shown so far
      * is kept in the commarea with the account, and PF7 re-reads
      * the page before. A page of INQPTRAN results is larger than
      * the screen: the next page starts after the last posting
      * actually shown, so none is missed.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1PTH.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * Symbolic map for the transaction history screen
           COPY BNK1PTH.

           COPY DFHAID.

           COPY SORTCODE.

       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP               PIC S9(8) COMP.
          03 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-SCREEN-TRANID              PIC X(4)      VALUE 'BHIS'.
       01 WS-MENU-PROGRAM               PIC X(8)      VALUE 'BNK1MAI'.

       01 INQPTRAN-PROGRAM              PIC X(8)      VALUE 'INQPTRAN'.
       01 INQPTRAN-COMMAREA.
           COPY INQPTRAN.

      *
      *    Carried between screens - the account listed and where
      *    each of its pages so far starts.
      *
       01 WS-COMM-AREA.
          03 WS-COMM-ACCNO              PIC 9(8).
          03 WS-COMM-PAGE               PIC 9(3).
          03 WS-COMM-MORE               PIC X.
             88 WS-COMM-MORE-PAGES      VALUE 'Y'.
          03 WS-COMM-PAGE-START         PIC X(12)     OCCURS 50 TIMES.

       01 WS-MAX-PAGES                  PIC 9(3)      VALUE 50.
       01 WS-LINES-PER-PAGE             PIC 9(2)      VALUE 16.

       01 WS-ACCNO                      PIC X(8)      VALUE SPACES.
       01 WS-ACCNO-NUM REDEFINES WS-ACCNO
                                        PIC 9(8).

       01 WS-HISTORY-LINE.
          03 WS-HL-DATE                 PIC X(10).
          03 FILLER                     PIC X         VALUE SPACE.
          03 WS-HL-TIME.
             05 WS-HL-HH                PIC X(2).
             05 FILLER                  PIC X         VALUE ':'.
             05 WS-HL-MM                PIC X(2).
          03 FILLER                     PIC X         VALUE SPACE.
          03 WS-HL-TYPE                 PIC X(3).
          03 FILLER                     PIC X         VALUE SPACE.
          03 WS-HL-DESC                 PIC X(28).
          03 FILLER                     PIC X         VALUE SPACE.
          03 WS-HL-AMOUNT               PIC -ZZZZZZZZZ9.99.
          03 FILLER                     PIC X         VALUE SPACE.
          03 WS-HL-BALANCE              PIC -ZZZZZZZZZ9.99.

       01 WS-ARCH-THRU                  PIC 9(8).
       01 WS-ARCH-THRU-GRP REDEFINES WS-ARCH-THRU.
          03 WS-ARCH-THRU-CCYY          PIC 9(4).
          03 WS-ARCH-THRU-MM            PIC 99.
          03 WS-ARCH-THRU-DD            PIC 99.
       01 WS-ARCH-DATE.
          03 WS-ARCH-DD                 PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-ARCH-MM                 PIC 99.
          03 FILLER                     PIC X         VALUE '/'.
          03 WS-ARCH-YYYY               PIC 9999.

       01 WS-LINE-INDEX                 PIC 9(2)      VALUE 0.
       01 WS-LINES-SHOWN                PIC 9(2)      VALUE 0.
       01 WS-PAGE-DISPLAY               PIC ZZ9.
       01 WS-PAGE-LEAD                  PIC 9(2)      VALUE 0.
       01 WS-ARCH-TEXT                  PIC X(40)     VALUE SPACES.

       01 WS-MESSAGE                    PIC X(79)     VALUE SPACES.
       01 WS-SAVED-MESSAGE              PIC X(79)     VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(612).


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           MOVE SPACES TO WS-MESSAGE.
           MOVE LOW-VALUES TO BNK1PTO.

           IF EIBCALEN NOT = LENGTH OF WS-COMM-AREA
              INITIALIZE WS-COMM-AREA
              PERFORM SEND-HISTORY-MAP
              PERFORM RETURN-TO-CICS
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMM-AREA.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM RETURN-TO-MENU
              WHEN EIBAID = DFHCLEAR
                 INITIALIZE WS-COMM-AREA
                 PERFORM SEND-HISTORY-MAP
              WHEN EIBAID = DFHENTER
                 PERFORM NEW-LISTING
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


       NEW-LISTING SECTION.
       NL010.

           PERFORM RECEIVE-HISTORY-MAP.

           MOVE 0 TO WS-COMM-PAGE.
           MOVE 'N' TO WS-COMM-MORE.

           IF WS-ACCNO NOT NUMERIC
              OR WS-ACCNO-NUM = ZERO
              MOVE ZERO TO WS-COMM-ACCNO
              MOVE 'Enter an account number' TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO NL999
           END-IF.

           MOVE WS-ACCNO-NUM TO WS-COMM-ACCNO.
           MOVE 1 TO WS-COMM-PAGE.
           MOVE SPACES TO WS-COMM-PAGE-START (1).

           PERFORM HISTORY-PAGE.
           PERFORM SEND-HISTORY-MAP.

       NL999.
           EXIT.


       PAGE-FORWARD SECTION.
       PF010.

           IF WS-COMM-PAGE = 0
              MOVE 'Enter an account number and press ENTER'
                 TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO PF999
           END-IF.

           IF NOT WS-COMM-MORE-PAGES
              PERFORM HISTORY-PAGE
              MOVE 'There are no more postings' TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO PF999
           END-IF.

           IF WS-COMM-PAGE NOT < WS-MAX-PAGES
              PERFORM HISTORY-PAGE
              MOVE 'Too many pages to page through on this screen'
                 TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO PF999
           END-IF.

           ADD 1 TO WS-COMM-PAGE.

           PERFORM HISTORY-PAGE.
           PERFORM SEND-HISTORY-MAP.

       PF999.
           EXIT.


       PAGE-BACK SECTION.
       PB010.

           IF WS-COMM-PAGE = 0
              MOVE 'Enter an account number and press ENTER'
                 TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO PB999
           END-IF.

           IF WS-COMM-PAGE = 1
              PERFORM HISTORY-PAGE
              MOVE 'This is the first page' TO WS-MESSAGE
              PERFORM SEND-HISTORY-MAP
              GO TO PB999
           END-IF.

           SUBTRACT 1 FROM WS-COMM-PAGE.

           PERFORM HISTORY-PAGE.
           PERFORM SEND-HISTORY-MAP.

       PB999.
           EXIT.


       SHOW-CURRENT-PAGE SECTION.
       SCP010.
      *
      *    Redisplay the page in hand keeping WS-MESSAGE.
      *
           IF WS-COMM-PAGE NOT = 0
              MOVE WS-MESSAGE TO WS-SAVED-MESSAGE
              PERFORM HISTORY-PAGE
              MOVE WS-SAVED-MESSAGE TO WS-MESSAGE
           END-IF.

           PERFORM SEND-HISTORY-MAP.

       SCP999.
           EXIT.


       HISTORY-PAGE SECTION.
       HP010.
      *
      *    Read page WS-COMM-PAGE of the account's postings into the
      *    map and note where the page after it starts, with the
      *    page number or the failure in WS-MESSAGE. The caller
      *    sends the map.
      *
           MOVE 0 TO WS-LINES-SHOWN.

           INITIALIZE INQPTRAN-COMMAREA.
           MOVE SORTCODE TO COMM-PT-SCODE.
           MOVE WS-COMM-ACCNO TO COMM-PT-ACCNO.
           MOVE WS-COMM-PAGE-START (WS-COMM-PAGE)
              TO COMM-PT-REF-START.

           EXEC CICS LINK PROGRAM(INQPTRAN-PROGRAM)
                COMMAREA(INQPTRAN-COMMAREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'N' TO WS-COMM-MORE.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1PTH: LINK to INQPTRAN failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'History enquiry is not available at the moment'
                 TO WS-MESSAGE
              GO TO HP999
           END-IF.

           IF NOT PTRAN-INQ-SUCCESSFUL
              IF PTRAN-INQ-NO-KEY
                 MOVE 'Enter an account number' TO WS-MESSAGE
              ELSE
                 STRING 'History enquiry failed - reason code '
                           DELIMITED BY SIZE,
                        COMM-PT-FAIL-CD DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              END-IF
              GO TO HP999
           END-IF.

           IF COMM-PT-COUNT > WS-LINES-PER-PAGE
              MOVE WS-LINES-PER-PAGE TO WS-LINES-SHOWN
              MOVE 'Y' TO WS-COMM-MORE
           ELSE
              MOVE COMM-PT-COUNT TO WS-LINES-SHOWN
              MOVE COMM-PT-MORE TO WS-COMM-MORE
           END-IF.

           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
              UNTIL WS-LINE-INDEX > WS-LINES-SHOWN
              MOVE COMM-PT-DATE (WS-LINE-INDEX) TO WS-HL-DATE
              MOVE COMM-PT-TIME (WS-LINE-INDEX) (1:2) TO WS-HL-HH
              MOVE COMM-PT-TIME (WS-LINE-INDEX) (3:2) TO WS-HL-MM
              MOVE COMM-PT-TYPE (WS-LINE-INDEX) TO WS-HL-TYPE
              MOVE COMM-PT-DESC (WS-LINE-INDEX) TO WS-HL-DESC
              MOVE COMM-PT-AMOUNT (WS-LINE-INDEX) TO WS-HL-AMOUNT
              MOVE COMM-PT-BALANCE (WS-LINE-INDEX) TO WS-HL-BALANCE
              PERFORM SET-HISTORY-LINE
           END-PERFORM.

           IF WS-COMM-MORE-PAGES AND WS-COMM-PAGE < WS-MAX-PAGES
              MOVE COMM-PT-REF (WS-LINES-SHOWN)
                 TO WS-COMM-PAGE-START (WS-COMM-PAGE + 1)
           END-IF.

           MOVE WS-COMM-PAGE TO WS-PAGE-DISPLAY.
           MOVE 0 TO WS-PAGE-LEAD.
           INSPECT WS-PAGE-DISPLAY TALLYING WS-PAGE-LEAD
              FOR LEADING SPACES.

           MOVE SPACES TO WS-ARCH-TEXT.

           IF OLDER-HISTORY-ARCHIVED
              MOVE COMM-PT-ARCH-THRU TO WS-ARCH-THRU
              MOVE WS-ARCH-THRU-DD TO WS-ARCH-DD
              MOVE WS-ARCH-THRU-MM TO WS-ARCH-MM
              MOVE WS-ARCH-THRU-CCYY TO WS-ARCH-YYYY
              STRING ' - history up to ' DELIMITED BY SIZE,
                     WS-ARCH-DATE DELIMITED BY SIZE,
                     ' is archived' DELIMITED BY SIZE
                 INTO WS-ARCH-TEXT
              END-STRING
           END-IF.

           EVALUATE TRUE
              WHEN WS-LINES-SHOWN = 0
                 STRING 'No postings on record' DELIMITED BY SIZE,
                        WS-ARCH-TEXT DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              WHEN WS-COMM-MORE-PAGES
                 STRING 'Page ' DELIMITED BY SIZE,
                        WS-PAGE-DISPLAY (WS-PAGE-LEAD + 1:)
                           DELIMITED BY SIZE,
                        ' - PF8 for more' DELIMITED BY SIZE,
                        WS-ARCH-TEXT DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              WHEN OTHER
                 STRING 'Page ' DELIMITED BY SIZE,
                        WS-PAGE-DISPLAY (WS-PAGE-LEAD + 1:)
                           DELIMITED BY SIZE,
                        ' - end of the postings' DELIMITED BY SIZE,
                        WS-ARCH-TEXT DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
           END-EVALUATE.

       HP999.
           EXIT.


       SET-HISTORY-LINE SECTION.
       SHL010.

           EVALUATE WS-LINE-INDEX
              WHEN 1
                 MOVE WS-HISTORY-LINE TO HIS01O
              WHEN 2
                 MOVE WS-HISTORY-LINE TO HIS02O
              WHEN 3
                 MOVE WS-HISTORY-LINE TO HIS03O
              WHEN 4
                 MOVE WS-HISTORY-LINE TO HIS04O
              WHEN 5
                 MOVE WS-HISTORY-LINE TO HIS05O
              WHEN 6
                 MOVE WS-HISTORY-LINE TO HIS06O
              WHEN 7
                 MOVE WS-HISTORY-LINE TO HIS07O
              WHEN 8
                 MOVE WS-HISTORY-LINE TO HIS08O
              WHEN 9
                 MOVE WS-HISTORY-LINE TO HIS09O
              WHEN 10
                 MOVE WS-HISTORY-LINE TO HIS10O
              WHEN 11
                 MOVE WS-HISTORY-LINE TO HIS11O
              WHEN 12
                 MOVE WS-HISTORY-LINE TO HIS12O
              WHEN 13
                 MOVE WS-HISTORY-LINE TO HIS13O
              WHEN 14
                 MOVE WS-HISTORY-LINE TO HIS14O
              WHEN 15
                 MOVE WS-HISTORY-LINE TO HIS15O
              WHEN 16
                 MOVE WS-HISTORY-LINE TO HIS16O
           END-EVALUATE.

       SHL999.
           EXIT.


       RECEIVE-HISTORY-MAP SECTION.
       RHM010.

           MOVE LOW-VALUES TO BNK1PTI.

           EXEC CICS RECEIVE MAP('BNK1PT')
                MAPSET('BNK1PTH')
                INTO(BNK1PTI)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              AND WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              DISPLAY 'BNK1PTH: RECEIVE MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

           IF ACCNOL > ZERO AND ACCNOI NUMERIC
              MOVE ACCNOI TO WS-ACCNO-NUM
           ELSE
              MOVE SPACES TO WS-ACCNO
           END-IF.

           MOVE LOW-VALUES TO BNK1PTO.

       RHM999.
           EXIT.


       SEND-HISTORY-MAP SECTION.
       SHM010.
      *
      *    The posting lines are already in the map; the account
      *    shown is the one being listed.
      *
           IF WS-COMM-ACCNO NOT = ZERO
              MOVE WS-COMM-ACCNO TO ACCNOO
              MOVE SORTCODE TO SCODEO
           END-IF.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND MAP('BNK1PT')
                MAPSET('BNK1PTH')
                FROM(BNK1PTO)
                ERASE
                FREEKB
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'BNK1PTH: SEND MAP failed, RESP='
                      WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
           END-IF.

       SHM999.
           EXIT.


       RETURN-TO-MENU SECTION.
       RTM010.

           EXEC CICS XCTL
                PROGRAM(WS-MENU-PROGRAM)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           DISPLAY 'BNK1PTH: XCTL to ' WS-MENU-PROGRAM
                   ' failed, RESP=' WS-CICS-RESP
                   ' RESP2=' WS-CICS-RESP2.
           MOVE 'The menu is not available at the moment'
              TO WS-MESSAGE.
           PERFORM SEND-HISTORY-MAP.

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

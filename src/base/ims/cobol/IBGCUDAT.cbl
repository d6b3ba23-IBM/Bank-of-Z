       77  RESET-TRAN-CD       PIC X(08) VALUE "CUSTPWD".
       77  CONTACT-TRAN-CD     PIC X(08) VALUE "CUSTUPD".
       77  BALANCE-TRAN-CD     PIC X(08) VALUE "CUSTBAL".
       77  DEPOSIT-TRAN-CD     PIC X(08) VALUE "CUSTDEP".
       77  WITHDRAW-TRAN-CD    PIC X(08) VALUE "CUSTWDR".
       77  TILL-OPEN-TRAN-CD   PIC X(08) VALUE "TILLOPN".
       77  TILL-XFER-TRAN-CD   PIC X(08) VALUE "TILLXFR".
       77  TILL-CLOSE-TRAN-CD  PIC X(08) VALUE "TILLCLS".
       77  BROWSE-DONE-SW      PIC X VALUE 'N'.
           88  BROWSE-DONE     VALUE 'Y'.
       77  WS-PWD-LENGTH       PIC 9(2) VALUE 0.
       77  WS-FLD-BAD          PIC X VALUE 'N'.
       77  NOACCOUNTS          PIC X(23) VALUE "NO ACCOUNTS ON FILE".
       77  BALANCE-ENQ-FAIL    PIC X(23) VALUE "BALANCE ENQUIRY FAILED".
       77  CASH-FLD-BAD        PIC X(23) VALUE "CASH FIELDS INVALID".
       77  CASH-NO-ACCOUNT     PIC X(23) VALUE "ACCOUNT NOT ON FILE".
       77  CASH-NOT-OWNER      PIC X(23) VALUE "ACCOUNT NOT CUSTOMER'S".
       77  CASH-CONTROLLED     PIC X(23) VALUE "ACCOUNT IS CONTROLLED".
       77  CASH-NOT-MATURED    PIC X(23) VALUE "TERM NOT YET MATURED".
       77  CASH-BAD-TYPE       PIC X(23) VALUE "POSTING TYPE UNKNOWN".
       77  CASH-DAILY-LIMIT    PIC X(23) VALUE "DAILY LIMIT EXCEEDED".
       77  CASH-OVERDRAWN      PIC X(23) VALUE "OVER OVERDRAFT LIMIT".
       77  CASH-POST-FAIL      PIC X(23) VALUE "CASH POSTING FAILED".
       77  CASH-NOT-STERLING   PIC X(23) VALUE "STERLING ACCOUNTS ONLY".
       77  CASH-SVC-FROZEN     PIC X(23) VALUE "SERVICE UNAVAILABLE".
       77  CASH-NO-NOTICE      PIC X(23) VALUE "NO MATURED NOTICE".
       77  CASH-OVER-ALLOWANCE PIC X(23) VALUE "OVER WRAPPER ALLOWANCE".
       77  TILL-NOT-OPEN       PIC X(23) VALUE "TILL NOT OPEN".
       77  TILL-ALREADY-OPEN   PIC X(23) VALUE "TILL ALREADY OPENED".
       77  TILL-FLD-BAD        PIC X(23) VALUE "TILL FIELDS INVALID".
       77  TILL-UPD-FAIL       PIC X(23) VALUE "TILL UPDATE FAILED".

      ******************************************************************
      *DATABASE CALL CODES
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  ROLB                PIC  X(04)        VALUE "ROLB".
       77  CHKP                PIC  X(04)        VALUE "CHKP".
       77  XRST                PIC  X(04)        VALUE "XRST".

      *    CONTACT-UPDATE FIELDS - ONLY PRESENT ON A CUSTUPD
      *    MESSAGE, WHOSE LL-IN COVERS THEM
           05  IN-ADDRESS      PIC  X(80).
      *    CASH FIELDS - A CUSTDEP OR CUSTWDR MESSAGE, WHOSE LL-IN
      *    COVERS THEM, CARRIES THESE WHERE A CUSTUPD CARRIES THE
      *    ADDRESS. THE AMOUNT IS ALWAYS
      *    POSITIVE, WITH TWO IMPLIED DECIMALS; THE TRANSACTION CODE
      *    SAYS WHICH WAY THE CASH MOVES. CLEAR DAYS IS DEPOSIT ONLY
      *    AND MAY BE LEFT BLANK.
           05  IN-CASH-FIELDS REDEFINES IN-ADDRESS.
               07  IN-ACCNO        PIC  X(08).
               07  IN-AMOUNT       PIC  9(08)V99.
               07  IN-AMOUNT-X REDEFINES IN-AMOUNT
                                   PIC  X(10).
               07  IN-CLEAR-DAYS   PIC  X(02).
               07  IN-CLEAR-DAYS-N REDEFINES IN-CLEAR-DAYS
                                   PIC  9(02).
               07  FILLER          PIC  X(60).
      *    TILL FIELDS - TILLOPN CARRIES THE OPENING FLOAT, TILLXFR
      *    THE AMOUNT MOVED AND ITS DIRECTION ('I' VAULT TO TILL, 'O'
      *    TILL TO VAULT), TILLCLS THE DECLARED CLOSING COUNT. THE
      *    TILL IS THE SENDING LOGICAL TERMINAL; IN-CUSTID IS UNUSED.
           05  IN-TILL-FIELDS REDEFINES IN-ADDRESS.
               07  IN-TILL-AMOUNT  PIC  9(08)V99.
               07  IN-TILL-AMOUNT-X REDEFINES IN-TILL-AMOUNT
                                   PIC  X(10).
               07  IN-TILL-DIRECTION PIC X(01).
                   88  TILL-FROM-VAULT VALUE 'I'.
                   88  TILL-TO-VAULT   VALUE 'O'.
               07  FILLER          PIC  X(69).
           05  IN-CITY         PIC  X(25).
           05  IN-STATE        PIC  X(2).
           05  IN-ZIPCODE      PIC  X(15).
           05  BAL-AVAIL-OUT   PIC  +9(10).99.
           05  BAL-ACTUAL-OUT  PIC  +9(10).99.

      *    TILL REPLY - THE TILL'S POSITION AFTER AN OPEN, A VAULT
      *    TRANSFER OR THE CLOSE. RECEIVED, PAID OUT, EXPECTED AND
      *    THE DIFFERENCE ARE FILLED IN ON THE CLOSE.
       01  TILL-OUTPUT-AREA.
           05  LL-TILL-OUT     PIC  9(04) COMP.
           05  ZZ-TILL-OUT     PIC  9(04) COMP.
           05  TILL-MSG-OUT    PIC  X(32).
           05  TILL-ID-OUT     PIC  X(08).
           05  TILL-STATUS-OUT PIC  X(01).
           05  TILL-OPENING-OUT   PIC  +9(10).99.
           05  TILL-RECEIVED-OUT  PIC  +9(10).99.
           05  TILL-PAID-OUT-OUT  PIC  +9(10).99.
           05  TILL-FROM-VLT-OUT  PIC  +9(10).99.
           05  TILL-TO-VLT-OUT    PIC  +9(10).99.
           05  TILL-EXPECTED-OUT  PIC  +9(10).99.
           05  TILL-DECLARED-OUT  PIC  +9(10).99.
           05  TILL-DIFF-OUT      PIC  +9(10).99.

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  HV-ACCOUNT-TYPE            PIC X(8).
           05  HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99 COMP-3.
           05  HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99 COMP-3.
           05  HV-ACCOUNT-OVERDRAFT       PIC S9(9) COMP.
           05  HV-ACCOUNT-MATURITY-DT     PIC S9(9) COMP.
           05  HV-ACCOUNT-CURRENCY        PIC X(3).

      * ACCOUNT_OWNER DB2 copybook - joint accounts
           EXEC SQL
           05  FILLER                PIC X VALUE '/'.
           05  WS-TDS-YYYY-X         PIC X(4).

      ******************************************************************
      *DB2 AREAS - TELLER CASH DEPOSIT AND WITHDRAWAL (CUSTDEP/CUSTWDR)
      *
      * CASH TAKEN IN OR PAID OUT AT THE COUNTER POSTS TO THE SAME DB2
      * ACCOUNT AND PROCTRAN ROWS A CICS DBCRFUN POSTING DOES, UNDER
      * THE SAME RULES - ACCOUNT CONTROLS, TERM MATURITY, THE NOTICE
      * PERIOD, THE TRANSACTION TYPE TABLE, THE DAILY OUTBOUND LIMIT,
      * THE TAX-FREE WRAPPER ALLOWANCE, THE OVERDRAFT FLOOR AGAINST
      * AVAILABLE BALANCE AND THE CLEARING HOLD. WHERE DBCRFUN LETS
      * A CICS OPERATOR GO ROUND ONE OF THESE - AN EARLY TERM BREAK,
      * A WITHDRAWAL WITHOUT NOTICE AT A PENALTY - THE COUNTER HAS
      * NO SUCH ROUTE AND REFUSES. AN ORGANISATION'S SIGNING RULES
      * ARE NOT ASKED HERE: THE COUNTER ONLY PAYS THE VERIFIED
      * CUSTOMER ACROSS AN ACCOUNT THEY OWN OR CO-OWN THEMSELVES.
      ******************************************************************

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

       01  HOST-PROCTRAN-ROW.
           05  HV-PROCTRAN-EYECATCHER     PIC X(4).
           05  HV-PROCTRAN-SORT-CODE      PIC X(6).
           05  HV-PROCTRAN-ACC-NUMBER     PIC X(8).
           05  HV-PROCTRAN-DATE           PIC X(10).
           05  HV-PROCTRAN-TIME           PIC X(6).
           05  HV-PROCTRAN-REF            PIC X(12).
           05  HV-PROCTRAN-TYPE           PIC X(3).
           05  HV-PROCTRAN-DESC           PIC X(90).
           05  HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
           05  HV-PROCTRAN-BALANCE        PIC S9(10)V99 COMP-3.

      * ACCOUNT_HOLD DB2 copybook
           EXEC SQL
              INCLUDE ACCHDB2
           END-EXEC.

       01  HOST-HOLD-ROW.
           05  HV-HOLD-AMOUNT             PIC S9(10)V99 COMP-3.
           05  HV-HOLD-RELEASE-DATE       PIC S9(9) COMP.
           05  HV-HOLD-PLACED-DATE        PIC S9(9) COMP.

       01  HV-RELEASE-DATE-ISO            PIC X(10).
       01  HV-RELEASE-DATE-GRP REDEFINES HV-RELEASE-DATE-ISO.
           05  HV-RELEASE-ISO-YYYY        PIC 9(4).
           05  FILLER                     PIC X.
           05  HV-RELEASE-ISO-MM          PIC 99.
           05  FILLER                     PIC X.
           05  HV-RELEASE-ISO-DD          PIC 99.

      * ACCOUNT_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

      * CUSTOMER_TXN_LIMIT DB2 copybook
           EXEC SQL
              INCLUDE CTXLDB2
           END-EXEC.

      * FAILURE_LOG DB2 copybook
           EXEC SQL
              INCLUDE FAILLGDB2
           END-EXEC.

       01  HOST-FAILLOG-ROW.
           05  HV-FAILLOG-SORTCODE        PIC X(6).
           05  HV-FAILLOG-NUMBER          PIC X(10).
           05  HV-FAILLOG-PROGRAM         PIC X(8).
           05  HV-FAILLOG-FAIL-CODE       PIC X.
           05  HV-FAILLOG-DATE            PIC X(10).
           05  HV-FAILLOG-TIME            PIC X(8).
           05  HV-FAILLOG-TASKNO          PIC 9(7).

       77  HV-CTRL-CHECK-COUNT    PIC S9(9) COMP VALUE 0.
       77  HV-OWNER-CHECK-COUNT   PIC S9(9) COMP VALUE 0.
       77  HV-TXNT-CODE           PIC X(3) VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT    PIC S9(9) COMP VALUE 0.
       77  HV-CLEAR-DAYS          PIC S9(9) COMP VALUE 0.
       77  HV-DAILY-LIMIT         PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-OUTBOUND-TODAY      PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-DEFAULT-CUSTNO      PIC X(10) VALUE '0000000000'.

      * ACCOUNT_PRODUCT AND WITHDRAWAL_NOTICE DB2 COPYBOOKS - CASH
      * OUT OF A NOTICE ACCOUNT MUST BE COVERED BY A MATURED NOTICE
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

       77  HV-PROD-NOTICE-DAYS    PIC S9(9) COMP VALUE 0.
       77  HV-NOTICE-ID           PIC S9(9) COMP VALUE 0.
       77  HV-NOTICE-DEBIT        PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-NOTICE-SW           PIC X VALUE 'N'.
           88  NOTICE-COVERS-CASH VALUE 'C'.

      *    THE FALLBACK DAILY LIMIT FOR A CUSTOMER WITH NO ROW OF
      *    THEIR OWN AND NO BANK-DEFAULT ROW - DBCRFUN'S FIGURE
       77  WS-DEFAULT-DAILY-LIMIT PIC S9(10)V99 VALUE 10000.00.
       77  WS-DEBIT-MAGNITUDE     PIC S9(10)V99 VALUE 0.
       77  WS-CASH-AMOUNT         PIC S9(10)V99 VALUE 0.
       77  WS-CASH-CLEAR-DAYS     PIC 9(2) VALUE 0.
       77  WS-NEW-AVAIL-BAL       PIC S9(10)V99 VALUE 0.
       77  WS-NEW-ACTUAL-BAL      PIC S9(10)V99 VALUE 0.
       77  WS-OVERDRAFT-FLOOR     PIC S9(10)V99 VALUE 0.
       77  WS-TODAY-INT           PIC S9(9) COMP VALUE 0.
       77  WS-CASH-TIME           PIC X(8) VALUE SPACES.
       77  WS-CASH-OK-SW          PIC X VALUE 'Y'.
           88  CASH-OK            VALUE 'Y'.

       01  WS-TODAY-DOT-X.
           05  WS-TDD-DD-X           PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-TDD-MM-X           PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-TDD-YYYY-X         PIC X(4).

      ******************************************************************
      *DB2 AREAS - TELLER TILL (TILLOPN/TILLXFR/TILLCLS)
      *
      * EACH COUNTER POSITION'S TILL IS OPENED WITH A FLOAT, TOPPED UP
      * FROM OR RETURNED TO THE BRANCH VAULT DURING THE DAY, AND
      * CLOSED WITH A DECLARED COUNT. CASH CAN ONLY BE TAKEN IN OR
      * PAID OUT WHILE THE TELLER'S TILL IS OPEN, SO EVERY COUNTER
      * POSTING FALLS INSIDE A TILL THAT HAS TO BALANCE.
      ******************************************************************

      * TELLER_TILL DB2 copybook
           EXEC SQL
              INCLUDE TELTDB2
           END-EXEC.

       01  HOST-TILL-ROW.
           05  HV-TILL-ID                 PIC X(8).
           05  HV-TILL-DATE               PIC S9(9) COMP.
           05  HV-TILL-STATUS             PIC X.
           05  HV-TILL-OPENING            PIC S9(10)V99 COMP-3.
           05  HV-TILL-RECEIVED           PIC S9(10)V99 COMP-3.
           05  HV-TILL-PAID-OUT           PIC S9(10)V99 COMP-3.
           05  HV-TILL-FROM-VAULT         PIC S9(10)V99 COMP-3.
           05  HV-TILL-TO-VAULT           PIC S9(10)V99 COMP-3.
           05  HV-TILL-EXPECTED           PIC S9(10)V99 COMP-3.
           05  HV-TILL-DECLARED           PIC S9(10)V99 COMP-3.
           05  HV-TILL-DIFFERENCE         PIC S9(10)V99 COMP-3.

       77  HV-TILL-AMOUNT         PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-TILL-OK-SW          PIC X VALUE 'Y'.
           88  TILL-OK            VALUE 'Y'.

      * PROCTRAN REFERENCES COME FROM THE HBNKPROCREF NAMED COUNTER
      * THROUGH DFHNCTR, AS IN THE BATCH POSTING JOBS
       COPY NCSPROC.

       77  WS-NCTR-FUNCTION       PIC X(6) VALUE 'GET   '.
       77  WS-NCTR-POOL           PIC X(8) VALUE SPACES.
       77  WS-NCTR-RESPONSE       PIC S9(8) COMP VALUE 0.
       77  WS-REF-EIBTASKN12      PIC 9(12) VALUE 0.

       01  BNKDATE-PROGRAM        PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

      * CUSTALRT COMMAREA - THE ONE COPY OF THE BALANCE AND ACTIVITY
      * ALERT RULES, CONSULTED AFTER A WITHDRAWAL POSTS
       01  CUSTALRT-PROGRAM       PIC X(8) VALUE 'CUSTALRT'.
       01  CUSTALRT-COMMAREA.
           COPY CUSTALRT.

      * SVCCHK COMMAREA - WHETHER POSTINGS ARE FROZEN FOR THE
      * OVERNIGHT BATCH WINDOW
       01  SVCCHK-PROGRAM         PIC X(8) VALUE 'SVCCHK'.
       01  SVCCHK-COMMAREA.
           COPY SVCCHK.

      * WRAPCHK COMMAREA - THE ONE COPY OF THE TAX-FREE WRAPPER
      * ALLOWANCE RULES, ASKED BEFORE CASH IS PAID IN AND TOLD OF THE
      * SUBSCRIPTION ONCE IT HAS POSTED
       01  WRAPCHK-PROGRAM        PIC X(8) VALUE 'WRAPCHK'.
       01  WRAPCHK-COMMAREA.
           COPY WRAPCHK.

      * EVERY ACCOUNT THE CUSTOMER OWNS OR CO-OWNS, THE SAME UNION
      * INQACCCU USES - THE DUPLICATE WHERE THE CUSTOMER IS BOTH
      * THE PRIMARY OWNER AND AN OWNER ROW DROPS OUT OF THE UNION.
      * TELLER BALANCE ENQUIRY - DB2 BALANCES FROM THE IMS NETWORK
                    PERFORM BALANCE-ENQUIRY THRU BALANCE-ENQUIRY-END
                  ELSE
                  IF TRAN-CODE = DEPOSIT-TRAN-CD
                     OR TRAN-CODE = WITHDRAW-TRAN-CD
      * TELLER CASH IN AND CASH OUT - POSTED UNDER DBCRFUN'S RULES
                    PERFORM CASH-POSTING THRU CASH-POSTING-END
                  ELSE
                  IF TRAN-CODE = TILL-OPEN-TRAN-CD
                     OR TRAN-CODE = TILL-XFER-TRAN-CD
                     OR TRAN-CODE = TILL-CLOSE-TRAN-CD
      * TELLER TILL OPEN, VAULT TRANSFER AND CLOSING DECLARATION
                    PERFORM TILL-MAINTENANCE
                       THRU TILL-MAINTENANCE-END
                  ELSE
      * RETRIEVE CUSTOMER ACCOUNT INFO
                    PERFORM GET-CUSTOMER-DATA
                       THRU GET-CUSTOMER-DATA-END
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                  END-IF
                END-IF
                ADD 1 TO WS-MSG-COUNT
                IF WS-MSG-COUNT >= WS-CHKP-FREQ
             GO TO BALANCE-ENQUIRY-END
           END-IF.

           MOVE 'BALANCE' TO BAL-MSG-OUT.
           MOVE 0 TO WS-BAL-ACCOUNTS.
           MOVE 'N' TO WS-BAL-DONE-SW.
           PERFORM WITH TEST BEFORE UNTIL BAL-CURSOR-DONE


      * PROCEDURE INSERT-BALANCE-IO
      *  ONE REPLY MESSAGE FOR THE ACCOUNT JUST FETCHED OR POSTED TO.
      *  THE CALLER SETS BAL-MSG-OUT.
       INSERT-BALANCE-IO.
           MOVE IN-CUSTID TO BAL-CUSTID-OUT.
           MOVE SPACES TO BAL-NAME-OUT.
           STRING HV-CUSTOMER-FIRST-NAME (1:14) DELIMITED BY SIZE,
       WRITE-TELLER-ACCESS-LOG-END.


      * PROCEDURE CASH-POSTING
      *  TELLER CASH DEPOSIT (CUSTDEP) AND CASH WITHDRAWAL (CUSTWDR).
      *  VERIFIES THE CUSTOMER ON THE IMS DATABASE AS THE BALANCE
      *  ENQUIRY DOES, THEN POSTS THE CASH TO THE DB2 ACCOUNT UNDER
      *  THE RULES DBCRFUN ENFORCES FOR A CICS POSTING, AND REPLIES
      *  WITH THE NEW AVAILABLE AND ACTUAL BALANCES AND THE PROCTRAN
      *  REFERENCE. THE ACCOUNT MUST BE ONE THE CUSTOMER OWNS OR
      *  CO-OWNS. THE TELLER'S LOGICAL TERMINAL IS STAMPED INTO THE
      *  PROCTRAN DESCRIPTION SO THE CASH CAN BE TRACED TO A COUNTER
      *  POSITION WHEN THE TILL IS BALANCED.
      *  THE BALANCE UPDATE, PROCTRAN ROW, ANY HOLD, THE NOTICE DRAWN
      *  DOWN AND ANY WRAPPER SUBSCRIPTION ARE COMMITTED TOGETHER AT
      *  THE NEXT SYNC POINT. A DB2 FAILURE ONCE THE
      *  BALANCE HAS MOVED IS BACKED OUT WITH ROLB - THE IMS
      *  EQUIVALENT OF DBCRFUN'S ABEND - SO A BALANCE CHANGE IS
      *  NEVER COMMITTED WITHOUT ITS PROCTRAN ROW.
       CASH-POSTING.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE 'Y' TO WS-CASH-OK-SW.
           COMPUTE CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.

           IF DBSTAT NOT = SPACES
             PERFORM SET-DB-ERROR-MSG THRU SET-DB-ERROR-MSG-END
             PERFORM INSERT-IO THRU INSERT-IO-END
             GO TO CASH-POSTING-END
           END-IF.

           MOVE IN-CUSTID TO CUSTID-OUT.

           PERFORM CHECK-CASH-SERVICE THRU CHECK-CASH-SERVICE-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM VALIDATE-CASH-FIELDS THRU VALIDATE-CASH-FIELDS-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

      *    THE IMS CUSTID IS THE DB2 CUSTOMER_NUMBER, ZERO-PADDED
           MOVE CUSTID-CD TO WS-CUSTNO-DISP.
           MOVE WS-CUSTNO-DISP TO HV-CUSTOMER-NUMBER.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME
                INTO :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :SORTCODE
                 AND CUSTOMER_NUMBER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE NOCUSTOMER TO MSG-OUT
             GO TO CASH-POSTING-REJECT
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: CUSTOMER SELECT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE CASH-POST-FAIL TO MSG-OUT
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM READ-CASH-ACCOUNT THRU READ-CASH-ACCOUNT-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM CHECK-CASH-OWNER THRU CHECK-CASH-OWNER-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM GET-CASH-POSTING-DATE
              THRU GET-CASH-POSTING-DATE-END.

           PERFORM CHECK-CASH-TILL THRU CHECK-CASH-TILL-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM CHECK-CASH-CONTROLS THRU CHECK-CASH-CONTROLS-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM CHECK-CASH-MATURITY THRU CHECK-CASH-MATURITY-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM CHECK-CASH-NOTICE THRU CHECK-CASH-NOTICE-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM CHECK-CASH-TXN-TYPE THRU CHECK-CASH-TXN-TYPE-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           IF WS-CASH-AMOUNT > ZERO
             PERFORM CHECK-CASH-WRAPPER THRU CHECK-CASH-WRAPPER-END
             IF NOT CASH-OK
               GO TO CASH-POSTING-REJECT
             END-IF
           END-IF.

           IF WS-CASH-AMOUNT < ZERO
             PERFORM CHECK-CASH-DAILY-LIMIT
                THRU CHECK-CASH-DAILY-LIMIT-END
             IF NOT CASH-OK
               GO TO CASH-POSTING-REJECT
             END-IF
           END-IF.

           PERFORM APPLY-CASH-POSTING THRU APPLY-CASH-POSTING-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-REJECT
           END-IF.

           PERFORM WRITE-CASH-PROCTRAN THRU WRITE-CASH-PROCTRAN-END.
           IF NOT CASH-OK
             GO TO CASH-POSTING-BACKOUT
           END-IF.

           IF WS-CASH-CLEAR-DAYS > 0
             PERFORM WRITE-CASH-HOLD THRU WRITE-CASH-HOLD-END
             IF NOT CASH-OK
               GO TO CASH-POSTING-BACKOUT
             END-IF
           END-IF.

           IF NOTICE-COVERS-CASH
             PERFORM DRAW-DOWN-CASH-NOTICE
                THRU DRAW-DOWN-CASH-NOTICE-END
             IF NOT CASH-OK
               GO TO CASH-POSTING-BACKOUT
             END-IF
           END-IF.

           IF WS-CASH-AMOUNT > ZERO AND WR-IS-SUBSCRIPTION
             PERFORM RECORD-CASH-SUBSCRIPTION
                THRU RECORD-CASH-SUBSCRIPTION-END
             IF NOT CASH-OK
               GO TO CASH-POSTING-BACKOUT
             END-IF
           END-IF.

      *    A WITHDRAWAL IS HANDED TO CUSTALRT THE WAY DBCRFUN HANDS
      *    IT A DEBIT - ANY FAILURE INSIDE IS CUSTALRT'S TO SWALLOW
           IF WS-CASH-AMOUNT < ZERO
             INITIALIZE CUSTALRT-COMMAREA
             MOVE SORTCODE TO COMM-AL-SCODE
             MOVE HV-ACCOUNT-CUST-NUMBER TO COMM-AL-CUSTNO
             MOVE HV-ACCOUNT-NUMBER TO COMM-AL-ACCNO
             MOVE WS-CASH-AMOUNT TO COMM-AL-AMOUNT
             MOVE HV-ACCOUNT-AVAIL-BAL TO COMM-AL-OLD-AVAIL
             MOVE WS-NEW-AVAIL-BAL TO COMM-AL-NEW-AVAIL
             CALL CUSTALRT-PROGRAM USING CUSTALRT-COMMAREA
           END-IF.

           PERFORM INSERT-CASH-IO THRU INSERT-CASH-IO-END.
           GO TO CASH-POSTING-END.

       CASH-POSTING-BACKOUT.
           CALL 'CBLTDLI' USING ROLB, LTERMPCB.
           DISPLAY 'IBGCUDAT: CASH POSTING BACKED OUT FOR '
              HV-ACCOUNT-NUMBER ' TELLER ' LOGTTERM.
           MOVE CASH-POST-FAIL TO MSG-OUT.

       CASH-POSTING-REJECT.
           PERFORM INSERT-IO THRU INSERT-IO-END.
       CASH-POSTING-END.


      * PROCEDURE CHECK-CASH-SERVICE
      *  NO CASH IS POSTED WHILE OPERATIONS HAVE THE POSTING SERVICE
      *  READ-ONLY OR CLOSED ON SERVICE_CONTROL FOR THE OVERNIGHT
      *  BATCH - SVCCHK IS THE SAME ONE COPY OF THE FREEZE THAT
      *  DBCRFUN AND XFRFUN ASK. THE TELLER IS TOLD THE SERVICE IS
      *  UNAVAILABLE; THE OPERATIONS MESSAGE GOES TO THE JOB LOG.
       CHECK-CASH-SERVICE.
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-POSTING TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
             DISPLAY 'IBGCUDAT: POSTINGS FROZEN - ' SVCC-MESSAGE
             MOVE CASH-SVC-FROZEN TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       CHECK-CASH-SERVICE-END.


      * PROCEDURE VALIDATE-CASH-FIELDS
      *  THE ACCOUNT NUMBER MUST BE PRESENT AND THE AMOUNT NUMERIC
      *  AND ABOVE ZERO. CLEAR DAYS MAY BE BLANK; IF GIVEN IT MUST BE
      *  NUMERIC, AND ONLY A DEPOSIT CAN BE HELD. THE SIGNED POSTING
      *  AMOUNT IS BUILT HERE - POSITIVE FOR CASH IN, NEGATIVE FOR
      *  CASH OUT - AS DBCRFUN'S COMM-AMT IS.
       VALIDATE-CASH-FIELDS.
           MOVE 0 TO WS-CASH-AMOUNT.
           MOVE 0 TO WS-CASH-CLEAR-DAYS.

           IF IN-ACCNO = SPACES OR LOW-VALUES
              OR IN-AMOUNT-X NOT NUMERIC
             MOVE 'N' TO WS-CASH-OK-SW
           ELSE
             IF IN-AMOUNT = ZERO
               MOVE 'N' TO WS-CASH-OK-SW
             END-IF
           END-IF.

           IF IN-CLEAR-DAYS NOT = SPACES
             IF IN-CLEAR-DAYS NOT NUMERIC
               MOVE 'N' TO WS-CASH-OK-SW
             ELSE
               MOVE IN-CLEAR-DAYS-N TO WS-CASH-CLEAR-DAYS
             END-IF
           END-IF.

           IF TRAN-CODE = WITHDRAW-TRAN-CD
              AND WS-CASH-CLEAR-DAYS > 0
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.

           IF NOT CASH-OK
             MOVE CASH-FLD-BAD TO MSG-OUT
             GO TO VALIDATE-CASH-FIELDS-END
           END-IF.

           IF TRAN-CODE = DEPOSIT-TRAN-CD
             MOVE IN-AMOUNT TO WS-CASH-AMOUNT
           ELSE
             COMPUTE WS-CASH-AMOUNT = 0 - IN-AMOUNT
           END-IF.
       VALIDATE-CASH-FIELDS-END.


      * PROCEDURE READ-CASH-ACCOUNT
      *  READS THE ACCOUNT THE CASH IS FOR. ALSO USED TO RE-READ IT
      *  WHEN ANOTHER POSTING HAS MOVED THE BALANCE UNDER US. THE
      *  COUNTER ONLY HANDLES STERLING NOTES AND COIN, SO AN ACCOUNT
      *  HELD IN ANY OTHER CURRENCY IS TURNED AWAY.
       READ-CASH-ACCOUNT.
           MOVE IN-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_MATURITY_DATE, 0),
                     COALESCE(ACCOUNT_CURRENCY, 'GBP')
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-MATURITY-DT,
                     :HV-ACCOUNT-CURRENCY
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE CASH-NO-ACCOUNT TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO READ-CASH-ACCOUNT-END
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: ACCOUNT SELECT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE CASH-POST-FAIL TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO READ-CASH-ACCOUNT-END
           END-IF.
           IF HV-ACCOUNT-CURRENCY NOT = 'GBP'
             MOVE CASH-NOT-STERLING TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       READ-CASH-ACCOUNT-END.


      * PROCEDURE CHECK-CASH-OWNER
      *  THE ACCOUNT MUST BE ONE THE CUSTOMER OWNS OR CO-OWNS - THE
      *  SAME SET THE BALANCE ENQUIRY LISTS - SO A MISTYPED ACCOUNT
      *  NUMBER CANNOT PUT ONE CUSTOMER'S CASH ON ANOTHER'S ACCOUNT.
       CHECK-CASH-OWNER.
           IF HV-ACCOUNT-CUST-NUMBER = HV-CUSTOMER-NUMBER
             GO TO CHECK-CASH-OWNER-END
           END-IF.

           MOVE 0 TO HV-OWNER-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-OWNER-CHECK-COUNT
                FROM ACCOUNT_OWNER
               WHERE ACCOUNT_OWNER_SORTCODE = :SORTCODE
                 AND ACCOUNT_OWNER_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_OWNER_CUSTOMER = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-OWNER-CHECK-COUNT = 0
             MOVE CASH-NOT-OWNER TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       CHECK-CASH-OWNER-END.


      * PROCEDURE GET-CASH-POSTING-DATE
      *  THE POSTING DATE COMES FROM BNKDATE'S ONLINE DATE, AS
      *  DBCRFUN'S DOES, SO CASH TAKEN DURING THE OVERNIGHT BATCH
      *  LANDS IN THE NEW BANKING DAY. IF THE DATE SERVICE FAILS THE
      *  CLOCK DATE STANDS.
       GET-CASH-POSTING-DATE.
           EXEC SQL
              SELECT CURRENT DATE, CHAR(CURRENT TIME, ISO)
                INTO :WS-CURRENT-DATE, :WS-CASH-TIME
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-ONLINE-ISO TO WS-CURRENT-DATE
           END-IF.

           MOVE WS-CURR-DATE-DD TO WS-TDD-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-TDD-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-TDD-YYYY-X.
           COMPUTE WS-TODAY-INT =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.
       GET-CASH-POSTING-DATE-END.


      * PROCEDURE CHECK-CASH-TILL
      *  CASH ONLY MOVES ACROSS A COUNTER WHOSE TILL IS OPEN FOR THE
      *  DAY - A TILL NOT YET OPENED, OR ALREADY CLOSED AND DECLARED,
      *  WOULD LEAVE THE CASH OUTSIDE ANY TILL'S BALANCE.
       CHECK-CASH-TILL.
           MOVE LOGTTERM TO HV-TILL-ID.
           MOVE WS-TODAY-INT TO HV-TILL-DATE.
           MOVE SPACES TO HV-TILL-STATUS.

           EXEC SQL
              SELECT TELLER_TILL_STATUS
                INTO :HV-TILL-STATUS
                FROM TELLER_TILL
               WHERE TELLER_TILL_SORTCODE = :SORTCODE
                 AND TELLER_TILL_ID = :HV-TILL-ID
                 AND TELLER_TILL_DATE = :HV-TILL-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TELLER_TILL SELECT FAILED, SQLCODE='
                SQLCODE-DISPLAY
           END-IF.

           IF SQLCODE NOT = 0 OR HV-TILL-STATUS NOT = 'O'
             MOVE TILL-NOT-OPEN TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       CHECK-CASH-TILL-END.


      * PROCEDURE CHECK-CASH-CONTROLS
      *  A FREEZE BLOCKS BOTH DIRECTIONS; POST-NO-DEBITS BLOCKS CASH
      *  OUT AND POST-NO-CREDITS CASH IN. A FAILED LOOKUP IS TREATED
      *  AS CONTROLLED, AS IN DBCRFUN - A GARNISHEE ORDER MUST FAIL
      *  SAFE, NOT FAIL OPEN.
       CHECK-CASH-CONTROLS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           IF WS-CASH-AMOUNT < ZERO
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CTRL-CHECK-COUNT
                  FROM ACCOUNT_CONTROL
                 WHERE ACCOUNT_CONTROL_SORTCODE = :SORTCODE
                   AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                   AND ACCOUNT_CONTROL_TYPE IN ('F', 'D')
             END-EXEC
           ELSE
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-CTRL-CHECK-COUNT
                  FROM ACCOUNT_CONTROL
                 WHERE ACCOUNT_CONTROL_SORTCODE = :SORTCODE
                   AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
                   AND ACCOUNT_CONTROL_TYPE IN ('F', 'C')
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: CONTROL CHECK FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE CASH-CONTROLLED TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       CHECK-CASH-CONTROLS-END.


      * PROCEDURE CHECK-CASH-MATURITY
      *  CASH CANNOT BE TAKEN FROM A FIXED-TERM DEPOSIT BEFORE ITS
      *  MATURITY DATE. AN EARLY BREAK NEEDS A MGR OR RISK OPERATOR
      *  ON A CICS TERMINAL, WHERE DBCRFUN CAN CHECK THE ROLE - THE
      *  TELLER NETWORK HAS NO OPERATOR ROLES, SO THE COUNTER ALWAYS
      *  REFUSES.
       CHECK-CASH-MATURITY.
           IF WS-CASH-AMOUNT NOT < ZERO
              OR HV-ACCOUNT-MATURITY-DT = 0
              OR HV-ACCOUNT-MATURITY-DT <= WS-TODAY-INT
             GO TO CHECK-CASH-MATURITY-END
           END-IF.

           MOVE CASH-NOT-MATURED TO MSG-OUT.
           MOVE 'N' TO WS-CASH-OK-SW.
       CHECK-CASH-MATURITY-END.


      * PROCEDURE CHECK-CASH-NOTICE
      *  CASH OUT OF A NOTICE ACCOUNT MUST BE COVERED BY A MATURED,
      *  UNEXPIRED NOTICE ON WITHDRAWAL_NOTICE WITH ENOUGH LEFT ON IT
      *  - THE OLDEST SUCH NOTICE IS THE ONE DRAWN DOWN, AS IN
      *  DBCRFUN. TAKING THE MONEY WITHOUT NOTICE AT A PENALTY IS
      *  THE CUSTOMER'S CHOICE TO MAKE THROUGH A CICS OPERATOR; THE
      *  COUNTER REFUSES. A PRODUCT CATALOGUE THAT CANNOT BE READ
      *  FAILS CLOSED, AS DBCRFUN'S DOES.
       CHECK-CASH-NOTICE.
           MOVE 'N' TO WS-NOTICE-SW.

           IF WS-CASH-AMOUNT NOT < ZERO
             GO TO CHECK-CASH-NOTICE-END
           END-IF.

           MOVE 0 TO HV-PROD-NOTICE-DAYS.

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_NOTICE_DAYS
                INTO :HV-PROD-NOTICE-DAYS
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-ACCOUNT-TYPE
           END-EXEC.

           IF SQLCODE = 100
             GO TO CHECK-CASH-NOTICE-END
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: NOTICE PERIOD CHECK FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE CASH-POST-FAIL TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO CHECK-CASH-NOTICE-END
           END-IF.

           IF HV-PROD-NOTICE-DAYS NOT > 0
             GO TO CHECK-CASH-NOTICE-END
           END-IF.

           COMPUTE HV-NOTICE-DEBIT = 0 - WS-CASH-AMOUNT.

           EXEC SQL
              SELECT WITHDRAWAL_NOTICE_ID
                INTO :HV-NOTICE-ID
                FROM WITHDRAWAL_NOTICE
               WHERE WITHDRAWAL_NOTICE_SORTCODE = :SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-ACCOUNT-NUMBER
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_MATURES <= :WS-TODAY-INT
                 AND WITHDRAWAL_NOTICE_EXPIRES >= :WS-TODAY-INT
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
               ORDER BY WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
             MOVE 'C' TO WS-NOTICE-SW
             GO TO CHECK-CASH-NOTICE-END
           END-IF.

           DISPLAY 'IBGCUDAT: NO MATURED NOTICE COVERS CASH OUT OF '
              HV-ACCOUNT-NUMBER ' TELLER ' LOGTTERM.
           MOVE CASH-NO-NOTICE TO MSG-OUT.
           MOVE 'N' TO WS-CASH-OK-SW.
           MOVE 'N' TO HV-FAILLOG-FAIL-CODE.
           PERFORM WRITE-CASH-FAILURE-LOG
              THRU WRITE-CASH-FAILURE-LOG-END.
       CHECK-CASH-NOTICE-END.


      * PROCEDURE CHECK-CASH-TXN-TYPE
      *  CASH POSTS AS DBCRFUN'S DEFAULT TYPES - CRE IN, DEB OUT -
      *  WHICH MUST BE ON THE TRANSACTION_TYPE REFERENCE TABLE.
       CHECK-CASH-TXN-TYPE.
           IF WS-CASH-AMOUNT < ZERO
             MOVE 'DEB' TO HV-TXNT-CODE
           ELSE
             MOVE 'CRE' TO HV-TXNT-CODE
           END-IF.

           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'IBGCUDAT: TYPE ' HV-TXNT-CODE ' NOT ON '
                'TRANSACTION_TYPE - CASH POSTING REJECTED'
             MOVE CASH-BAD-TYPE TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       CHECK-CASH-TXN-TYPE-END.


      * PROCEDURE CHECK-CASH-WRAPPER
      *  CASH PAID INTO A TAX-FREE WRAPPER IS A SUBSCRIPTION AND MUST
      *  KEEP THE CUSTOMER INSIDE THE YEAR'S ALLOWANCE ACROSS ALL
      *  THEIR WRAPPERS - WRAPCHK SAYS WHETHER IT FITS. A REFUSAL,
      *  OR A WRAPCHK THAT COULD NOT TELL, LANDS ON FAILURE_LOG WITH
      *  DBCRFUN'S FAIL CODE.
       CHECK-CASH-WRAPPER.
           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'C' TO COMM-WR-FUNCTION.
           MOVE SORTCODE TO COMM-WR-SCODE.
           MOVE HV-ACCOUNT-NUMBER TO COMM-WR-ACCNO.
           MOVE SPACES TO COMM-WR-FROM-ACCNO.
           MOVE WS-CASH-AMOUNT TO COMM-WR-AMOUNT.
           MOVE WS-TODAY-INT TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
             DISPLAY 'IBGCUDAT: CASH REFUSED BY WRAPPER ALLOWANCE, '
                'WRAPCHK CODE=' COMM-WR-FAIL-CD
             IF WR-ALLOWANCE-EXCEEDED
               MOVE CASH-OVER-ALLOWANCE TO MSG-OUT
             ELSE
               MOVE CASH-POST-FAIL TO MSG-OUT
             END-IF
             MOVE 'N' TO WS-CASH-OK-SW
             MOVE 'T' TO HV-FAILLOG-FAIL-CODE
             PERFORM WRITE-CASH-FAILURE-LOG
                THRU WRITE-CASH-FAILURE-LOG-END
           END-IF.
       CHECK-CASH-WRAPPER-END.


      * PROCEDURE CHECK-CASH-DAILY-LIMIT
      *  CASH OUT PLUS THE DAY'S OUTBOUND POSTINGS FROM THE OWNING
      *  CUSTOMER'S ACCOUNTS MUST STAY INSIDE THEIR DAILY LIMIT - THE
      *  CUSTOMER'S OWN CUSTOMER_TXN_LIMIT ROW, ELSE THE BANK DEFAULT
      *  ROW, ELSE DBCRFUN'S BUILT-IN FALLBACK. A DECLINE LANDS ON
      *  FAILURE_LOG WITH DBCRFUN'S FAIL CODE.
       CHECK-CASH-DAILY-LIMIT.
           MOVE WS-DEFAULT-DAILY-LIMIT TO HV-DAILY-LIMIT.

           EXEC SQL
              SELECT CUSTOMER_TXN_LIMIT_DAILY
                INTO :HV-DAILY-LIMIT
                FROM CUSTOMER_TXN_LIMIT
               WHERE CUSTOMER_TXN_LIMIT_SORTCODE = :SORTCODE
                 AND CUSTOMER_TXN_LIMIT_NUMBER
                        = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             EXEC SQL
                SELECT CUSTOMER_TXN_LIMIT_DAILY
                  INTO :HV-DAILY-LIMIT
                  FROM CUSTOMER_TXN_LIMIT
                 WHERE CUSTOMER_TXN_LIMIT_SORTCODE = :SORTCODE
                   AND CUSTOMER_TXN_LIMIT_NUMBER = :HV-DEFAULT-CUSTNO
             END-EXEC
             IF SQLCODE NOT = 0
               MOVE WS-DEFAULT-DAILY-LIMIT TO HV-DAILY-LIMIT
             END-IF
           END-IF.

           MOVE 0 TO HV-OUTBOUND-TODAY.

           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                INTO :HV-OUTBOUND-TODAY
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :SORTCODE
                 AND PROCTRAN_DATE = :WS-TODAY-DOT-X
                 AND PROCTRAN_AMOUNT < 0
                 AND PROCTRAN_NUMBER IN
                     (SELECT ACCOUNT_NUMBER
                        FROM ACCOUNT
                       WHERE ACCOUNT_SORTCODE = :SORTCODE
                         AND ACCOUNT_CUSTOMER_NUMBER
                                = :HV-ACCOUNT-CUST-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 0 TO HV-OUTBOUND-TODAY
           END-IF.

           COMPUTE WS-DEBIT-MAGNITUDE = 0 - WS-CASH-AMOUNT.

           IF (0 - HV-OUTBOUND-TODAY) + WS-DEBIT-MAGNITUDE
                 > HV-DAILY-LIMIT
             MOVE CASH-DAILY-LIMIT TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
             MOVE 'D' TO HV-FAILLOG-FAIL-CODE
             PERFORM WRITE-CASH-FAILURE-LOG
                THRU WRITE-CASH-FAILURE-LOG-END
           END-IF.
       CHECK-CASH-DAILY-LIMIT-END.


      * PROCEDURE WRITE-CASH-FAILURE-LOG
      *  THE SAME TRAIL DBCRFUN LEAVES FOR A DECLINE, AGAINST THE
      *  OWNING CUSTOMER, WITH DBCRFUN'S FAIL CODE FOR IT ALREADY IN
      *  HV-FAILLOG-FAIL-CODE. THE TASK NUMBER IS ZERO, AS ON THE
      *  TELLER ACCESS LOG, MARKING THE ROW AS MESSAGE-DRIVEN.
       WRITE-CASH-FAILURE-LOG.
           MOVE SORTCODE TO HV-FAILLOG-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-FAILLOG-NUMBER.
           MOVE 'IBGCUDAT' TO HV-FAILLOG-PROGRAM.
           MOVE WS-TODAY-DOT-X TO HV-FAILLOG-DATE.
           MOVE WS-CASH-TIME TO HV-FAILLOG-TIME.
           MOVE 0 TO HV-FAILLOG-TASKNO.

           EXEC SQL
              INSERT INTO FAILURE_LOG
                 ( FAILURE_LOG_SORTCODE,
                   FAILURE_LOG_NUMBER,
                   FAILURE_LOG_PROGRAM,
                   FAILURE_LOG_FAIL_CODE,
                   FAILURE_LOG_DATE,
                   FAILURE_LOG_TIME,
                   FAILURE_LOG_TASKNO )
                 VALUES
                 ( :HV-FAILLOG-SORTCODE,
                   :HV-FAILLOG-NUMBER,
                   :HV-FAILLOG-PROGRAM,
                   :HV-FAILLOG-FAIL-CODE,
                   :HV-FAILLOG-DATE,
                   :HV-FAILLOG-TIME,
                   :HV-FAILLOG-TASKNO )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: FAILURE_LOG INSERT FAILED, SQLCODE='
                SQLCODE-DISPLAY
           END-IF.
       WRITE-CASH-FAILURE-LOG-END.


      * PROCEDURE APPLY-CASH-POSTING
      *  CASH OUT MAY TAKE THE ACCOUNT OVERDRAWN, BUT NEVER BEYOND ITS
      *  AGREED OVERDRAFT LIMIT, TESTED AGAINST THE AVAILABLE BALANCE.
      *  CASH IN WITH A CLEARING PERIOD GOES TO THE ACTUAL BALANCE
      *  ONLY, UNTIL HLDRELSE MATURES THE HOLD. THE UPDATE REPEATS
      *  THE BALANCES JUST READ, AS DBCRFUN'S DOES - IF ANOTHER
      *  POSTING GOT IN FIRST, NO ROW MATCHES AND THE CHECKS ARE
      *  APPLIED AGAIN FROM A FRESH READ.
       APPLY-CASH-POSTING.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-CASH-AMOUNT.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-CASH-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-CASH-CLEAR-DAYS > 0
             MOVE HV-ACCOUNT-AVAIL-BAL TO WS-NEW-AVAIL-BAL
           END-IF.

           IF WS-CASH-AMOUNT < ZERO
              AND WS-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
             MOVE CASH-OVERDRAWN TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO APPLY-CASH-POSTING-END
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE = 100
             DISPLAY 'IBGCUDAT: BALANCE CHANGED BY ANOTHER POSTING, '
                'RETRYING FROM A FRESH READ'
             PERFORM READ-CASH-ACCOUNT THRU READ-CASH-ACCOUNT-END
             IF NOT CASH-OK
               GO TO APPLY-CASH-POSTING-END
             END-IF
             GO TO APPLY-CASH-POSTING
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: ACCOUNT UPDATE FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE CASH-POST-FAIL TO MSG-OUT
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       APPLY-CASH-POSTING-END.


      * PROCEDURE WRITE-CASH-PROCTRAN
      *  RECORDS THE CASH ON PROCTRAN WITH A REFERENCE FROM THE
      *  HBNKPROCREF COUNTER AND THE BALANCE AFTER THE POSTING. THE
      *  ORIGIN TEXT IN THE DESCRIPTION NAMES THE DIRECTION AND THE
      *  TELLER'S LOGICAL TERMINAL - THE COUNTER POSITION THE TILL
      *  BALANCING RECONCILES AGAINST.
       WRITE-CASH-PROCTRAN.
           INITIALIZE HOST-PROCTRAN-ROW.

           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-TODAY-DOT-X TO HV-PROCTRAN-DATE.
           STRING WS-CASH-TIME (1:2) DELIMITED BY SIZE,
                  WS-CASH-TIME (4:2) DELIMITED BY SIZE,
                  WS-CASH-TIME (7:2) DELIMITED BY SIZE
             INTO HV-PROCTRAN-TIME
           END-STRING.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'IBGCUDAT: UNABLE TO GET PROCTRAN REFERENCE '
                'FOR ' SORTCODE '/' HV-ACCOUNT-NUMBER
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO WRITE-CASH-PROCTRAN-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           MOVE HV-TXNT-CODE TO HV-PROCTRAN-TYPE.
           MOVE SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           IF WS-CASH-AMOUNT < ZERO
             MOVE 'TELLER CASH OUT ' TO HV-PROCTRAN-DESC(17:16)
           ELSE
             MOVE 'TELLER CASH IN  ' TO HV-PROCTRAN-DESC(17:16)
           END-IF.
           MOVE LOGTTERM TO HV-PROCTRAN-DESC(33:8).
           MOVE WS-CASH-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_BALANCE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-BALANCE
                     )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: PROCTRAN INSERT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       WRITE-CASH-PROCTRAN-END.


      * PROCEDURE WRITE-CASH-HOLD
      *  A DEPOSIT WITH A CLEARING PERIOD IS HELD ON ACCOUNT_HOLD
      *  UNDER ITS PROCTRAN REFERENCE, THE WAY DBCRFUN HOLDS ONE,
      *  FOR HLDRELSE TO RELEASE ON THE RELEASE DATE.
       WRITE-CASH-HOLD.
           MOVE WS-CASH-CLEAR-DAYS TO HV-CLEAR-DAYS.

           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE)
                          + :HV-CLEAR-DAYS DAYS, ISO)
                INTO :HV-RELEASE-DATE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: HOLD RELEASE DATE FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 'N' TO WS-CASH-OK-SW
             GO TO WRITE-CASH-HOLD-END
           END-IF.

           COMPUTE HV-HOLD-RELEASE-DATE =
              (HV-RELEASE-ISO-YYYY * 10000) +
              (HV-RELEASE-ISO-MM * 100) +
              HV-RELEASE-ISO-DD.
           MOVE WS-TODAY-INT TO HV-HOLD-PLACED-DATE.
           MOVE WS-CASH-AMOUNT TO HV-HOLD-AMOUNT.

           EXEC SQL
              INSERT INTO ACCOUNT_HOLD
                     ( ACCOUNT_HOLD_SORTCODE,
                       ACCOUNT_HOLD_NUMBER,
                       ACCOUNT_HOLD_AMOUNT,
                       ACCOUNT_HOLD_RELEASE_DATE,
                       ACCOUNT_HOLD_PLACED_DATE,
                       ACCOUNT_HOLD_PROCTRAN_REF )
              VALUES ( :SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-HOLD-AMOUNT,
                       :HV-HOLD-RELEASE-DATE,
                       :HV-HOLD-PLACED-DATE,
                       :HV-PROCTRAN-REF )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: ACCOUNT_HOLD INSERT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       WRITE-CASH-HOLD-END.


      * PROCEDURE DRAW-DOWN-CASH-NOTICE
      *  THE CASH HAS GONE - TAKE IT OFF THE NOTICE THAT COVERED IT.
      *  A NOTICE USED UP IN FULL IS CLOSED. IF ANOTHER POSTING DREW
      *  THE SAME NOTICE DOWN IN BETWEEN, OR DB2 FAILS, THE CALLER
      *  BACKS THE WITHDRAWAL OUT RATHER THAN PAY BEYOND THE NOTICE.
       DRAW-DOWN-CASH-NOTICE.
           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_USED_AMOUNT =
                        WITHDRAWAL_NOTICE_USED_AMOUNT
                      + :HV-NOTICE-DEBIT,
                     WITHDRAWAL_NOTICE_STATUS =
                        CASE WHEN WITHDRAWAL_NOTICE_USED_AMOUNT
                                + :HV-NOTICE-DEBIT
                                >= WITHDRAWAL_NOTICE_AMOUNT
                             THEN 'U'
                             ELSE 'P'
                        END
               WHERE WITHDRAWAL_NOTICE_ID = :HV-NOTICE-ID
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
                 AND WITHDRAWAL_NOTICE_AMOUNT
                   - WITHDRAWAL_NOTICE_USED_AMOUNT >= :HV-NOTICE-DEBIT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: NOTICE DRAW-DOWN FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       DRAW-DOWN-CASH-NOTICE-END.


      * PROCEDURE RECORD-CASH-SUBSCRIPTION
      *  THE CASH PAID INTO A WRAPPER IS RECORDED AS A SUBSCRIPTION IN
      *  THE SAME UNIT OF WORK AS THE POSTING - IF IT CANNOT BE, THE
      *  CALLER BACKS THE DEPOSIT OUT WITH IT.
       RECORD-CASH-SUBSCRIPTION.
           MOVE 'R' TO COMM-WR-FUNCTION.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
             DISPLAY 'IBGCUDAT: WRAPPER SUBSCRIPTION NOT RECORDED FOR '
                HV-ACCOUNT-NUMBER ' WRAPCHK CODE=' COMM-WR-FAIL-CD
             MOVE 'N' TO WS-CASH-OK-SW
           END-IF.
       RECORD-CASH-SUBSCRIPTION-END.


      * PROCEDURE INSERT-CASH-IO
      *  THE REPLY TO A POSTED DEPOSIT OR WITHDRAWAL - THE BALANCE
      *  ENQUIRY'S MESSAGE FOR THE ACCOUNT, CARRYING THE NEW BALANCES,
      *  WITH THE PROCTRAN REFERENCE IN THE MESSAGE TEXT FOR THE
      *  TELLER'S RECEIPT.
       INSERT-CASH-IO.
           MOVE SPACES TO BAL-MSG-OUT.
           IF WS-CASH-AMOUNT < ZERO
             STRING 'CASH PAID OUT REF ' DELIMITED BY SIZE,
                    HV-PROCTRAN-REF DELIMITED BY SIZE
               INTO BAL-MSG-OUT
             END-STRING
           ELSE
             STRING 'CASH PAID IN REF ' DELIMITED BY SIZE,
                    HV-PROCTRAN-REF DELIMITED BY SIZE
               INTO BAL-MSG-OUT
             END-STRING
           END-IF.
           MOVE WS-NEW-AVAIL-BAL TO HV-ACCOUNT-AVAIL-BAL.
           MOVE WS-NEW-ACTUAL-BAL TO HV-ACCOUNT-ACTUAL-BAL.
           PERFORM INSERT-BALANCE-IO THRU INSERT-BALANCE-IO-END.
       INSERT-CASH-IO-END.


      * PROCEDURE TILL-MAINTENANCE
      *  THE TELLER'S TILL FOR TODAY'S ONLINE BANKING DATE, KEYED ON
      *  THE SENDING LOGICAL TERMINAL - THE SAME COUNTER POSITION THE
      *  CASH POSTINGS CARRY. TILLOPN INSERTS THE DAY'S ROW WITH THE
      *  OPENING FLOAT; TILLXFR ADDS A TRANSFER FROM OR TO THE BRANCH
      *  VAULT; TILLCLS TOTALS THE TILL'S CASH POSTINGS FROM PROCTRAN
      *  AND RECORDS THE DECLARED COUNT AGAINST THE EXPECTED CASH.
      *  TRANSFERS AND THE CLOSE ONLY APPLY TO AN OPEN TILL, AND A
      *  TILL IS OPENED ONCE A DAY. EVERY SUCCESSFUL CALL REPLIES WITH
      *  THE TILL'S POSITION.
       TILL-MAINTENANCE.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE 'Y' TO WS-TILL-OK-SW.

           IF IN-TILL-AMOUNT-X NOT NUMERIC
             MOVE 'N' TO WS-TILL-OK-SW
           ELSE
             IF TRAN-CODE = TILL-XFER-TRAN-CD
               IF IN-TILL-AMOUNT = ZERO
                  OR NOT (TILL-FROM-VAULT OR TILL-TO-VAULT)
                 MOVE 'N' TO WS-TILL-OK-SW
               END-IF
             END-IF
           END-IF.

           IF NOT TILL-OK
             MOVE TILL-FLD-BAD TO MSG-OUT
             GO TO TILL-MAINTENANCE-REJECT
           END-IF.

           MOVE IN-TILL-AMOUNT TO HV-TILL-AMOUNT.

           PERFORM GET-CASH-POSTING-DATE
              THRU GET-CASH-POSTING-DATE-END.
           MOVE LOGTTERM TO HV-TILL-ID.
           MOVE WS-TODAY-INT TO HV-TILL-DATE.

           IF TRAN-CODE = TILL-OPEN-TRAN-CD
             PERFORM OPEN-TELLER-TILL THRU OPEN-TELLER-TILL-END
           ELSE
             IF TRAN-CODE = TILL-XFER-TRAN-CD
               PERFORM TRANSFER-TELLER-TILL
                  THRU TRANSFER-TELLER-TILL-END
             ELSE
               PERFORM CLOSE-TELLER-TILL THRU CLOSE-TELLER-TILL-END
             END-IF
           END-IF.

           IF NOT TILL-OK
             GO TO TILL-MAINTENANCE-REJECT
           END-IF.

           PERFORM READ-TELLER-TILL THRU READ-TELLER-TILL-END.
           IF NOT TILL-OK
             GO TO TILL-MAINTENANCE-REJECT
           END-IF.

           PERFORM INSERT-TILL-IO THRU INSERT-TILL-IO-END.
           GO TO TILL-MAINTENANCE-END.

       TILL-MAINTENANCE-REJECT.
           PERFORM INSERT-IO THRU INSERT-IO-END.
       TILL-MAINTENANCE-END.


      * PROCEDURE OPEN-TELLER-TILL
      *  ONE ROW PER TILL PER DAY - A SECOND OPEN IS REFUSED RATHER
      *  THAN RESETTING A FLOAT THE DAY'S CASH HAS ALREADY MOVED.
       OPEN-TELLER-TILL.
           EXEC SQL
              INSERT INTO TELLER_TILL
                 ( TELLER_TILL_SORTCODE,
                   TELLER_TILL_ID,
                   TELLER_TILL_DATE,
                   TELLER_TILL_STATUS,
                   TELLER_TILL_OPENING,
                   TELLER_TILL_RECEIVED,
                   TELLER_TILL_PAID_OUT,
                   TELLER_TILL_FROM_VAULT,
                   TELLER_TILL_TO_VAULT,
                   TELLER_TILL_EXPECTED,
                   TELLER_TILL_DECLARED,
                   TELLER_TILL_DIFFERENCE,
                   TELLER_TILL_OPENED_TIME,
                   TELLER_TILL_CLOSED_TIME )
                 VALUES
                 ( :SORTCODE,
                   :HV-TILL-ID,
                   :HV-TILL-DATE,
                   'O',
                   :HV-TILL-AMOUNT,
                   0, 0, 0, 0,
                   :HV-TILL-AMOUNT,
                   0, 0,
                   :WS-CASH-TIME,
                   ' ' )
           END-EXEC.

           IF SQLCODE = -803
             MOVE TILL-ALREADY-OPEN TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO OPEN-TELLER-TILL-END
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TELLER_TILL INSERT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE TILL-UPD-FAIL TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO OPEN-TELLER-TILL-END
           END-IF.

           MOVE 'TILL OPENED' TO TILL-MSG-OUT.
       OPEN-TELLER-TILL-END.


      * PROCEDURE TRANSFER-TELLER-TILL
      *  CASH BETWEEN THE TILL AND THE BRANCH VAULT. EXPECTED IS KEPT
      *  AS OPENING PLUS THE VAULT MOVEMENTS UNTIL THE CLOSE ADDS THE
      *  DAY'S CASH POSTINGS.
       TRANSFER-TELLER-TILL.
           IF TILL-FROM-VAULT
             EXEC SQL
                UPDATE TELLER_TILL
                   SET TELLER_TILL_FROM_VAULT =
                          TELLER_TILL_FROM_VAULT + :HV-TILL-AMOUNT,
                       TELLER_TILL_EXPECTED =
                          TELLER_TILL_EXPECTED + :HV-TILL-AMOUNT
                 WHERE TELLER_TILL_SORTCODE = :SORTCODE
                   AND TELLER_TILL_ID = :HV-TILL-ID
                   AND TELLER_TILL_DATE = :HV-TILL-DATE
                   AND TELLER_TILL_STATUS = 'O'
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE TELLER_TILL
                   SET TELLER_TILL_TO_VAULT =
                          TELLER_TILL_TO_VAULT + :HV-TILL-AMOUNT,
                       TELLER_TILL_EXPECTED =
                          TELLER_TILL_EXPECTED - :HV-TILL-AMOUNT
                 WHERE TELLER_TILL_SORTCODE = :SORTCODE
                   AND TELLER_TILL_ID = :HV-TILL-ID
                   AND TELLER_TILL_DATE = :HV-TILL-DATE
                   AND TELLER_TILL_STATUS = 'O'
             END-EXEC
           END-IF.

           IF SQLCODE = 100
             MOVE TILL-NOT-OPEN TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO TRANSFER-TELLER-TILL-END
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TELLER_TILL UPDATE FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE TILL-UPD-FAIL TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO TRANSFER-TELLER-TILL-END
           END-IF.

           MOVE 'VAULT TRANSFER RECORDED' TO TILL-MSG-OUT.
       TRANSFER-TELLER-TILL-END.


      * PROCEDURE CLOSE-TELLER-TILL
      *  THE CASH RECEIVED AND PAID OUT ARE TOTALLED FROM THE TILL'S
      *  PROCTRAN CASH POSTINGS - THOSE WRITTEN BY CASH-POSTING WITH
      *  THIS TERMINAL IN THE DESCRIPTION - AND THE DECLARED COUNT IS
      *  SET AGAINST THE EXPECTED CASH. ONCE CLOSED THE TILL TAKES NO
      *  MORE CASH, SO THE TOTALS CANNOT MOVE UNDER THE DECLARATION.
       CLOSE-TELLER-TILL.
           PERFORM TOTAL-TILL-CASH THRU TOTAL-TILL-CASH-END.
           IF NOT TILL-OK
             GO TO CLOSE-TELLER-TILL-END
           END-IF.

           MOVE HV-TILL-AMOUNT TO HV-TILL-DECLARED.

           EXEC SQL
              UPDATE TELLER_TILL
                 SET TELLER_TILL_STATUS = 'C',
                     TELLER_TILL_RECEIVED = :HV-TILL-RECEIVED,
                     TELLER_TILL_PAID_OUT = :HV-TILL-PAID-OUT,
                     TELLER_TILL_EXPECTED =
                        TELLER_TILL_OPENING
                        + :HV-TILL-RECEIVED - :HV-TILL-PAID-OUT
                        + TELLER_TILL_FROM_VAULT
                        - TELLER_TILL_TO_VAULT,
                     TELLER_TILL_DECLARED = :HV-TILL-DECLARED,
                     TELLER_TILL_DIFFERENCE =
                        :HV-TILL-DECLARED
                        - (TELLER_TILL_OPENING
                           + :HV-TILL-RECEIVED - :HV-TILL-PAID-OUT
                           + TELLER_TILL_FROM_VAULT
                           - TELLER_TILL_TO_VAULT),
                     TELLER_TILL_CLOSED_TIME = :WS-CASH-TIME
               WHERE TELLER_TILL_SORTCODE = :SORTCODE
                 AND TELLER_TILL_ID = :HV-TILL-ID
                 AND TELLER_TILL_DATE = :HV-TILL-DATE
                 AND TELLER_TILL_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 100
             MOVE TILL-NOT-OPEN TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO CLOSE-TELLER-TILL-END
           END-IF.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TELLER_TILL UPDATE FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE TILL-UPD-FAIL TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
             GO TO CLOSE-TELLER-TILL-END
           END-IF.

           MOVE 'TILL CLOSED' TO TILL-MSG-OUT.
       CLOSE-TELLER-TILL-END.


      * PROCEDURE TOTAL-TILL-CASH
      *  CASH IN AND CASH OUT POSTED TODAY FROM THIS COUNTER POSITION,
      *  PICKED OUT BY THE 'TELLER CASH' ORIGIN AND THE TERMINAL THAT
      *  WRITE-CASH-PROCTRAN PUTS IN THE PROCTRAN DESCRIPTION.
       TOTAL-TILL-CASH.
           MOVE 0 TO HV-TILL-RECEIVED.
           MOVE 0 TO HV-TILL-PAID-OUT.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT > 0
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT < 0
                                       THEN 0 - PROCTRAN_AMOUNT
                                       ELSE 0 END), 0)
                INTO :HV-TILL-RECEIVED, :HV-TILL-PAID-OUT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :SORTCODE
                 AND PROCTRAN_DATE = :WS-TODAY-DOT-X
                 AND SUBSTR(PROCTRAN_DESC, 17, 11) = 'TELLER CASH'
                 AND SUBSTR(PROCTRAN_DESC, 33, 8) = :HV-TILL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TILL CASH TOTAL FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE TILL-UPD-FAIL TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
           END-IF.
       TOTAL-TILL-CASH-END.


      * PROCEDURE READ-TELLER-TILL
      *  THE TILL'S POSITION AFTER THE CHANGE, FOR THE REPLY.
       READ-TELLER-TILL.
           EXEC SQL
              SELECT TELLER_TILL_STATUS,
                     TELLER_TILL_OPENING,
                     TELLER_TILL_RECEIVED,
                     TELLER_TILL_PAID_OUT,
                     TELLER_TILL_FROM_VAULT,
                     TELLER_TILL_TO_VAULT,
                     TELLER_TILL_EXPECTED,
                     TELLER_TILL_DECLARED,
                     TELLER_TILL_DIFFERENCE
                INTO :HV-TILL-STATUS,
                     :HV-TILL-OPENING,
                     :HV-TILL-RECEIVED,
                     :HV-TILL-PAID-OUT,
                     :HV-TILL-FROM-VAULT,
                     :HV-TILL-TO-VAULT,
                     :HV-TILL-EXPECTED,
                     :HV-TILL-DECLARED,
                     :HV-TILL-DIFFERENCE
                FROM TELLER_TILL
               WHERE TELLER_TILL_SORTCODE = :SORTCODE
                 AND TELLER_TILL_ID = :HV-TILL-ID
                 AND TELLER_TILL_DATE = :HV-TILL-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'IBGCUDAT: TELLER_TILL SELECT FAILED, SQLCODE='
                SQLCODE-DISPLAY
             MOVE TILL-UPD-FAIL TO MSG-OUT
             MOVE 'N' TO WS-TILL-OK-SW
           END-IF.
       READ-TELLER-TILL-END.


      * PROCEDURE INSERT-TILL-IO
      *  ONE REPLY MESSAGE WITH THE TILL'S POSITION.
       INSERT-TILL-IO.
           MOVE HV-TILL-ID TO TILL-ID-OUT.
           MOVE HV-TILL-STATUS TO TILL-STATUS-OUT.
           MOVE HV-TILL-OPENING TO TILL-OPENING-OUT.
           MOVE HV-TILL-RECEIVED TO TILL-RECEIVED-OUT.
           MOVE HV-TILL-PAID-OUT TO TILL-PAID-OUT-OUT.
           MOVE HV-TILL-FROM-VAULT TO TILL-FROM-VLT-OUT.
           MOVE HV-TILL-TO-VAULT TO TILL-TO-VLT-OUT.
           MOVE HV-TILL-EXPECTED TO TILL-EXPECTED-OUT.
           MOVE HV-TILL-DECLARED TO TILL-DECLARED-OUT.
           MOVE HV-TILL-DIFFERENCE TO TILL-DIFF-OUT.

           COMPUTE LL-TILL-OUT = LENGTH OF TILL-OUTPUT-AREA.
           MOVE 0 TO ZZ-TILL-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, TILL-OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-TILL-IO-END.


      * PROCEDURE BROWSE-ALL-CUSTOMERS
      *  BULK EXTRACT - WALK EVERY CUSTOMER SEGMENT ON THE DATABASE
      *  IN SEQUENCE USING UNQUALIFIED GN CALLS, WRITING EACH ONE TO

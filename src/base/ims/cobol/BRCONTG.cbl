       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCONTG.

      ******************************************************************
      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2026.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      ******************************************************************

      ******************************************************************
      * End-of-day branch contingency file.
      *
      * When the host or the network is down a branch has no way to
      * check who is in front of it or what they hold before paying
      * out cash. This job leaves every branch server a compact copy
      * of its own book to work from until the host is back: one
      * section per open BRANCH sort code on the fixed-format
      * contingency file (CONTOUT), each between an 'H' header and a
      * 'T' trailer (the CRBEXTR extract-file convention), holding
      *
      *   'C' - every customer: title, name, date of birth, status
      *         (a DECEASED or SUSPENDED customer is paid nothing),
      *         the tax ID masked to its last four characters, and
      *         the signature-check flags - an organisation and its
      *         dual-signing limit, an active MANDATE over the
      *         customer (someone else may present), and a GUARDIAN
      *         link (a minor, who does not sign alone);
      *   'S' - every active SIGNATORY who may sign for an
      *         organisation, with role and signing limit;
      *   'A' - every account: type, primary customer, currency,
      *         available balance, overdraft limit, and the
      *         ACCOUNT_CONTROL freeze, no-debit and no-credit flags;
      *   'O' - every ACCOUNT_OWNER row, so a joint owner can be
      *         served on an account held in the other owner's name.
      *
      * The trailer carries the record counts and a hash of the
      * available balances (taken unsigned) for the branch server
      * to prove the section loaded whole.
      *
      * Runs after ACCTCTL has proved the books, so the balances
      * are the proven ones. The header says whether ACCTCTL
      * completed for the business date on BATCH_RUN_REGISTER; if
      * it has not, the file is still written - a branch is better
      * served by the last balances than by none - but the header
      * carries 'N' and the job ends RC 4 for operations.
      *
      * An optional SYSIN card limits the run to one branch, for a
      * re-send to a single branch server:
      *
      *    SCODE=nnnnnn        the branch sort code
      *
      * With no card (SYSIN DD DUMMY) every open branch is written.
      *
      * A control table that cannot be read for an account is
      * answered as frozen, and for a customer as mandated or under
      * guardianship - the branch then refers rather than pays -
      * and the job ends RC 4. Nothing is updated, so a rerun simply
      * writes the file again.
      *
      * Offline cash taken against the file comes back through
      * BRCPOST when the host returns.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONT-OUT-FILE ASSIGN TO CONTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  CONT-OUT-FILE
           RECORDING MODE IS F.
       01  CNT-HDR-RECORD.
           05  CNT-HDR-TYPE              PIC X.
           05  CNT-HDR-SORTCODE          PIC X(6).
           05  CNT-HDR-LITERAL           PIC X(20).
           05  CNT-HDR-BRANCH-NAME       PIC X(50).
           05  CNT-HDR-BUSINESS-DATE     PIC 9(8).
           05  CNT-HDR-CREATED           PIC 9(8).
           05  CNT-HDR-BOOKS-PROVEN      PIC X.
           05  FILLER                    PIC X(106).

       01  CNT-CUST-RECORD.
           05  CNT-CUST-TYPE             PIC X.
           05  CNT-CUST-SORTCODE         PIC X(6).
           05  CNT-CUST-NUMBER           PIC X(10).
           05  CNT-CUST-TITLE            PIC X(10).
           05  CNT-CUST-FIRST-NAME       PIC X(50).
           05  CNT-CUST-LAST-NAME        PIC X(50).
           05  CNT-CUST-DOB              PIC 9(8).
           05  CNT-CUST-STATUS           PIC X(10).
           05  CNT-CUST-TAX-ID           PIC X(13).
           05  CNT-CUST-ORGANISATION     PIC X.
           05  CNT-CUST-DUAL-LIMIT       PIC 9(10)V99.
           05  CNT-CUST-MANDATE          PIC X.
           05  CNT-CUST-GUARDIAN         PIC X.
           05  FILLER                    PIC X(27).

       01  CNT-SIGN-RECORD.
           05  CNT-SIGN-TYPE             PIC X.
           05  CNT-SIGN-SORTCODE         PIC X(6).
           05  CNT-SIGN-ORG-NUMBER       PIC X(10).
           05  CNT-SIGN-CUSTOMER         PIC X(10).
           05  CNT-SIGN-ROLE             PIC X(4).
           05  CNT-SIGN-LIMIT            PIC 9(10)V99.
           05  FILLER                    PIC X(157).

       01  CNT-ACCT-RECORD.
           05  CNT-ACCT-TYPE             PIC X.
           05  CNT-ACCT-SORTCODE         PIC X(6).
           05  CNT-ACCT-NUMBER           PIC X(8).
           05  CNT-ACCT-PRODUCT          PIC X(8).
           05  CNT-ACCT-CUSTNO           PIC X(10).
           05  CNT-ACCT-CURRENCY         PIC X(3).
           05  CNT-ACCT-AVAIL-BAL        PIC 9(10)V99.
           05  CNT-ACCT-AVAIL-SIGN       PIC X.
           05  CNT-ACCT-OVERDRAFT        PIC 9(9).
           05  CNT-ACCT-FROZEN           PIC X.
           05  CNT-ACCT-NO-DEBITS        PIC X.
           05  CNT-ACCT-NO-CREDITS       PIC X.
           05  FILLER                    PIC X(139).

       01  CNT-OWNR-RECORD.
           05  CNT-OWNR-TYPE             PIC X.
           05  CNT-OWNR-SORTCODE         PIC X(6).
           05  CNT-OWNR-ACCNO            PIC X(8).
           05  CNT-OWNR-CUSTOMER         PIC X(10).
           05  FILLER                    PIC X(175).

       01  CNT-TRL-RECORD.
           05  CNT-TRL-TYPE              PIC X.
           05  CNT-TRL-SORTCODE          PIC X(6).
           05  CNT-TRL-LITERAL           PIC X(20).
           05  CNT-TRL-CUSTOMERS         PIC 9(8).
           05  CNT-TRL-SIGNATORIES       PIC 9(8).
           05  CNT-TRL-ACCOUNTS          PIC 9(8).
           05  CNT-TRL-OWNERS            PIC 9(8).
           05  CNT-TRL-HASH              PIC 9(14)V99.
           05  FILLER                    PIC X(125).

       WORKING-STORAGE SECTION.

      * BRANCH DB2 copybook - the open branches
           EXEC SQL
              INCLUDE BRNCHDB2
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * ORGANISATION and SIGNATORY DB2 copybooks - the signing rules
           EXEC SQL
              INCLUDE ORGDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SIGNDB2
           END-EXEC.

      * MANDATE and CUSTOMER_RELATIONSHIP DB2 copybooks - who else
      * may act for the customer
           EXEC SQL
              INCLUDE MANDDB2
           END-EXEC.

           EXEC SQL
              INCLUDE CUSTRDB2
           END-EXEC.

      * ACCOUNT, ACCOUNT_CONTROL and ACCOUNT_OWNER DB2 copybooks
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * BATCH_RUN_REGISTER DB2 copybook - have the books been proven
           EXEC SQL
              INCLUDE BRUNDB2
           END-EXEC.

      * BRANCH host variables for DB2
       01  HOST-BRANCH-ROW.
           03  HV-BRANCH-SORTCODE        PIC X(6).
           03  HV-BRANCH-NAME            PIC X(50).

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-NUMBER        PIC X(10).
           03  HV-CUSTOMER-TITLE         PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-STATUS        PIC X(10).
           03  HV-CUSTOMER-TAX-ID        PIC X(13).
           03  HV-CUSTOMER-TYPE          PIC X.
              88  CUSTOMER-IS-ORGANISATION VALUE 'O'.

       77  HV-DUAL-SIGN-LIMIT        PIC S9(10)V99 COMP-3 VALUE 0.
       77  HV-CHECK-COUNT            PIC S9(9) COMP    VALUE 0.

      * SIGNATORY host variables for DB2
       01  HOST-SIGNATORY-ROW.
           03  HV-SIGN-ORG-NUMBER        PIC X(10).
           03  HV-SIGN-CUSTOMER          PIC X(10).
           03  HV-SIGN-ROLE              PIC X(4).
           03  HV-SIGN-LIMIT             PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-CURRENCY       PIC X(3).
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.

      * ACCOUNT_CONTROL host variables for DB2 - controls of each
      * type on the account
       01  HOST-CONTROL-COUNTS.
           03  HV-CTL-FREEZE             PIC S9(9) COMP.
           03  HV-CTL-NO-DEBIT           PIC S9(9) COMP.
           03  HV-CTL-NO-CREDIT          PIC S9(9) COMP.

      * ACCOUNT_OWNER host variables for DB2
       01  HOST-OWNER-ROW.
           03  HV-OWNER-ACCNO            PIC X(8).
           03  HV-OWNER-CUSTOMER         PIC X(10).

       01  HOST-REGISTER-ROW.
           03  HV-BRUN-JOB               PIC X(8).
           03  HV-BRUN-DATE              PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * BATCHREG commarea - the run is recorded on the batch run
      * register for the morning control report
       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      *
      * The business date the balances are as at, from the
      * BANKING_DATE control row with the CURRENT DATE fallback; the
      * header also carries the date the file was actually made.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).
       77  WS-CREATED-DATE           PIC 9(8).

      *
      * SYSIN selection - blank for every open branch.
      *
       77  WS-SELECT-SCODE           PIC X(6)          VALUE SPACES.
       77  WS-OPTIONS-OK             PIC X             VALUE 'Y'.
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.

       77  WS-BOOKS-PROVEN           PIC X             VALUE 'N'.

      *
      * The tax ID shown only by its last four characters.
      *
       01  WS-MASKED-TAX-ID          PIC X(13).
       77  WS-TAX-LEN                PIC S9(4) COMP    VALUE 0.
       77  WS-TAX-KEEP-FROM          PIC S9(4) COMP    VALUE 0.
       77  WS-TAX-IX                 PIC S9(4) COMP    VALUE 0.

       77  WS-END-OF-BRANCHES        PIC X             VALUE 'N'.
           88  END-OF-BRANCHES       VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.

       77  WS-BR-CUSTOMERS           PIC 9(8)  COMP    VALUE 0.
       77  WS-BR-SIGNATORIES         PIC 9(8)  COMP    VALUE 0.
       77  WS-BR-ACCOUNTS            PIC 9(8)  COMP    VALUE 0.
       77  WS-BR-OWNERS              PIC 9(8)  COMP    VALUE 0.
       77  WS-BR-HASH                PIC 9(14)V99      VALUE 0.

       77  WS-BRANCHES-WRITTEN       PIC 9(8)  COMP    VALUE 0.
       77  WS-TOT-CUSTOMERS          PIC 9(8)  COMP    VALUE 0.
       77  WS-TOT-SIGNATORIES        PIC 9(8)  COMP    VALUE 0.
       77  WS-TOT-ACCOUNTS           PIC 9(8)  COMP    VALUE 0.
       77  WS-TOT-OWNERS             PIC 9(8)  COMP    VALUE 0.
       77  WS-CONTROL-UNREADABLE     PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-WRITTEN           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Every open branch, or the one on the SCODE= card.
           EXEC SQL
              DECLARE BRCBRN-CURSOR CURSOR FOR
                 SELECT BRANCH_SORTCODE, BRANCH_NAME
                   FROM BRANCH
                  WHERE BRANCH_OPEN_IND = 'Y'
                    AND (:WS-SELECT-SCODE = ' '
                     OR BRANCH_SORTCODE = :WS-SELECT-SCODE)
                  ORDER BY BRANCH_SORTCODE
           END-EXEC.

      * The branch's customers.
           EXEC SQL
              DECLARE BRCCUS-CURSOR CURSOR FOR
                 SELECT CUSTOMER_NUMBER, CUSTOMER_TITLE,
                        CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME,
                        COALESCE(CUSTOMER_DATE_OF_BIRTH, 0),
                        CUSTOMER_STATUS, CUSTOMER_TAX_ID,
                        COALESCE(CUSTOMER_TYPE, 'P')
                   FROM CUSTOMER
                  WHERE CUSTOMER_SORTCODE = :HV-BRANCH-SORTCODE
                  ORDER BY CUSTOMER_NUMBER
           END-EXEC.

      * The branch's organisation signatories who may sign.
           EXEC SQL
              DECLARE BRCSIG-CURSOR CURSOR FOR
                 SELECT SIGNATORY_ORG_NUMBER, SIGNATORY_CUSTOMER,
                        SIGNATORY_ROLE, SIGNATORY_SIGNING_LIMIT
                   FROM SIGNATORY
                  WHERE SIGNATORY_SORTCODE = :HV-BRANCH-SORTCODE
                    AND SIGNATORY_STATUS = 'A'
                    AND SIGNATORY_SIGNING_LIMIT > 0
                  ORDER BY SIGNATORY_ORG_NUMBER, SIGNATORY_CUSTOMER
           END-EXEC.

      * The branch's accounts.
           EXEC SQL
              DECLARE BRCACC-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_CURRENCY,
                        ACCOUNT_AVAILABLE_BALANCE,
                        ACCOUNT_OVERDRAFT_LIMIT
                   FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-BRANCH-SORTCODE
                  ORDER BY ACCOUNT_NUMBER
           END-EXEC.

      * The branch's account owners, primary and joint.
           EXEC SQL
              DECLARE BRCOWN-CURSOR CURSOR FOR
                 SELECT ACCOUNT_OWNER_NUMBER, ACCOUNT_OWNER_CUSTOMER
                   FROM ACCOUNT_OWNER
                  WHERE ACCOUNT_OWNER_SORTCODE = :HV-BRANCH-SORTCODE
                  ORDER BY ACCOUNT_OWNER_NUMBER, ACCOUNT_OWNER_CUSTOMER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BRCONTG ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-CREATED-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           COMPUTE WS-RUN-DATE =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'BRCONTG: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-END.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'BRCONTG: CONTROL CARDS REJECTED - NO FILE '
                     'WRITTEN'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           PERFORM CHECK-BOOKS-PROVEN THRU CHECK-BOOKS-PROVEN-END.

           OPEN OUTPUT CONT-OUT-FILE.

           EXEC SQL
              OPEN BRCBRN-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'BRCONTG: UNABLE TO OPEN BRCBRN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-BRANCHES
           END-IF.

           PERFORM FETCH-NEXT-BRANCH THRU FETCH-NEXT-BRANCH-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-BRANCHES
             PERFORM EXTRACT-ONE-BRANCH
                THRU EXTRACT-ONE-BRANCH-END
             PERFORM FETCH-NEXT-BRANCH THRU FETCH-NEXT-BRANCH-END
           END-PERFORM.

           EXEC SQL
              CLOSE BRCBRN-CURSOR
           END-EXEC.

           CLOSE CONT-OUT-FILE.

           IF WS-BRANCHES-WRITTEN = 0 AND RETURN-CODE < 8
             IF WS-SELECT-SCODE NOT = SPACES
               DISPLAY 'BRCONTG: BRANCH ' WS-SELECT-SCODE
                       ' IS NOT AN OPEN BRANCH'
             ELSE
               DISPLAY 'BRCONTG: NO OPEN BRANCHES ON BRANCH'
             END-IF
             MOVE 8 TO RETURN-CODE
           END-IF.

           IF (WS-BOOKS-PROVEN NOT = 'Y' OR WS-CONTROL-UNREADABLE > 0)
              AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-BRANCHES-WRITTEN TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: BRANCHES WRITTEN     = ' WS-RECS-DISPLAY.
           MOVE WS-TOT-CUSTOMERS TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: CUSTOMERS WRITTEN    = ' WS-RECS-DISPLAY.
           MOVE WS-TOT-SIGNATORIES TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: SIGNATORIES WRITTEN  = ' WS-RECS-DISPLAY.
           MOVE WS-TOT-ACCOUNTS TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: ACCOUNTS WRITTEN     = ' WS-RECS-DISPLAY.
           MOVE WS-TOT-OWNERS TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: OWNERS WRITTEN       = ' WS-RECS-DISPLAY.
           MOVE WS-CONTROL-UNREADABLE TO WS-RECS-DISPLAY.
           DISPLAY 'BRCONTG: CONTROLS UNREADABLE  = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-WRITTEN TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-CONTROL-CARDS
       READ-CONTROL-CARDS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-CONTROL-CARD
                      THRU PARSE-CONTROL-CARD-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           IF WS-SELECT-SCODE NOT = SPACES
             DISPLAY 'BRCONTG: BRANCH SELECTED = ' WS-SELECT-SCODE
           END-IF.
       READ-CONTROL-CARDS-END.

      * PROCEDURE PARSE-CONTROL-CARD
       PARSE-CONTROL-CARD.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:6) = 'SCODE='
               IF SYSIN-RECORD (7:6) NOT NUMERIC
                 DISPLAY 'BRCONTG: UNUSABLE SCODE= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (7:6) TO WS-SELECT-SCODE
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'BRCONTG: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-OPTIONS-OK
           END-EVALUATE.
       PARSE-CONTROL-CARD-END.

      * PROCEDURE CHECK-BOOKS-PROVEN
      * ACCTCTL completed for the business date - its register row
      * stamped 'C' by BATCHREG.
       CHECK-BOOKS-PROVEN.
           MOVE 'N' TO WS-BOOKS-PROVEN.
           MOVE 'ACCTCTL ' TO HV-BRUN-JOB.
           MOVE WS-RUN-DATE TO HV-BRUN-DATE.
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM BATCH_RUN_REGISTER
               WHERE BATCH_RUN_JOB = :HV-BRUN-JOB
                 AND BATCH_RUN_DATE = :HV-BRUN-DATE
                 AND BATCH_RUN_STATUS = 'C'
           END-EXEC.

           IF SQLCODE = 0 AND HV-CHECK-COUNT > 0
             MOVE 'Y' TO WS-BOOKS-PROVEN
           ELSE
             DISPLAY 'BRCONTG: ACCTCTL HAS NOT COMPLETED FOR '
                     WS-RUN-DATE-DISPLAY
                     ' - BALANCES ARE UNPROVEN'
           END-IF.
       CHECK-BOOKS-PROVEN-END.

      * PROCEDURE FETCH-NEXT-BRANCH
       FETCH-NEXT-BRANCH.
           INITIALIZE HOST-BRANCH-ROW.

           EXEC SQL
              FETCH BRCBRN-CURSOR
                INTO :HV-BRANCH-SORTCODE, :HV-BRANCH-NAME
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-BRANCHES
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCONTG: BRANCH FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-BRANCHES
             END-IF
           END-IF.
       FETCH-NEXT-BRANCH-END.

      * PROCEDURE EXTRACT-ONE-BRANCH
      * One branch's section - header, customers, signatories,
      * accounts, owners, trailer.
       EXTRACT-ONE-BRANCH.
           MOVE 0 TO WS-BR-CUSTOMERS.
           MOVE 0 TO WS-BR-SIGNATORIES.
           MOVE 0 TO WS-BR-ACCOUNTS.
           MOVE 0 TO WS-BR-OWNERS.
           MOVE 0 TO WS-BR-HASH.

           MOVE SPACES TO CNT-HDR-RECORD.
           MOVE 'H' TO CNT-HDR-TYPE.
           MOVE HV-BRANCH-SORTCODE TO CNT-HDR-SORTCODE.
           MOVE 'HBNK CONTINGENCY    ' TO CNT-HDR-LITERAL.
           MOVE HV-BRANCH-NAME TO CNT-HDR-BRANCH-NAME.
           MOVE WS-RUN-DATE TO CNT-HDR-BUSINESS-DATE.
           MOVE WS-CREATED-DATE TO CNT-HDR-CREATED.
           MOVE WS-BOOKS-PROVEN TO CNT-HDR-BOOKS-PROVEN.
           WRITE CNT-HDR-RECORD.
           ADD 1 TO WS-RECS-WRITTEN.

           PERFORM EXTRACT-CUSTOMERS THRU EXTRACT-CUSTOMERS-END.
           PERFORM EXTRACT-SIGNATORIES THRU EXTRACT-SIGNATORIES-END.
           PERFORM EXTRACT-ACCOUNTS THRU EXTRACT-ACCOUNTS-END.
           PERFORM EXTRACT-OWNERS THRU EXTRACT-OWNERS-END.

           MOVE SPACES TO CNT-TRL-RECORD.
           MOVE 'T' TO CNT-TRL-TYPE.
           MOVE HV-BRANCH-SORTCODE TO CNT-TRL-SORTCODE.
           MOVE 'BRANCH SECTION TOTAL' TO CNT-TRL-LITERAL.
           MOVE WS-BR-CUSTOMERS TO CNT-TRL-CUSTOMERS.
           MOVE WS-BR-SIGNATORIES TO CNT-TRL-SIGNATORIES.
           MOVE WS-BR-ACCOUNTS TO CNT-TRL-ACCOUNTS.
           MOVE WS-BR-OWNERS TO CNT-TRL-OWNERS.
           MOVE WS-BR-HASH TO CNT-TRL-HASH.
           WRITE CNT-TRL-RECORD.
           ADD 1 TO WS-RECS-WRITTEN.

           ADD 1 TO WS-BRANCHES-WRITTEN.
           ADD WS-BR-CUSTOMERS TO WS-TOT-CUSTOMERS.
           ADD WS-BR-SIGNATORIES TO WS-TOT-SIGNATORIES.
           ADD WS-BR-ACCOUNTS TO WS-TOT-ACCOUNTS.
           ADD WS-BR-OWNERS TO WS-TOT-OWNERS.
       EXTRACT-ONE-BRANCH-END.

      * PROCEDURE EXTRACT-CUSTOMERS
       EXTRACT-CUSTOMERS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BRCCUS-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCONTG: UNABLE TO OPEN BRCCUS-CURSOR FOR '
                     HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-CUSTOMERS-END
           END-IF.

           PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-CUSTOMER THRU WRITE-CUSTOMER-END
             PERFORM FETCH-NEXT-CUSTOMER THRU FETCH-NEXT-CUSTOMER-END
           END-PERFORM.

           EXEC SQL
              CLOSE BRCCUS-CURSOR
           END-EXEC.
       EXTRACT-CUSTOMERS-END.

      * PROCEDURE FETCH-NEXT-CUSTOMER
       FETCH-NEXT-CUSTOMER.
           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              FETCH BRCCUS-CURSOR
                INTO :HV-CUSTOMER-NUMBER, :HV-CUSTOMER-TITLE,
                     :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-DOB, :HV-CUSTOMER-STATUS,
                     :HV-CUSTOMER-TAX-ID, :HV-CUSTOMER-TYPE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCONTG: CUSTOMER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-CUSTOMER-END.

      * PROCEDURE WRITE-CUSTOMER
      * The identity a teller checks, with the signature-check
      * flags. A flag that cannot be read is set, so the branch
      * refers the customer rather than paying.
       WRITE-CUSTOMER.
           MOVE SPACES TO CNT-CUST-RECORD.
           MOVE 'C' TO CNT-CUST-TYPE.
           MOVE HV-BRANCH-SORTCODE TO CNT-CUST-SORTCODE.
           MOVE HV-CUSTOMER-NUMBER TO CNT-CUST-NUMBER.
           MOVE HV-CUSTOMER-TITLE TO CNT-CUST-TITLE.
           MOVE HV-CUSTOMER-FIRST-NAME TO CNT-CUST-FIRST-NAME.
           MOVE HV-CUSTOMER-LAST-NAME TO CNT-CUST-LAST-NAME.
           MOVE HV-CUSTOMER-DOB TO CNT-CUST-DOB.
           MOVE HV-CUSTOMER-STATUS TO CNT-CUST-STATUS.

           PERFORM MASK-TAX-ID THRU MASK-TAX-ID-END.
           MOVE WS-MASKED-TAX-ID TO CNT-CUST-TAX-ID.

           MOVE 'N' TO CNT-CUST-ORGANISATION.
           MOVE 0 TO CNT-CUST-DUAL-LIMIT.

           IF CUSTOMER-IS-ORGANISATION
             MOVE 'Y' TO CNT-CUST-ORGANISATION
             MOVE 0 TO HV-DUAL-SIGN-LIMIT
             EXEC SQL
                SELECT ORGANISATION_DUAL_SIGN_LIMIT
                  INTO :HV-DUAL-SIGN-LIMIT
                  FROM ORGANISATION
                 WHERE ORGANISATION_SORTCODE = :HV-BRANCH-SORTCODE
                   AND ORGANISATION_NUMBER = :HV-CUSTOMER-NUMBER
             END-EXEC
             IF SQLCODE = 0
               MOVE HV-DUAL-SIGN-LIMIT TO CNT-CUST-DUAL-LIMIT
             ELSE
               DISPLAY 'BRCONTG: NO ORGANISATION ROW FOR '
                       HV-BRANCH-SORTCODE '/' HV-CUSTOMER-NUMBER
               ADD 1 TO WS-CONTROL-UNREADABLE
             END-IF
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM MANDATE
               WHERE MANDATE_SORTCODE = :HV-BRANCH-SORTCODE
                 AND MANDATE_CUSTOMER = :HV-CUSTOMER-NUMBER
                 AND MANDATE_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO CNT-CUST-MANDATE
             ADD 1 TO WS-CONTROL-UNREADABLE
           ELSE
             IF HV-CHECK-COUNT > 0
               MOVE 'Y' TO CNT-CUST-MANDATE
             ELSE
               MOVE 'N' TO CNT-CUST-MANDATE
             END-IF
           END-IF.

      *
      *    The customer under guardianship is customer 1 of the
      *    GUARDIAN link, as MAJORITY reads it.
      *
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM CUSTOMER_RELATIONSHIP
               WHERE CUSTOMER_RELN_TYPE = 'GUARDIAN'
                 AND CUSTOMER_RELN_SORTCODE1 = :HV-BRANCH-SORTCODE
                 AND CUSTOMER_RELN_NUMBER1 = :HV-CUSTOMER-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO CNT-CUST-GUARDIAN
             ADD 1 TO WS-CONTROL-UNREADABLE
           ELSE
             IF HV-CHECK-COUNT > 0
               MOVE 'Y' TO CNT-CUST-GUARDIAN
             ELSE
               MOVE 'N' TO CNT-CUST-GUARDIAN
             END-IF
           END-IF.

           WRITE CNT-CUST-RECORD.
           ADD 1 TO WS-BR-CUSTOMERS.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-CUSTOMER-END.

      * PROCEDURE MASK-TAX-ID
      * Every character but the last four is shown as '*'; an ID
      * of four characters or fewer is masked whole.
       MASK-TAX-ID.
           MOVE HV-CUSTOMER-TAX-ID TO WS-MASKED-TAX-ID.

           MOVE 13 TO WS-TAX-LEN.
           PERFORM WITH TEST BEFORE
              UNTIL WS-TAX-LEN < 1
                 OR WS-MASKED-TAX-ID (WS-TAX-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-TAX-LEN
           END-PERFORM.

           IF WS-TAX-LEN > 4
             COMPUTE WS-TAX-KEEP-FROM = WS-TAX-LEN - 3
           ELSE
             COMPUTE WS-TAX-KEEP-FROM = WS-TAX-LEN + 1
           END-IF.

           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
              UNTIL WS-TAX-IX >= WS-TAX-KEEP-FROM
             IF WS-MASKED-TAX-ID (WS-TAX-IX:1) NOT = SPACE
               MOVE '*' TO WS-MASKED-TAX-ID (WS-TAX-IX:1)
             END-IF
           END-PERFORM.
       MASK-TAX-ID-END.

      * PROCEDURE EXTRACT-SIGNATORIES
       EXTRACT-SIGNATORIES.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BRCSIG-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCONTG: UNABLE TO OPEN BRCSIG-CURSOR FOR '
                     HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-SIGNATORIES-END
           END-IF.

           PERFORM FETCH-NEXT-SIGNATORY THRU FETCH-NEXT-SIGNATORY-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             MOVE SPACES TO CNT-SIGN-RECORD
             MOVE 'S' TO CNT-SIGN-TYPE
             MOVE HV-BRANCH-SORTCODE TO CNT-SIGN-SORTCODE
             MOVE HV-SIGN-ORG-NUMBER TO CNT-SIGN-ORG-NUMBER
             MOVE HV-SIGN-CUSTOMER TO CNT-SIGN-CUSTOMER
             MOVE HV-SIGN-ROLE TO CNT-SIGN-ROLE
             MOVE HV-SIGN-LIMIT TO CNT-SIGN-LIMIT
             WRITE CNT-SIGN-RECORD
             ADD 1 TO WS-BR-SIGNATORIES
             ADD 1 TO WS-RECS-WRITTEN
             PERFORM FETCH-NEXT-SIGNATORY
                THRU FETCH-NEXT-SIGNATORY-END
           END-PERFORM.

           EXEC SQL
              CLOSE BRCSIG-CURSOR
           END-EXEC.
       EXTRACT-SIGNATORIES-END.

      * PROCEDURE FETCH-NEXT-SIGNATORY
       FETCH-NEXT-SIGNATORY.
           INITIALIZE HOST-SIGNATORY-ROW.

           EXEC SQL
              FETCH BRCSIG-CURSOR
                INTO :HV-SIGN-ORG-NUMBER, :HV-SIGN-CUSTOMER,
                     :HV-SIGN-ROLE, :HV-SIGN-LIMIT
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCONTG: SIGNATORY FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-SIGNATORY-END.

      * PROCEDURE EXTRACT-ACCOUNTS
       EXTRACT-ACCOUNTS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BRCACC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCONTG: UNABLE TO OPEN BRCACC-CURSOR FOR '
                     HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-ACCOUNTS-END
           END-IF.

           PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-END
             PERFORM FETCH-NEXT-ACCOUNT THRU FETCH-NEXT-ACCOUNT-END
           END-PERFORM.

           EXEC SQL
              CLOSE BRCACC-CURSOR
           END-EXEC.
       EXTRACT-ACCOUNTS-END.

      * PROCEDURE FETCH-NEXT-ACCOUNT
       FETCH-NEXT-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.

           EXEC SQL
              FETCH BRCACC-CURSOR
                INTO :HV-ACCOUNT-NUMBER, :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-CUST-NUMBER, :HV-ACCOUNT-CURRENCY,
                     :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-OVERDRAFT
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCONTG: ACCOUNT FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-ACCOUNT-END.

      * PROCEDURE WRITE-ACCOUNT
      * The balance a teller may pay against, and the controls that
      * stop them. Controls that cannot be read are written as a
      * freeze.
       WRITE-ACCOUNT.
           MOVE SPACES TO CNT-ACCT-RECORD.
           MOVE 'A' TO CNT-ACCT-TYPE.
           MOVE HV-BRANCH-SORTCODE TO CNT-ACCT-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO CNT-ACCT-NUMBER.
           MOVE HV-ACCOUNT-TYPE TO CNT-ACCT-PRODUCT.
           MOVE HV-ACCOUNT-CUST-NUMBER TO CNT-ACCT-CUSTNO.
           MOVE HV-ACCOUNT-CURRENCY TO CNT-ACCT-CURRENCY.
           MOVE HV-ACCOUNT-OVERDRAFT TO CNT-ACCT-OVERDRAFT.

           IF HV-ACCOUNT-AVAIL-BAL < 0
             COMPUTE CNT-ACCT-AVAIL-BAL = 0 - HV-ACCOUNT-AVAIL-BAL
             MOVE 'D' TO CNT-ACCT-AVAIL-SIGN
           ELSE
             MOVE HV-ACCOUNT-AVAIL-BAL TO CNT-ACCT-AVAIL-BAL
             MOVE 'C' TO CNT-ACCT-AVAIL-SIGN
           END-IF.
           ADD CNT-ACCT-AVAIL-BAL TO WS-BR-HASH.

           INITIALIZE HOST-CONTROL-COUNTS.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'F'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'D'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN ACCOUNT_CONTROL_TYPE = 'C'
                                       THEN 1 ELSE 0 END), 0)
                INTO :HV-CTL-FREEZE,
                     :HV-CTL-NO-DEBIT,
                     :HV-CTL-NO-CREDIT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-BRANCH-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCONTG: CONTROLS UNREADABLE FOR '
                     HV-BRANCH-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             ADD 1 TO WS-CONTROL-UNREADABLE
             MOVE 1 TO HV-CTL-FREEZE
           END-IF.

           IF HV-CTL-FREEZE > 0
             MOVE 'Y' TO CNT-ACCT-FROZEN
           ELSE
             MOVE 'N' TO CNT-ACCT-FROZEN
           END-IF.

           IF HV-CTL-NO-DEBIT > 0
             MOVE 'Y' TO CNT-ACCT-NO-DEBITS
           ELSE
             MOVE 'N' TO CNT-ACCT-NO-DEBITS
           END-IF.

           IF HV-CTL-NO-CREDIT > 0
             MOVE 'Y' TO CNT-ACCT-NO-CREDITS
           ELSE
             MOVE 'N' TO CNT-ACCT-NO-CREDITS
           END-IF.

           WRITE CNT-ACCT-RECORD.
           ADD 1 TO WS-BR-ACCOUNTS.
           ADD 1 TO WS-RECS-WRITTEN.
       WRITE-ACCOUNT-END.

      * PROCEDURE EXTRACT-OWNERS
       EXTRACT-OWNERS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN BRCOWN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCONTG: UNABLE TO OPEN BRCOWN-CURSOR FOR '
                     HV-BRANCH-SORTCODE ', SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO EXTRACT-OWNERS-END
           END-IF.

           PERFORM FETCH-NEXT-OWNER THRU FETCH-NEXT-OWNER-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             MOVE SPACES TO CNT-OWNR-RECORD
             MOVE 'O' TO CNT-OWNR-TYPE
             MOVE HV-BRANCH-SORTCODE TO CNT-OWNR-SORTCODE
             MOVE HV-OWNER-ACCNO TO CNT-OWNR-ACCNO
             MOVE HV-OWNER-CUSTOMER TO CNT-OWNR-CUSTOMER
             WRITE CNT-OWNR-RECORD
             ADD 1 TO WS-BR-OWNERS
             ADD 1 TO WS-RECS-WRITTEN
             PERFORM FETCH-NEXT-OWNER THRU FETCH-NEXT-OWNER-END
           END-PERFORM.

           EXEC SQL
              CLOSE BRCOWN-CURSOR
           END-EXEC.
       EXTRACT-OWNERS-END.

      * PROCEDURE FETCH-NEXT-OWNER
       FETCH-NEXT-OWNER.
           INITIALIZE HOST-OWNER-ROW.

           EXEC SQL
              FETCH BRCOWN-CURSOR
                INTO :HV-OWNER-ACCNO, :HV-OWNER-CUSTOMER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCONTG: OWNER FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-IF.
       FETCH-NEXT-OWNER-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWCHEXEC.

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
      * Nightly current account switch processor.
      *
      * Carries out the switches registered through SWCHMNT (see
      * ACCOUNT_SWITCH) in three passes.
      *
      * First it loads the switch file (SWCHIN) the old banks send
      * for customers switching to us. Each detail quotes our
      * switch id: an 'S' detail is one of the customer's standing
      * orders, set up on STANDING_ORDER from our account and
      * falling due no earlier than the switch date; a 'D' detail
      * is a direct debit instruction, set up live on the
      * DIRECT_DEBIT_INSTRUCTION register against our account the
      * way DDILOAD sets one up; a 'P' detail is a payee, added to
      * the customer's SAVED_PAYEE list so their payees follow
      * them. Details for a switch that is not a pending incoming
      * one, and duplicates of something already loaded, are
      * rejected on the report - so a rerun cannot load one twice.
      * The file carries a 'T' trailer with the detail count and a
      * file that does not agree with it is rejected whole, before
      * anything is applied (the DDCOLL convention).
      *
      * Then it takes every pending switch whose date has arrived.
      * An incoming switch is marked completed - its details are
      * on. An outgoing switch closes our account by the closure
      * path, as CLOSACC walks it: refused while the account is
      * controlled, while its customer is held by a suspicious
      * activity report or while it is overdrawn (the switch stays
      * pending, on the report, for the branch to resolve). The
      * standing orders and live instructions are marked switched
      * away, accrued interest is settled, the balance is debited
      * as an 'OBP' payment and queued on OUTBOUND_PAYMENT (source
      * 'SWB') to the customer's new account, and the account is
      * tombstoned to ACCOUNT_ARCHIVE (reason 'S'), deleted with
      * its owner rows and recorded with an 'ODA' row saying where
      * it went. The switch is completed with a redirection period
      * of WS-REDIRECT-MONTHS from the switch date, during which
      * ICRPROC sends inbound credits for the closed account on to
      * the new one. Each switch is committed on its own.
      *
      * Last it writes the extract file (SWCHOUT) for the new banks
      * from every outgoing switch completed on the run date - an
      * 'H' record naming both accounts, then the 'S' and 'D'
      * details in the SWCHIN layout and a 'T' trailer. The extract
      * is built from the database, so a rerun writes it whole
      * again.
      *
      * PROCTRAN references are drawn from the HBNKPROCREF named
      * counter through the counter server's batch CALL interface
      * (DFHNCTR), the same sequence the online posting programs use.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWCH-IN-FILE ASSIGN TO SWCHIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWCH-OUT-FILE ASSIGN TO SWCHOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWCH-RPT-FILE ASSIGN TO SWCHRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWCH-IN-FILE
           RECORDING MODE IS F.
       01  SWCH-IN-RECORD                PIC X(80).

       FD  SWCH-OUT-FILE
           RECORDING MODE IS F.
       01  SWCH-OUT-RECORD               PIC X(80).

       FD  SWCH-RPT-FILE
           RECORDING MODE IS F.
       01  SWCH-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_SWITCH DB2 copybook
           EXEC SQL
              INCLUDE ASWTDB2
           END-EXEC.

      * STANDING_ORDER DB2 copybook
           EXEC SQL
              INCLUDE SORDDB2
           END-EXEC.

      * DIRECT_DEBIT_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

      * SAVED_PAYEE DB2 copybook
           EXEC SQL
              INCLUDE PAYEDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a controlled account must
      * not be closed out from under its court order
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

       77  HV-CTRL-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * AML_REVIEW DB2 copybook - a customer under a suspicious
      * activity report is held until the MLRO releases the case
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

       77  HV-SAR-HOLD-COUNT         PIC S9(9) COMP    VALUE 0.

      * ACCOUNT_ARCHIVE DB2 copybook - the switched account is
      * tombstoned like any other closure
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * ACCOUNT_OWNER DB2 copybook - the owner rows go with the
      * closed account
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the payee name on the balance sent on
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * OUTBOUND_PAYMENT DB2 copybook - the closing balance goes to
      * the new bank through the outbound payments queue
           EXEC SQL
              INCLUDE OUTPDB2
           END-EXEC.

       01  HOST-OUTBOUND-ROW.
           03  HV-OBP-ID             PIC S9(9) COMP.
           03  HV-OBP-PAYEE-NAME     PIC X(18).
           03  HV-OBP-PAYEE-REF      PIC X(18).
           03  HV-OBP-PROCTRAN-REF   PIC X(12).
       77  HV-OBP-MAX-ID             PIC S9(9) COMP    VALUE 0.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook - the type this job posts
      * must be on the reference table before anything moves
           EXEC SQL
              INCLUDE TRNTDB2
           END-EXEC.

       77  HV-TXNT-CODE              PIC X(3)          VALUE SPACES.
       77  HV-TXNT-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * ACCOUNT_SWITCH host variables for DB2
       01  HOST-SWITCH-ROW.
           03  HV-SW-ID                  PIC S9(9) COMP.
           03  HV-SW-DIRECTION           PIC X.
           03  HV-SW-SORTCODE            PIC X(6).
           03  HV-SW-NUMBER              PIC X(8).
           03  HV-SW-CUSTOMER            PIC X(10).
           03  HV-SW-OTHER-SORTCODE      PIC X(6).
           03  HV-SW-OTHER-NUMBER        PIC X(8).
           03  HV-SW-DATE                PIC S9(9) COMP.
           03  HV-SW-STATUS              PIC X.

      * ACCOUNT host variables for DB2 - the account closing on an
      * outgoing switch, in full
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-EYECATCHER     PIC X(4).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-INT-RATE       PIC S9(4)V99 COMP-3.
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-NEXT-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED-INT    PIC S9(10)V99 COMP-3.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).

      * STANDING_ORDER host variables for DB2
       01  HOST-ORDER-ROW.
           03  HV-SO-ID                  PIC S9(9) COMP.
           03  HV-SO-TO-SORTCODE         PIC X(6).
           03  HV-SO-TO-NUMBER           PIC X(8).
           03  HV-SO-AMOUNT              PIC S9(10)V99 COMP-3.
           03  HV-SO-FREQUENCY           PIC X.
           03  HV-SO-NEXT-DUE            PIC S9(9) COMP.
           03  HV-SO-END-DATE            PIC S9(9) COMP.
       77  HV-SO-MAX-ID              PIC S9(9) COMP    VALUE 0.

      * DIRECT_DEBIT_INSTRUCTION host variables for DB2
       01  HOST-DDI-ROW.
           03  HV-DDI-SUN                PIC X(6).
           03  HV-DDI-REFERENCE          PIC X(18).
           03  HV-DDI-ORIGINATOR-NAME    PIC X(18).
           03  HV-DDI-STATUS             PIC X.

      * SAVED_PAYEE host variables for DB2
       01  HOST-PAYEE-ROW.
           03  HV-PY-NICKNAME            PIC X(20).
           03  HV-PY-DEST-SORTCODE       PIC X(6).
           03  HV-PY-DEST-NUMBER         PIC X(8).

       77  HV-CHECK-COUNT            PIC S9(9) COMP    VALUE 0.

      * PROCTRAN host variables for DB2
       01  HOST-PROCTRAN-ROW.
           03  HV-PROCTRAN-EYECATCHER    PIC X(4).
           03  HV-PROCTRAN-SORT-CODE     PIC X(6).
           03  HV-PROCTRAN-ACC-NUMBER    PIC X(8).
           03  HV-PROCTRAN-DATE          PIC X(10).
           03  HV-PROCTRAN-TIME          PIC X(6).
           03  HV-PROCTRAN-REF           PIC X(12).
           03  HV-PROCTRAN-TYPE          PIC X(3).
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE       PIC S9(10)V99 COMP-3.

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
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback, in the layouts the various
      * stores use.
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

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * The redirection period runs from the switch date through
      * DB2 date arithmetic.
      *
       77  WS-REDIRECT-MONTHS        PIC S9(9) COMP    VALUE 36.
       01  HV-SWITCH-ISO             PIC X(10).
       01  HV-SWITCH-ISO-GRP REDEFINES HV-SWITCH-ISO.
           05  WS-SW-ISO-YYYY        PIC 9(4).
           05  FILLER                PIC X.
           05  WS-SW-ISO-MM          PIC 99.
           05  FILLER                PIC X.
           05  WS-SW-ISO-DD          PIC 99.
       01  HV-REDIRECT-ISO           PIC X(10).
       01  HV-REDIRECT-ISO-GRP REDEFINES HV-REDIRECT-ISO.
           05  WS-RD-ISO-YYYY        PIC 9(4).
           05  FILLER                PIC X.
           05  WS-RD-ISO-MM          PIC 99.
           05  FILLER                PIC X.
           05  WS-RD-ISO-DD          PIC 99.
       77  WS-REDIRECT-UNTIL         PIC S9(9) COMP    VALUE 0.

      *
      * The switch file layouts, shared by the file we load and the
      * extract we write. Every record but the trailer quotes the
      * switch id; an 'H' record opens a switch on the extract.
      *
       01  WS-SWITCH-DETAIL.
           05  WS-SWD-REC-TYPE       PIC X.
           05  WS-SWD-SWITCH-ID      PIC 9(8).
           05  FILLER                PIC X(71).

       01  WS-SWD-HEADER REDEFINES WS-SWITCH-DETAIL.
           05  FILLER                PIC X(9).
           05  WS-SWD-HDR-SORTCODE   PIC X(6).
           05  WS-SWD-HDR-ACCNO      PIC X(8).
           05  WS-SWD-HDR-NEW-SCODE  PIC X(6).
           05  WS-SWD-HDR-NEW-ACCNO  PIC X(8).
           05  WS-SWD-HDR-DATE       PIC 9(8).
           05  WS-SWD-HDR-NAME       PIC X(30).
           05  FILLER                PIC X(5).

       01  WS-SWD-ORDER REDEFINES WS-SWITCH-DETAIL.
           05  FILLER                PIC X(9).
           05  WS-SWD-SO-SORTCODE    PIC X(6).
           05  WS-SWD-SO-ACCNO       PIC X(8).
           05  WS-SWD-SO-AMOUNT      PIC 9(10)V99.
           05  WS-SWD-SO-FREQUENCY   PIC X.
           05  WS-SWD-SO-NEXT-DUE    PIC 9(8).
           05  WS-SWD-SO-END-DATE    PIC 9(8).
           05  FILLER                PIC X(28).

       01  WS-SWD-INSTRUCTION REDEFINES WS-SWITCH-DETAIL.
           05  FILLER                PIC X(9).
           05  WS-SWD-DDI-SUN        PIC X(6).
           05  WS-SWD-DDI-REFERENCE  PIC X(18).
           05  WS-SWD-DDI-ORIG-NAME  PIC X(18).
           05  FILLER                PIC X(29).

       01  WS-SWD-PAYEE REDEFINES WS-SWITCH-DETAIL.
           05  FILLER                PIC X(9).
           05  WS-SWD-PY-NICKNAME    PIC X(20).
           05  WS-SWD-PY-SORTCODE    PIC X(6).
           05  WS-SWD-PY-ACCNO       PIC X(8).
           05  FILLER                PIC X(37).

       01  WS-SWD-TRAILER REDEFINES WS-SWITCH-DETAIL.
           05  FILLER                PIC X.
           05  WS-SWD-TRL-COUNT      PIC 9(8).
           05  FILLER                PIC X(71).

       01  WS-REPORT-LINE.
           05  WS-RPT-ID             PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TYPE           PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OTHER-SCODE    PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-OTHER-ACCNO    PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACTION         PIC X(40).

      *
      * PROCTRAN NCS definitions and the counter server's batch
      * CALL interface fields.
      *
       COPY NCSPROC.

       77  WS-NCTR-FUNCTION          PIC X(6)          VALUE 'GET   '.
       77  WS-NCTR-POOL              PIC X(8)          VALUE SPACES.
       77  WS-NCTR-RESPONSE          PIC S9(8) COMP    VALUE 0.
       77  WS-REF-EIBTASKN12         PIC 9(12)         VALUE 0.
       77  WS-POSTING-OK             PIC X             VALUE 'Y'.
       77  WS-ACTION-TEXT            PIC X(40)         VALUE SPACES.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-END-OF-ITEMS           PIC X             VALUE 'N'.
           88  END-OF-ITEMS          VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-DETAILS-READ           PIC 9(8)  COMP    VALUE 0.
       77  WS-DETAILS-LOADED         PIC 9(8)  COMP    VALUE 0.
       77  WS-DETAILS-REJECTED       PIC 9(8)  COMP    VALUE 0.
       77  WS-SWITCHES-DUE           PIC 9(8)  COMP    VALUE 0.
       77  WS-SWITCHES-IN            PIC 9(8)  COMP    VALUE 0.
       77  WS-SWITCHES-OUT           PIC 9(8)  COMP    VALUE 0.
       77  WS-SWITCHES-HELD          PIC 9(8)  COMP    VALUE 0.
       77  WS-EXTRACT-DETAILS        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-SETTLE-INTEREST        PIC S9(10)V99     VALUE 0.
       77  WS-BALANCE-SENT           PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

      * Pending switches whose date has arrived, in date order.
      * WITH HOLD so the per-switch commits do not close the
      * cursor.
           EXEC SQL
              DECLARE SWCHEXEC-CURSOR CURSOR WITH HOLD FOR
                 SELECT ACCOUNT_SWITCH_ID,
                        ACCOUNT_SWITCH_DIRECTION,
                        ACCOUNT_SWITCH_SORTCODE,
                        ACCOUNT_SWITCH_NUMBER,
                        ACCOUNT_SWITCH_CUSTOMER,
                        ACCOUNT_SWITCH_OTHER_SORTCODE,
                        ACCOUNT_SWITCH_OTHER_NUMBER,
                        ACCOUNT_SWITCH_DATE
                   FROM ACCOUNT_SWITCH
                  WHERE ACCOUNT_SWITCH_STATUS = 'P'
                    AND ACCOUNT_SWITCH_DATE <= :WS-RUN-DATE
                  ORDER BY ACCOUNT_SWITCH_DATE, ACCOUNT_SWITCH_ID
           END-EXEC.

      * Outgoing switches completed on the run date - the extract
      * for the new banks.
           EXEC SQL
              DECLARE EXTRACT-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SWITCH_ID,
                        ACCOUNT_SWITCH_SORTCODE,
                        ACCOUNT_SWITCH_NUMBER,
                        ACCOUNT_SWITCH_CUSTOMER,
                        ACCOUNT_SWITCH_OTHER_SORTCODE,
                        ACCOUNT_SWITCH_OTHER_NUMBER,
                        ACCOUNT_SWITCH_DATE
                   FROM ACCOUNT_SWITCH
                  WHERE ACCOUNT_SWITCH_DIRECTION = 'O'
                    AND ACCOUNT_SWITCH_STATUS = 'C'
                    AND ACCOUNT_SWITCH_COMPLETED_DATE = :WS-RUN-DATE
                  ORDER BY ACCOUNT_SWITCH_ID
           END-EXEC.

      * The standing orders switched away with one account.
           EXEC SQL
              DECLARE ORDER-CURSOR CURSOR FOR
                 SELECT STANDING_ORDER_TO_SORTCODE,
                        STANDING_ORDER_TO_NUMBER,
                        STANDING_ORDER_AMOUNT,
                        STANDING_ORDER_FREQUENCY,
                        STANDING_ORDER_NEXT_DUE,
                        STANDING_ORDER_END_DATE
                   FROM STANDING_ORDER
                  WHERE STANDING_ORDER_FROM_SORTCODE = :HV-SW-SORTCODE
                    AND STANDING_ORDER_FROM_NUMBER = :HV-SW-NUMBER
                    AND STANDING_ORDER_STATUS = 'S'
                  ORDER BY STANDING_ORDER_ID
           END-EXEC.

      * The direct debit instructions switched away with one
      * account.
           EXEC SQL
              DECLARE DDI-CURSOR CURSOR FOR
                 SELECT DDI_SUN,
                        DDI_REFERENCE,
                        DDI_ORIGINATOR_NAME
                   FROM DIRECT_DEBIT_INSTRUCTION
                  WHERE DDI_SORTCODE = :HV-SW-SORTCODE
                    AND DDI_NUMBER = :HV-SW-NUMBER
                    AND DDI_STATUS = 'S'
                  ORDER BY DDI_SUN, DDI_REFERENCE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'SWCHEXEC' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    THE SWITCHES WORK THE BUSINESS DATE FROM THE
      *    BANKING_DATE CONTROL ROW, NOT THE CLOCK - A RUN THAT
      *    STARTS AFTER MIDNIGHT STILL SWITCHES THE DAY EODCUT CUT
      *    OVER TO.
      *
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
           DISPLAY 'SWCHEXEC: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'OBP' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.
           MOVE 'INT' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

      *
      *    First pass - prove the incoming switch file against its
      *    trailer, then load it.
      *
           PERFORM PROVE-SWITCH-FILE THRU PROVE-SWITCH-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'SWCHEXEC: SWITCH FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-DETAILS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN INPUT SWCH-IN-FILE.
           OPEN OUTPUT SWCH-RPT-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-DETAILS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ SWCH-IN-FILE INTO WS-SWITCH-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-SWD-REC-TYPE = 'S' OR 'D' OR 'P'
                     ADD 1 TO WS-DETAILS-READ
                     PERFORM LOAD-ONE-DETAIL
                        THRU LOAD-ONE-DETAIL-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE SWCH-IN-FILE.

      *
      *    Second pass - carry out every switch that has fallen due.
      *
           EXEC SQL
              OPEN SWCHEXEC-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'SWCHEXEC: UNABLE TO OPEN SWCHEXEC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-SWITCH THRU FETCH-NEXT-SWITCH-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM CARRY-OUT-SWITCH
                THRU CARRY-OUT-SWITCH-END
             PERFORM FETCH-NEXT-SWITCH THRU FETCH-NEXT-SWITCH-END
           END-PERFORM.

           EXEC SQL
              CLOSE SWCHEXEC-CURSOR
           END-EXEC.

      *
      *    Third pass - the extract for the new banks.
      *
           OPEN OUTPUT SWCH-OUT-FILE.

           PERFORM WRITE-SWITCH-EXTRACT
              THRU WRITE-SWITCH-EXTRACT-END.

           MOVE SPACES TO WS-SWITCH-DETAIL.
           MOVE 'T' TO WS-SWD-REC-TYPE.
           MOVE WS-EXTRACT-DETAILS TO WS-SWD-TRL-COUNT.
           MOVE WS-SWITCH-DETAIL TO SWCH-OUT-RECORD.
           WRITE SWCH-OUT-RECORD.

           CLOSE SWCH-OUT-FILE.
           CLOSE SWCH-RPT-FILE.

           IF WS-DETAILS-REJECTED > 0 OR WS-SWITCHES-HELD > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-DETAILS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: DETAILS READ       = ' WS-RECS-DISPLAY.
           MOVE WS-DETAILS-LOADED TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: DETAILS LOADED     = ' WS-RECS-DISPLAY.
           MOVE WS-DETAILS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: DETAILS REJECTED   = ' WS-RECS-DISPLAY.
           MOVE WS-SWITCHES-DUE TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: SWITCHES DUE       = ' WS-RECS-DISPLAY.
           MOVE WS-SWITCHES-IN TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: INCOMING COMPLETED = ' WS-RECS-DISPLAY.
           MOVE WS-SWITCHES-OUT TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: OUTGOING COMPLETED = ' WS-RECS-DISPLAY.
           MOVE WS-SWITCHES-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: SWITCHES HELD      = ' WS-RECS-DISPLAY.
           MOVE WS-EXTRACT-DETAILS TO WS-RECS-DISPLAY.
           DISPLAY 'SWCHEXEC: DETAILS EXTRACTED  = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-SWITCHES-DUE TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting types must be on TRANSACTION_TYPE before
      * anything moves - an unregistered code stops the run at the
      * door rather than surfacing as a mystery on statements.
       VERIFY-TXN-TYPE.
           MOVE 0 TO HV-TXNT-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-TXNT-CHECK-COUNT
                FROM TRANSACTION_TYPE
               WHERE TRANSACTION_TYPE_CODE = :HV-TXNT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TXNT-CHECK-COUNT = 0
             DISPLAY 'SWCHEXEC: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-SWITCH-FILE
      * Counts the details and checks them against the trailer.
       PROVE-SWITCH-FILE.
           OPEN INPUT SWCH-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-DETAILS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ SWCH-IN-FILE INTO WS-SWITCH-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-SWD-REC-TYPE
                     WHEN 'S'
                     WHEN 'D'
                     WHEN 'P'
                       ADD 1 TO WS-DETAILS-READ
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-SWD-TRL-COUNT = WS-DETAILS-READ
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'SWCHEXEC: TRAILER COUNT DOES NOT '
                                 'AGREE WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE SWCH-IN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'SWCHEXEC: NO CONTROL TRAILER ON SWITCH FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-SWITCH-FILE-END.

      * PROCEDURE LOAD-ONE-DETAIL
      * A detail may only be loaded onto a pending incoming switch.
       LOAD-ONE-DETAIL.
           MOVE SPACES TO WS-ACTION-TEXT.
           INITIALIZE HOST-SWITCH-ROW.
           MOVE WS-SWD-SWITCH-ID TO HV-SW-ID.

           EXEC SQL
              SELECT ACCOUNT_SWITCH_DIRECTION,
                     ACCOUNT_SWITCH_SORTCODE,
                     ACCOUNT_SWITCH_NUMBER,
                     ACCOUNT_SWITCH_CUSTOMER,
                     ACCOUNT_SWITCH_OTHER_SORTCODE,
                     ACCOUNT_SWITCH_OTHER_NUMBER,
                     ACCOUNT_SWITCH_DATE,
                     ACCOUNT_SWITCH_STATUS
                INTO :HV-SW-DIRECTION,
                     :HV-SW-SORTCODE,
                     :HV-SW-NUMBER,
                     :HV-SW-CUSTOMER,
                     :HV-SW-OTHER-SORTCODE,
                     :HV-SW-OTHER-NUMBER,
                     :HV-SW-DATE,
                     :HV-SW-STATUS
                FROM ACCOUNT_SWITCH
               WHERE ACCOUNT_SWITCH_ID = :HV-SW-ID
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'NO SUCH SWITCH' TO WS-ACTION-TEXT
             PERFORM WRITE-DETAIL-REJECT THRU WRITE-DETAIL-REJECT-END
             GO TO LOAD-ONE-DETAIL-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE 'SWITCH LOOKUP FAILED' TO WS-ACTION-TEXT
             PERFORM WRITE-DETAIL-REJECT THRU WRITE-DETAIL-REJECT-END
             GO TO LOAD-ONE-DETAIL-END
           END-IF.

           IF HV-SW-DIRECTION NOT = 'I'
             MOVE 'NOT AN INCOMING SWITCH' TO WS-ACTION-TEXT
             PERFORM WRITE-DETAIL-REJECT THRU WRITE-DETAIL-REJECT-END
             GO TO LOAD-ONE-DETAIL-END
           END-IF.

           IF HV-SW-STATUS NOT = 'P'
             MOVE 'SWITCH NOT PENDING' TO WS-ACTION-TEXT
             PERFORM WRITE-DETAIL-REJECT THRU WRITE-DETAIL-REJECT-END
             GO TO LOAD-ONE-DETAIL-END
           END-IF.

           MOVE 'Y' TO WS-POSTING-OK.

           EVALUATE WS-SWD-REC-TYPE
             WHEN 'S'
               PERFORM LOAD-STANDING-ORDER
                  THRU LOAD-STANDING-ORDER-END
             WHEN 'D'
               PERFORM LOAD-INSTRUCTION
                  THRU LOAD-INSTRUCTION-END
             WHEN 'P'
               PERFORM LOAD-PAYEE
                  THRU LOAD-PAYEE-END
           END-EVALUATE.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-DETAILS-LOADED
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             PERFORM WRITE-DETAIL-REJECT THRU WRITE-DETAIL-REJECT-END
           END-IF.
       LOAD-ONE-DETAIL-END.

      * PROCEDURE LOAD-STANDING-ORDER
      * The old bank's order is set up from our account under the
      * rules SORDMNT applies. It falls due no earlier than the
      * switch date - any payment before then is the old bank's to
      * make - and an order that has already run out, or one
      * already loaded, is refused.
       LOAD-STANDING-ORDER.
           IF WS-SWD-SO-AMOUNT NOT NUMERIC
              OR WS-SWD-SO-AMOUNT = 0
              OR WS-SWD-SO-NEXT-DUE NOT NUMERIC
              OR WS-SWD-SO-END-DATE NOT NUMERIC
              OR (WS-SWD-SO-FREQUENCY NOT = 'D'
                  AND WS-SWD-SO-FREQUENCY NOT = 'W'
                  AND WS-SWD-SO-FREQUENCY NOT = 'M')
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'INVALID STANDING ORDER' TO WS-ACTION-TEXT
             GO TO LOAD-STANDING-ORDER-END
           END-IF.

           INITIALIZE HOST-ORDER-ROW.
           MOVE WS-SWD-SO-SORTCODE TO HV-SO-TO-SORTCODE.
           MOVE WS-SWD-SO-ACCNO TO HV-SO-TO-NUMBER.
           MOVE WS-SWD-SO-AMOUNT TO HV-SO-AMOUNT.
           MOVE WS-SWD-SO-FREQUENCY TO HV-SO-FREQUENCY.
           MOVE WS-SWD-SO-NEXT-DUE TO HV-SO-NEXT-DUE.
           MOVE WS-SWD-SO-END-DATE TO HV-SO-END-DATE.

           IF HV-SO-NEXT-DUE < HV-SW-DATE
             MOVE HV-SW-DATE TO HV-SO-NEXT-DUE
           END-IF.

           IF HV-SO-END-DATE NOT = 0
              AND HV-SO-END-DATE < HV-SO-NEXT-DUE
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ORDER ENDS BEFORE SWITCH DATE' TO WS-ACTION-TEXT
             GO TO LOAD-STANDING-ORDER-END
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM STANDING_ORDER
               WHERE STANDING_ORDER_FROM_SORTCODE = :HV-SW-SORTCODE
                 AND STANDING_ORDER_FROM_NUMBER = :HV-SW-NUMBER
                 AND STANDING_ORDER_TO_SORTCODE = :HV-SO-TO-SORTCODE
                 AND STANDING_ORDER_TO_NUMBER = :HV-SO-TO-NUMBER
                 AND STANDING_ORDER_AMOUNT = :HV-SO-AMOUNT
                 AND STANDING_ORDER_FREQUENCY = :HV-SO-FREQUENCY
                 AND STANDING_ORDER_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ORDER LOOKUP FAILED' TO WS-ACTION-TEXT
             GO TO LOAD-STANDING-ORDER-END
           END-IF.

           IF HV-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DUPLICATE - ORDER ALREADY SET UP' TO WS-ACTION-TEXT
             GO TO LOAD-STANDING-ORDER-END
           END-IF.

           MOVE 0 TO HV-SO-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(STANDING_ORDER_ID), 0)
                INTO :HV-SO-MAX-ID
                FROM STANDING_ORDER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ORDER ID LOOKUP FAILED' TO WS-ACTION-TEXT
             GO TO LOAD-STANDING-ORDER-END
           END-IF.

           COMPUTE HV-SO-ID = HV-SO-MAX-ID + 1.

           EXEC SQL
              INSERT INTO STANDING_ORDER
                     ( STANDING_ORDER_ID,
                       STANDING_ORDER_FROM_SORTCODE,
                       STANDING_ORDER_FROM_NUMBER,
                       STANDING_ORDER_TO_SORTCODE,
                       STANDING_ORDER_TO_NUMBER,
                       STANDING_ORDER_AMOUNT,
                       STANDING_ORDER_FREQUENCY,
                       STANDING_ORDER_NEXT_DUE,
                       STANDING_ORDER_END_DATE,
                       STANDING_ORDER_STATUS,
                       STANDING_ORDER_CREATED_DATE,
                       STANDING_ORDER_CREATED_BY )
              VALUES ( :HV-SO-ID,
                       :HV-SW-SORTCODE,
                       :HV-SW-NUMBER,
                       :HV-SO-TO-SORTCODE,
                       :HV-SO-TO-NUMBER,
                       :HV-SO-AMOUNT,
                       :HV-SO-FREQUENCY,
                       :HV-SO-NEXT-DUE,
                       :HV-SO-END-DATE,
                       'A',
                       :WS-RUN-DATE,
                       'SWI' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: ORDER INSERT FAILED FOR SWITCH '
                     WS-SWD-SWITCH-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ORDER SET-UP FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       LOAD-STANDING-ORDER-END.

      * PROCEDURE LOAD-INSTRUCTION
      * The instruction is set up live against our account as
      * DDILOAD sets one up - a cancelled one comes back to life
      * under the switch, a live one is a duplicate.
       LOAD-INSTRUCTION.
           INITIALIZE HOST-DDI-ROW.
           MOVE WS-SWD-DDI-SUN TO HV-DDI-SUN.
           MOVE WS-SWD-DDI-REFERENCE TO HV-DDI-REFERENCE.
           MOVE WS-SWD-DDI-ORIG-NAME TO HV-DDI-ORIGINATOR-NAME.

           EXEC SQL
              SELECT DDI_STATUS
                INTO :HV-DDI-STATUS
                FROM DIRECT_DEBIT_INSTRUCTION
               WHERE DDI_SORTCODE = :HV-SW-SORTCODE
                 AND DDI_NUMBER = :HV-SW-NUMBER
                 AND DDI_SUN = :HV-DDI-SUN
                 AND DDI_REFERENCE = :HV-DDI-REFERENCE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'INSTRUCTION LOOKUP FAILED' TO WS-ACTION-TEXT
             GO TO LOAD-INSTRUCTION-END
           END-IF.

           IF SQLCODE = 0 AND HV-DDI-STATUS = 'L'
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DUPLICATE - ALREADY LIVE' TO WS-ACTION-TEXT
             GO TO LOAD-INSTRUCTION-END
           END-IF.

           IF SQLCODE = 0
             EXEC SQL
                UPDATE DIRECT_DEBIT_INSTRUCTION
                   SET DDI_STATUS = 'L',
                       DDI_ORIGINATOR_NAME = :HV-DDI-ORIGINATOR-NAME,
                       DDI_SETUP_DATE = :WS-RUN-DATE,
                       DDI_CANCELLED_DATE = 0,
                       DDI_CANCELLED_BY = ' '
                 WHERE DDI_SORTCODE = :HV-SW-SORTCODE
                   AND DDI_NUMBER = :HV-SW-NUMBER
                   AND DDI_SUN = :HV-DDI-SUN
                   AND DDI_REFERENCE = :HV-DDI-REFERENCE
             END-EXEC
           ELSE
             EXEC SQL
                INSERT INTO DIRECT_DEBIT_INSTRUCTION
                       ( DDI_SORTCODE,
                         DDI_NUMBER,
                         DDI_SUN,
                         DDI_REFERENCE,
                         DDI_ORIGINATOR_NAME,
                         DDI_STATUS,
                         DDI_SETUP_DATE,
                         DDI_CANCELLED_DATE,
                         DDI_CANCELLED_BY )
                VALUES ( :HV-SW-SORTCODE,
                         :HV-SW-NUMBER,
                         :HV-DDI-SUN,
                         :HV-DDI-REFERENCE,
                         :HV-DDI-ORIGINATOR-NAME,
                         'L',
                         :WS-RUN-DATE,
                         0,
                         ' ' )
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: INSTRUCTION SET-UP FAILED FOR '
                     'SWITCH ' WS-SWD-SWITCH-ID
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'SET-UP FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       LOAD-INSTRUCTION-END.

      * PROCEDURE LOAD-PAYEE
      * The payee joins the customer's saved list under the old
      * bank's nickname, unless the customer already has a payee
      * under that name.
       LOAD-PAYEE.
           INITIALIZE HOST-PAYEE-ROW.
           MOVE WS-SWD-PY-NICKNAME TO HV-PY-NICKNAME.
           MOVE WS-SWD-PY-SORTCODE TO HV-PY-DEST-SORTCODE.
           MOVE WS-SWD-PY-ACCNO TO HV-PY-DEST-NUMBER.

           IF HV-PY-NICKNAME = SPACES
              OR HV-PY-DEST-SORTCODE = SPACES
              OR HV-PY-DEST-NUMBER = SPACES
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'INVALID PAYEE' TO WS-ACTION-TEXT
             GO TO LOAD-PAYEE-END
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM SAVED_PAYEE
               WHERE SAVED_PAYEE_SORTCODE = :HV-SW-SORTCODE
                 AND SAVED_PAYEE_CUSTOMER = :HV-SW-CUSTOMER
                 AND SAVED_PAYEE_NICKNAME = :HV-PY-NICKNAME
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PAYEE LOOKUP FAILED' TO WS-ACTION-TEXT
             GO TO LOAD-PAYEE-END
           END-IF.

           IF HV-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DUPLICATE - NICKNAME ALREADY HELD' TO WS-ACTION-TEXT
             GO TO LOAD-PAYEE-END
           END-IF.

           EXEC SQL
              INSERT INTO SAVED_PAYEE
                     ( SAVED_PAYEE_SORTCODE,
                       SAVED_PAYEE_CUSTOMER,
                       SAVED_PAYEE_NICKNAME,
                       SAVED_PAYEE_DEST_SORTCODE,
                       SAVED_PAYEE_DEST_NUMBER,
                       SAVED_PAYEE_CREATED_DATE )
              VALUES ( :HV-SW-SORTCODE,
                       :HV-SW-CUSTOMER,
                       :HV-PY-NICKNAME,
                       :HV-PY-DEST-SORTCODE,
                       :HV-PY-DEST-NUMBER,
                       :WS-RUN-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: PAYEE INSERT FAILED FOR SWITCH '
                     WS-SWD-SWITCH-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PAYEE SET-UP FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       LOAD-PAYEE-END.

      * PROCEDURE FETCH-NEXT-SWITCH
       FETCH-NEXT-SWITCH.
           EXEC SQL
              FETCH SWCHEXEC-CURSOR
                INTO :HV-SW-ID, :HV-SW-DIRECTION,
                     :HV-SW-SORTCODE, :HV-SW-NUMBER,
                     :HV-SW-CUSTOMER, :HV-SW-OTHER-SORTCODE,
                     :HV-SW-OTHER-NUMBER, :HV-SW-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'SWCHEXEC: FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-SWITCHES-DUE
             END-IF
           END-IF.
       FETCH-NEXT-SWITCH-END.

      * PROCEDURE CARRY-OUT-SWITCH
      * One switch per unit of work. A switch that cannot be
      * carried out stays pending and is printed on the report for
      * the branch - it is tried again every night until it is
      * resolved or cancelled.
       CARRY-OUT-SWITCH.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE 0 TO WS-BALANCE-SENT.
           MOVE 0 TO WS-REDIRECT-UNTIL.

           IF HV-SW-DIRECTION = 'O'
             PERFORM CLOSE-OUTGOING-ACCOUNT
                THRU CLOSE-OUTGOING-ACCOUNT-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM COMPLETE-SWITCH THRU COMPLETE-SWITCH-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
             IF HV-SW-DIRECTION = 'O'
               MOVE 'SWITCHED OUT AND CLOSED' TO WS-ACTION-TEXT
               ADD 1 TO WS-SWITCHES-OUT
             ELSE
               MOVE 'SWITCHED IN' TO WS-ACTION-TEXT
               ADD 1 TO WS-SWITCHES-IN
             END-IF
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-SWITCHES-HELD
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE HV-SW-ID TO WS-RPT-ID.
           MOVE HV-SW-DIRECTION TO WS-RPT-TYPE.
           MOVE HV-SW-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-SW-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-SW-OTHER-SORTCODE TO WS-RPT-OTHER-SCODE.
           MOVE HV-SW-OTHER-NUMBER TO WS-RPT-OTHER-ACCNO.
           MOVE WS-BALANCE-SENT TO WS-RPT-AMOUNT.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       CARRY-OUT-SWITCH-END.

      * PROCEDURE CLOSE-OUTGOING-ACCOUNT
      * The closure path, as CLOSACC walks it, with the balance
      * sent on to the new bank as the disposition.
       CLOSE-OUTGOING-ACCOUNT.
           PERFORM READ-SWITCHING-ACCOUNT
              THRU READ-SWITCHING-ACCOUNT-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-OUTGOING-ACCOUNT-END
           END-IF.

           PERFORM CHECK-CLOSURE-HOLDS
              THRU CHECK-CLOSURE-HOLDS-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-OUTGOING-ACCOUNT-END
           END-IF.

           PERFORM SWITCH-PAYMENTS-AWAY
              THRU SWITCH-PAYMENTS-AWAY-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-OUTGOING-ACCOUNT-END
           END-IF.

           PERFORM SETTLE-ACCRUED-INTEREST
              THRU SETTLE-ACCRUED-INTEREST-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-OUTGOING-ACCOUNT-END
           END-IF.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-BALANCE-SENT.

           IF WS-BALANCE-SENT > 0
             PERFORM SEND-BALANCE-ON THRU SEND-BALANCE-ON-END
             IF WS-POSTING-OK NOT = 'Y'
               GO TO CLOSE-OUTGOING-ACCOUNT-END
             END-IF
           END-IF.

           PERFORM CLOSE-SWITCHED-ACCOUNT
              THRU CLOSE-SWITCHED-ACCOUNT-END.
       CLOSE-OUTGOING-ACCOUNT-END.

      * PROCEDURE READ-SWITCHING-ACCOUNT
       READ-SWITCHING-ACCOUNT.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-SW-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-SW-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_EYECATCHER,
                     ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_OPENED,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_LAST_STMT_DATE,
                     ACCOUNT_NEXT_STMT_DATE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_ACCRUED_INTEREST, 0)
                INTO :HV-ACCOUNT-EYECATCHER,
                     :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-TYPE,
                     :HV-ACCOUNT-INT-RATE,
                     :HV-ACCOUNT-OPENED,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-LAST-STMT-DT,
                     :HV-ACCOUNT-NEXT-STMT-DT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-ACCRUED-INT
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO READ-SWITCHING-ACCOUNT-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: ACCOUNT READ FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       READ-SWITCHING-ACCOUNT-END.

      * PROCEDURE CHECK-CLOSURE-HOLDS
      * What stops CLOSACC stops a switch: any control on the
      * account, an escalated suspicious activity report against
      * its customer, or a debit balance. A failed lookup is
      * treated as held - fail safe, not fail open.
       CHECK-CLOSURE-HOLDS.
           MOVE 0 TO HV-CTRL-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CTRL-CHECK-COUNT
                FROM ACCOUNT_CONTROL
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-CTRL-CHECK-COUNT
           END-IF.

           IF HV-CTRL-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT CONTROLLED - NOT SWITCHED' TO WS-ACTION-TEXT
             GO TO CHECK-CLOSURE-HOLDS-END
           END-IF.

           MOVE 0 TO HV-SAR-HOLD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SAR-HOLD-COUNT
                FROM AML_REVIEW
               WHERE AML_REVIEW_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND AML_REVIEW_CUSTOMER = :HV-ACCOUNT-CUST-NUMBER
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-SAR-HOLD-COUNT
           END-IF.

           IF HV-SAR-HOLD-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'CUSTOMER UNDER SAR - NOT SWITCHED' TO WS-ACTION-TEXT
             GO TO CHECK-CLOSURE-HOLDS-END
           END-IF.

           IF HV-ACCOUNT-ACTUAL-BAL < 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT OVERDRAWN - NOT SWITCHED' TO WS-ACTION-TEXT
           END-IF.
       CHECK-CLOSURE-HOLDS-END.

      * PROCEDURE SWITCH-PAYMENTS-AWAY
      * The active standing orders and live instructions go with
      * the customer - marked switched away, so nothing more is
      * paid or collected here and the extract can find them.
       SWITCH-PAYMENTS-AWAY.
           EXEC SQL
              UPDATE STANDING_ORDER
                 SET STANDING_ORDER_STATUS = 'S'
               WHERE STANDING_ORDER_FROM_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND STANDING_ORDER_FROM_NUMBER = :HV-ACCOUNT-NUMBER
                 AND STANDING_ORDER_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: ORDER UPDATE FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO SWITCH-PAYMENTS-AWAY-END
           END-IF.

           EXEC SQL
              UPDATE DIRECT_DEBIT_INSTRUCTION
                 SET DDI_STATUS = 'S',
                     DDI_CANCELLED_DATE = :WS-RUN-DATE,
                     DDI_CANCELLED_BY = 'SWO'
               WHERE DDI_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND DDI_NUMBER = :HV-ACCOUNT-NUMBER
                 AND DDI_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: INSTRUCTION UPDATE FAILED FOR '
                     'SWITCH ' HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       SWITCH-PAYMENTS-AWAY-END.

      * PROCEDURE SETTLE-ACCRUED-INTEREST
      * Whatever ACCRINT has accrued but not yet capitalized goes
      * into the balance now, through an INT posting, so the
      * balance sent on is everything the customer is owed.
       SETTLE-ACCRUED-INTEREST.
           IF HV-ACCOUNT-ACCRUED-INT = 0
             GO TO SETTLE-ACCRUED-INTEREST-END
           END-IF.

           MOVE HV-ACCOUNT-ACCRUED-INT TO WS-SETTLE-INTEREST.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-SETTLE-INTEREST.
           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-SETTLE-INTEREST.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL,
                     ACCOUNT_ACCRUED_INTEREST = 0
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: INTEREST SETTLE FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO SETTLE-ACCRUED-INTEREST-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'CLOSING INTEREST' TO HV-PROCTRAN-DESC(17:16).
           MOVE 'INT' TO HV-PROCTRAN-TYPE.
           MOVE WS-SETTLE-INTEREST TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.

           MOVE WS-NEW-AVAIL-BAL TO HV-ACCOUNT-AVAIL-BAL.
           MOVE WS-NEW-ACTUAL-BAL TO HV-ACCOUNT-ACTUAL-BAL.
       SETTLE-ACCRUED-INTEREST-END.

      * PROCEDURE SEND-BALANCE-ON
      * Debits the whole balance as an 'OBP' payment and queues it
      * to the customer's new account the way SORDEXEC queues a
      * payment to another bank, so OBPSUBM submits it tonight and
      * OBPRESP can match the response back.
       SEND-BALANCE-ON.
           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = 0,
                     ACCOUNT_ACTUAL_BALANCE = 0
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO SEND-BALANCE-ON-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-SW-OTHER-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-SW-OTHER-NUMBER TO HV-PROCTRAN-DESC(7:8).
           MOVE 'ACCOUNT SWITCH' TO HV-PROCTRAN-DESC(17:14).
           MOVE 'OBP' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-BALANCE-SENT.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO SEND-BALANCE-ON-END
           END-IF.

           INITIALIZE HOST-OUTBOUND-ROW.
           MOVE HV-PROCTRAN-REF TO HV-OBP-PROCTRAN-REF.
           MOVE HV-SW-ID TO WS-SWD-SWITCH-ID.
           STRING 'SWITCH ' DELIMITED BY SIZE
                  WS-SWD-SWITCH-ID DELIMITED BY SIZE
              INTO HV-OBP-PAYEE-REF
           END-STRING.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.
           MOVE HV-CUSTOMER-LAST-NAME (1:18) TO HV-OBP-PAYEE-NAME.

           MOVE 0 TO HV-OBP-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(OUTBOUND_PAYMENT_ID), 0)
                INTO :HV-OBP-MAX-ID
                FROM OUTBOUND_PAYMENT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: OUTBOUND ID LOOKUP FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO SEND-BALANCE-ON-END
           END-IF.

           COMPUTE HV-OBP-ID = HV-OBP-MAX-ID + 1.

           EXEC SQL
              INSERT INTO OUTBOUND_PAYMENT
                     ( OUTBOUND_PAYMENT_ID,
                       OUTBOUND_FROM_SORTCODE,
                       OUTBOUND_FROM_NUMBER,
                       OUTBOUND_DEST_SORTCODE,
                       OUTBOUND_DEST_NUMBER,
                       OUTBOUND_PAYEE_NAME,
                       OUTBOUND_PAYEE_REF,
                       OUTBOUND_AMOUNT,
                       OUTBOUND_SOURCE,
                       OUTBOUND_SOURCE_ID,
                       OUTBOUND_PROCTRAN_REF,
                       OUTBOUND_STATUS,
                       OUTBOUND_QUEUED_DATE,
                       OUTBOUND_SUBMIT_DATE,
                       OUTBOUND_RETURN_REASON,
                       OUTBOUND_RETURN_REF )
              VALUES ( :HV-OBP-ID,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-SW-OTHER-SORTCODE,
                       :HV-SW-OTHER-NUMBER,
                       :HV-OBP-PAYEE-NAME,
                       :HV-OBP-PAYEE-REF,
                       :WS-BALANCE-SENT,
                       'SWB',
                       :HV-SW-ID,
                       :HV-OBP-PROCTRAN-REF,
                       'Q',
                       :WS-RUN-DATE,
                       0,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: UNABLE TO QUEUE OUTBOUND PAYMENT '
                     'FOR SWITCH ' HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       SEND-BALANCE-ON-END.

      * PROCEDURE CLOSE-SWITCHED-ACCOUNT
      * Tombstone, record and delete - the closure path CLOSACC
      * applies at the counter, with the balance sent on archived
      * as the balance at closure.
       CLOSE-SWITCHED-ACCOUNT.
           EXEC SQL
              INSERT INTO ACCOUNT_ARCHIVE
                     ( ACCOUNT_EYECATCHER,
                       ACCOUNT_CUSTOMER_NUMBER,
                       ACCOUNT_SORTCODE,
                       ACCOUNT_NUMBER,
                       ACCOUNT_TYPE,
                       ACCOUNT_INTEREST_RATE,
                       ACCOUNT_OPENED,
                       ACCOUNT_OVERDRAFT_LIMIT,
                       ACCOUNT_LAST_STMT_DATE,
                       ACCOUNT_NEXT_STMT_DATE,
                       ACCOUNT_AVAILABLE_BALANCE,
                       ACCOUNT_ACTUAL_BALANCE,
                       ACCOUNT_ARCHIVE_CLOSED_DATE,
                       ACCOUNT_ARCHIVE_CLOSED_TIME,
                       ACCOUNT_ARCHIVE_REASON )
              VALUES ( :HV-ACCOUNT-EYECATCHER,
                       :HV-ACCOUNT-CUST-NUMBER,
                       :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-INT-RATE,
                       :HV-ACCOUNT-OPENED,
                       :HV-ACCOUNT-OVERDRAFT,
                       :HV-ACCOUNT-LAST-STMT-DT,
                       :HV-ACCOUNT-NEXT-STMT-DT,
                       :WS-BALANCE-SENT,
                       :WS-BALANCE-SENT,
                       :WS-PROCTRAN-DATE-X,
                       '00:00:00',
                       'S' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: TOMBSTONE FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ARCHIVE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CLOSE-SWITCHED-ACCOUNT-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'SWITCHED TO ' TO HV-PROCTRAN-DESC(17:12).
           MOVE HV-SW-OTHER-SORTCODE TO HV-PROCTRAN-DESC(29:6).
           MOVE HV-SW-OTHER-NUMBER TO HV-PROCTRAN-DESC(35:8).
           MOVE 'ODA' TO HV-PROCTRAN-TYPE.
           MOVE ZEROS TO HV-PROCTRAN-AMOUNT.
           MOVE ZEROS TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
           IF WS-POSTING-OK NOT = 'Y'
             GO TO CLOSE-SWITCHED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DELETE FAILED - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CLOSE-SWITCHED-ACCOUNT-END
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT_OWNER
               WHERE ACCOUNT_OWNER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_OWNER_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'OWNER CLEANUP FAILED' TO WS-ACTION-TEXT
           END-IF.
       CLOSE-SWITCHED-ACCOUNT-END.

      * PROCEDURE COMPLETE-SWITCH
      * Marks the switch completed in its unit of work. An outgoing
      * switch records the balance sent on and the end of its
      * redirection period.
       COMPLETE-SWITCH.
           IF HV-SW-DIRECTION = 'O'
             PERFORM SET-REDIRECT-PERIOD
                THRU SET-REDIRECT-PERIOD-END
             IF WS-POSTING-OK NOT = 'Y'
               GO TO COMPLETE-SWITCH-END
             END-IF
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT_SWITCH
                 SET ACCOUNT_SWITCH_STATUS = 'C',
                     ACCOUNT_SWITCH_BALANCE_SENT = :WS-BALANCE-SENT,
                     ACCOUNT_SWITCH_REDIRECT_UNTIL
                        = :WS-REDIRECT-UNTIL,
                     ACCOUNT_SWITCH_COMPLETED_DATE = :WS-RUN-DATE
               WHERE ACCOUNT_SWITCH_ID = :HV-SW-ID
                 AND ACCOUNT_SWITCH_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: SWITCH UPDATE FAILED FOR SWITCH '
                     HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       COMPLETE-SWITCH-END.

      * PROCEDURE SET-REDIRECT-PERIOD
      * The redirection runs WS-REDIRECT-MONTHS from the switch
      * date, through DB2 date arithmetic.
       SET-REDIRECT-PERIOD.
           MOVE SPACES TO HV-SWITCH-ISO.
           COMPUTE WS-SW-ISO-YYYY = HV-SW-DATE / 10000.
           COMPUTE WS-SW-ISO-MM =
              (HV-SW-DATE / 100) - ((HV-SW-DATE / 10000) * 100).
           COMPUTE WS-SW-ISO-DD =
              HV-SW-DATE - ((HV-SW-DATE / 100) * 100).
           MOVE '-' TO HV-SWITCH-ISO(5:1).
           MOVE '-' TO HV-SWITCH-ISO(8:1).

           EXEC SQL
              SELECT CHAR(DATE(:HV-SWITCH-ISO)
                          + :WS-REDIRECT-MONTHS MONTHS, ISO)
                INTO :HV-REDIRECT-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DATE ARITHMETIC FAILED' TO WS-ACTION-TEXT
             GO TO SET-REDIRECT-PERIOD-END
           END-IF.

           COMPUTE WS-REDIRECT-UNTIL =
              (WS-RD-ISO-YYYY * 10000) +
              (WS-RD-ISO-MM * 100) +
              WS-RD-ISO-DD.
       SET-REDIRECT-PERIOD-END.

      * PROCEDURE WRITE-SWITCH-EXTRACT
      * Every outgoing switch completed today - an 'H' record, then
      * the orders and instructions that went with the account.
       WRITE-SWITCH-EXTRACT.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN EXTRACT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: UNABLE TO OPEN EXTRACT-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO WRITE-SWITCH-EXTRACT-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH EXTRACT-CURSOR
                  INTO :HV-SW-ID, :HV-SW-SORTCODE, :HV-SW-NUMBER,
                       :HV-SW-CUSTOMER, :HV-SW-OTHER-SORTCODE,
                       :HV-SW-OTHER-NUMBER, :HV-SW-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM EXTRACT-ONE-SWITCH
                  THRU EXTRACT-ONE-SWITCH-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SWCHEXEC: EXTRACT FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE EXTRACT-CURSOR
           END-EXEC.
       WRITE-SWITCH-EXTRACT-END.

      * PROCEDURE EXTRACT-ONE-SWITCH
       EXTRACT-ONE-SWITCH.
           MOVE HV-SW-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-SW-CUSTOMER TO HV-ACCOUNT-CUST-NUMBER.
           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

           MOVE SPACES TO WS-SWITCH-DETAIL.
           MOVE 'H' TO WS-SWD-REC-TYPE.
           MOVE HV-SW-ID TO WS-SWD-SWITCH-ID.
           MOVE HV-SW-SORTCODE TO WS-SWD-HDR-SORTCODE.
           MOVE HV-SW-NUMBER TO WS-SWD-HDR-ACCNO.
           MOVE HV-SW-OTHER-SORTCODE TO WS-SWD-HDR-NEW-SCODE.
           MOVE HV-SW-OTHER-NUMBER TO WS-SWD-HDR-NEW-ACCNO.
           MOVE HV-SW-DATE TO WS-SWD-HDR-DATE.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-SWD-HDR-NAME
           END-STRING.
           MOVE WS-SWITCH-DETAIL TO SWCH-OUT-RECORD.
           WRITE SWCH-OUT-RECORD.

           MOVE 'N' TO WS-END-OF-ITEMS.

           EXEC SQL
              OPEN ORDER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-END-OF-ITEMS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ITEMS
             EXEC SQL
                FETCH ORDER-CURSOR
                  INTO :HV-SO-TO-SORTCODE, :HV-SO-TO-NUMBER,
                       :HV-SO-AMOUNT, :HV-SO-FREQUENCY,
                       :HV-SO-NEXT-DUE, :HV-SO-END-DATE
             END-EXEC
             IF SQLCODE = 0
               MOVE SPACES TO WS-SWITCH-DETAIL
               MOVE 'S' TO WS-SWD-REC-TYPE
               MOVE HV-SW-ID TO WS-SWD-SWITCH-ID
               MOVE HV-SO-TO-SORTCODE TO WS-SWD-SO-SORTCODE
               MOVE HV-SO-TO-NUMBER TO WS-SWD-SO-ACCNO
               MOVE HV-SO-AMOUNT TO WS-SWD-SO-AMOUNT
               MOVE HV-SO-FREQUENCY TO WS-SWD-SO-FREQUENCY
               MOVE HV-SO-NEXT-DUE TO WS-SWD-SO-NEXT-DUE
               MOVE HV-SO-END-DATE TO WS-SWD-SO-END-DATE
               MOVE WS-SWITCH-DETAIL TO SWCH-OUT-RECORD
               WRITE SWCH-OUT-RECORD
               ADD 1 TO WS-EXTRACT-DETAILS
             ELSE
               MOVE 'Y' TO WS-END-OF-ITEMS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE ORDER-CURSOR
           END-EXEC.

           MOVE 'N' TO WS-END-OF-ITEMS.

           EXEC SQL
              OPEN DDI-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-END-OF-ITEMS
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-ITEMS
             EXEC SQL
                FETCH DDI-CURSOR
                  INTO :HV-DDI-SUN, :HV-DDI-REFERENCE,
                       :HV-DDI-ORIGINATOR-NAME
             END-EXEC
             IF SQLCODE = 0
               MOVE SPACES TO WS-SWITCH-DETAIL
               MOVE 'D' TO WS-SWD-REC-TYPE
               MOVE HV-SW-ID TO WS-SWD-SWITCH-ID
               MOVE HV-DDI-SUN TO WS-SWD-DDI-SUN
               MOVE HV-DDI-REFERENCE TO WS-SWD-DDI-REFERENCE
               MOVE HV-DDI-ORIGINATOR-NAME TO WS-SWD-DDI-ORIG-NAME
               MOVE WS-SWITCH-DETAIL TO SWCH-OUT-RECORD
               WRITE SWCH-OUT-RECORD
               ADD 1 TO WS-EXTRACT-DETAILS
             ELSE
               MOVE 'Y' TO WS-END-OF-ITEMS
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE DDI-CURSOR
           END-EXEC.
       EXTRACT-ONE-SWITCH-END.

      * PROCEDURE WRITE-PROCTRAN-ROW
      * Draws a cross-region reference from HBNKPROCREF and inserts
      * the PROCTRAN row already built in HOST-PROCTRAN-ROW.
       WRITE-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.

           MOVE 1 TO NCS-PROCTRAN-REF-INC.

           CALL 'DFHNCTR' USING WS-NCTR-FUNCTION,
                                NCS-PROCTRAN-REF-NAME,
                                WS-NCTR-POOL,
                                NCS-PROCTRAN-REF-VALUE,
                                NCS-PROCTRAN-REF-INC,
                                WS-NCTR-RESPONSE.

           IF WS-NCTR-RESPONSE NOT = 0
             DISPLAY 'SWCHEXEC: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR SWITCH ' HV-SW-ID
                     ' RESPONSE=' WS-NCTR-RESPONSE
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NO PROCTRAN REFERENCE' TO WS-ACTION-TEXT
             GO TO WRITE-PROCTRAN-ROW-END
           END-IF.

           MOVE NCS-PROCTRAN-REF-VALUE TO WS-REF-EIBTASKN12.
           MOVE WS-REF-EIBTASKN12 TO HV-PROCTRAN-REF.

           EXEC SQL
              INSERT INTO PROCTRAN
                     ( PROCTRAN_EYECATCHER,
                       PROCTRAN_SORTCODE,
                       PROCTRAN_NUMBER,
                       PROCTRAN_DATE,
                       PROCTRAN_TIME,
                       PROCTRAN_REF,
                       PROCTRAN_TYPE,
                       PROCTRAN_DESC,
                       PROCTRAN_AMOUNT,
                       PROCTRAN_BALANCE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SWCHEXEC: UNABLE TO INSERT PROCTRAN FOR '
                     'SWITCH ' HV-SW-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PROCTRAN WRITE FAILED' TO WS-ACTION-TEXT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE READ-CUSTOMER
       READ-CUSTOMER.
           MOVE SPACES TO HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME
                INTO :HV-CUSTOMER-FIRST-NAME, :HV-CUSTOMER-LAST-NAME
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SPACES TO HOST-CUSTOMER-ROW
           END-IF.
       READ-CUSTOMER-END.

      * PROCEDURE WRITE-DETAIL-REJECT
       WRITE-DETAIL-REJECT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SWD-SWITCH-ID TO WS-RPT-ID.
           MOVE WS-SWD-REC-TYPE TO WS-RPT-TYPE.
           MOVE HV-SW-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-SW-NUMBER TO WS-RPT-ACCNO.
           MOVE HV-SW-OTHER-SORTCODE TO WS-RPT-OTHER-SCODE.
           MOVE HV-SW-OTHER-NUMBER TO WS-RPT-OTHER-ACCNO.
           MOVE 0 TO WS-RPT-AMOUNT.
           IF WS-SWD-REC-TYPE = 'S' AND WS-SWD-SO-AMOUNT NUMERIC
             MOVE WS-SWD-SO-AMOUNT TO WS-RPT-AMOUNT
           END-IF.
           MOVE WS-ACTION-TEXT TO WS-RPT-ACTION.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
           ADD 1 TO WS-DETAILS-REJECTED.
       WRITE-DETAIL-REJECT-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SWCH-RPT-RECORD.
           WRITE SWCH-RPT-RECORD.
       WRITE-REPORT-LINE-END.

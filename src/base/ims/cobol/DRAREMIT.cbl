       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAREMIT.

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
      * Debt recovery agency remittance import.
      *
      * Reads a recovery agency's monthly collections file
      * (DRAREMIN) - an 'H' header naming the agency and the month,
      * one 'D' detail per collection quoting our placement id
      * (DEBT_PLACEMENT, from DRAPLACE), the account, the gross the
      * debtor paid, the commission the agency kept and the
      * agency's reference, and a 'T' trailer carrying the detail
      * count and the gross and commission totals. A file that does
      * not agree with its trailer, or whose agency is not on
      * RECOVERY_AGENCY, is rejected whole (the DDCOLL convention).
      *
      * Each collection is posted back the way WRITEOFF posts a
      * recovery receipt, net of the agency's commission: the net
      * credits the account through a 'WOR' posting and accumulates
      * in WRITE_OFF_RECOVERED. The gross and the commission
      * accumulate on the placement, which is marked cleared once
      * the agency has collected the whole amount placed, and the
      * collection is recorded on DEBT_RECOVERY. A collection is
      * not posted - it goes on the exceptions report for finance -
      * when the placement is unknown, belongs to another agency or
      * account, has already cleared, or the agency's reference has
      * been posted before; or when the commission taken is more
      * than the agreed RECOVERY_AGENCY_COMMISSION_PCT of the gross.
      * A collection made before a recall reached the agency is
      * still posted.
      *
      * One collection per unit of work. The report (DRARPT) lists
      * the exceptions, the file's totals posted, and then the
      * performance of every agency over all its placements -
      * placed, live, collected, commission, net and the recovery
      * rate - for finance. Return code 4 when there are
      * exceptions.
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
           SELECT DRA-RMT-FILE ASSIGN TO DRAREMIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT DRA-RPT-FILE ASSIGN TO DRARPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRA-RMT-FILE
           RECORDING MODE IS F.
       01  DRA-RMT-RECORD                PIC X(100).

       FD  DRA-RPT-FILE
           RECORDING MODE IS F.
       01  DRA-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * WRITE_OFF DB2 copybook - the ledger row the recovery lands
      * against
           EXEC SQL
              INCLUDE WOFDB2
           END-EXEC.

       77  HV-WOF-CHECK-COUNT        PIC S9(9) COMP    VALUE 0.

      * DEBT_PLACEMENT DB2 copybook
           EXEC SQL
              INCLUDE DPLCDB2
           END-EXEC.

      * DEBT_RECOVERY DB2 copybook - one row per collection posted
           EXEC SQL
              INCLUDE DRCVDB2
           END-EXEC.

       77  HV-DRCV-CHECK-COUNT       PIC S9(9) COMP    VALUE 0.

      * RECOVERY_AGENCY DB2 copybook
           EXEC SQL
              INCLUDE RAGYDB2
           END-EXEC.

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

      * RECOVERY_AGENCY host variables for DB2
       01  HOST-AGENCY-ROW.
           03  HV-AGENCY-CODE            PIC X(4).
           03  HV-AGENCY-NAME            PIC X(30).
           03  HV-AGENCY-COMMISSION-PCT  PIC S9(3)V99 COMP-3.

      * DEBT_PLACEMENT host variables for DB2
       01  HOST-PLACEMENT-ROW.
           03  HV-DPL-ID                 PIC S9(9) COMP.
           03  HV-DPL-SORTCODE           PIC X(6).
           03  HV-DPL-NUMBER             PIC X(8).
           03  HV-DPL-AGENCY             PIC X(4).
           03  HV-DPL-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-DPL-STATUS             PIC X.
           03  HV-DPL-COLLECTED          PIC S9(10)V99 COMP-3.

      * DEBT_RECOVERY host variables for DB2
       01  HOST-RECOVERY-ROW.
           03  HV-DRCV-AGENCY-REF        PIC X(20).
           03  HV-DRCV-COLLECTED-DATE    PIC S9(9) COMP.
           03  HV-DRCV-GROSS             PIC S9(10)V99 COMP-3.
           03  HV-DRCV-COMMISSION        PIC S9(10)V99 COMP-3.
           03  HV-DRCV-NET               PIC S9(10)V99 COMP-3.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * Agency performance host variables for DB2
       01  HOST-PERFORMANCE-ROW.
           03  HV-PERF-AGENCY            PIC X(4).
           03  HV-PERF-NAME              PIC X(30).
           03  HV-PERF-PLACED            PIC S9(9) COMP.
           03  HV-PERF-LIVE              PIC S9(9) COMP.
           03  HV-PERF-AMOUNT            PIC S9(12)V99 COMP-3.
           03  HV-PERF-COLLECTED         PIC S9(12)V99 COMP-3.
           03  HV-PERF-COMMISSION        PIC S9(12)V99 COMP-3.

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
      * The remittance file layouts - an 'H' header, one 'D'
      * detail per collection, closed by a 'T' control trailer.
      *
       01  WS-REMIT-DETAIL.
           05  WS-RMT-REC-TYPE       PIC X.
           05  WS-RMT-PLACEMENT-ID   PIC 9(8).
           05  WS-RMT-SORTCODE       PIC X(6).
           05  WS-RMT-ACCNO          PIC X(8).
           05  WS-RMT-GROSS          PIC 9(10)V99.
           05  WS-RMT-COMMISSION     PIC 9(10)V99.
           05  WS-RMT-COLLECTED-DATE PIC 9(8).
           05  WS-RMT-AGENCY-REF     PIC X(20).
           05  FILLER                PIC X(25).

       01  WS-REMIT-HEADER REDEFINES WS-REMIT-DETAIL.
           05  FILLER                PIC X.
           05  WS-RMT-HDR-AGENCY     PIC X(4).
           05  WS-RMT-HDR-MONTH      PIC 9(6).
           05  WS-RMT-HDR-CREATED    PIC 9(8).
           05  FILLER                PIC X(81).

       01  WS-REMIT-TRAILER REDEFINES WS-REMIT-DETAIL.
           05  FILLER                PIC X.
           05  WS-RMT-TRL-COUNT      PIC 9(8).
           05  WS-RMT-TRL-GROSS      PIC 9(12)V99.
           05  WS-RMT-TRL-COMMISSION PIC 9(12)V99.
           05  FILLER                PIC X(63).

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(36)
               VALUE 'DEBT RECOVERY REMITTANCE - AGENCY '.
           05  WS-TTL-AGENCY         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TTL-NAME           PIC X(30).
           05  FILLER                PIC X(8)  VALUE '  MONTH '.
           05  WS-TTL-MONTH          PIC 9(6).

       01  WS-EXC-HEADING.
           05  FILLER                PIC X(48)
               VALUE 'EXCEPTIONS - NOT POSTED'.

       01  WS-EXC-LINE.
           05  WS-EXC-PLACEMENT-ID   PIC 9(8).
           05  FILLER                PIC X(2).
           05  WS-EXC-SCODE          PIC X(6).
           05  WS-EXC-SLASH          PIC X.
           05  WS-EXC-ACCNO          PIC X(8).
           05  FILLER                PIC X(2).
           05  WS-EXC-AGENCY-REF     PIC X(20).
           05  FILLER                PIC X(2).
           05  WS-EXC-GROSS          PIC -(10)9.99.
           05  FILLER                PIC X(2).
           05  WS-EXC-COMMISSION     PIC -(10)9.99.
           05  FILLER                PIC X(2).
           05  WS-EXC-REASON         PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL          PIC X(30).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.
           05  FILLER                PIC X(2).
           05  WS-TOT-GROSS          PIC -(12)9.99.
           05  FILLER                PIC X(2).
           05  WS-TOT-COMMISSION     PIC -(12)9.99.
           05  FILLER                PIC X(2).
           05  WS-TOT-NET            PIC -(12)9.99.

       01  WS-PERF-HEADING-1.
           05  FILLER                PIC X(48)
               VALUE 'AGENCY PERFORMANCE - ALL PLACEMENTS TO DATE'.

       01  WS-PERF-HEADING-2.
           05  FILLER                PIC X(48)
               VALUE 'AGCY  NAME                           PLACED    L'.
           05  FILLER                PIC X(48)
               VALUE 'IVE    AMOUNT PLACED        COLLECTED     COMMIS'.
           05  FILLER                PIC X(27)
               VALUE 'SION            NET   RATE%'.

       01  WS-PERF-LINE.
           05  WS-PERF-AGENCY        PIC X(4).
           05  FILLER                PIC X(2).
           05  WS-PERF-NAME          PIC X(30).
           05  FILLER                PIC X(1).
           05  WS-PERF-PLACED        PIC ZZZZZ9.
           05  FILLER                PIC X(2).
           05  WS-PERF-LIVE          PIC ZZZZZ9.
           05  FILLER                PIC X(1).
           05  WS-PERF-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(1).
           05  WS-PERF-COLLECTED     PIC -(12)9.99.
           05  FILLER                PIC X(1).
           05  WS-PERF-COMMISSION    PIC -(10)9.99.
           05  FILLER                PIC X(1).
           05  WS-PERF-NET           PIC -(10)9.99.
           05  FILLER                PIC X(2).
           05  WS-PERF-RATE          PIC ZZ9.99.

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
       77  WS-HEADER-SEEN            PIC X             VALUE 'N'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-POSTED           PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REJECTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-CLEARED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-FILE-GROSS             PIC S9(12)V99     VALUE 0.
       77  WS-FILE-COMMISSION        PIC S9(12)V99     VALUE 0.
       77  WS-POSTED-GROSS           PIC S9(12)V99     VALUE 0.
       77  WS-POSTED-COMMISSION      PIC S9(12)V99     VALUE 0.
       77  WS-POSTED-NET             PIC S9(12)V99     VALUE 0.
       77  WS-AGREED-COMMISSION      PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.
       77  WS-PERF-NET-AMOUNT        PIC S9(12)V99     VALUE 0.
       77  WS-PERF-RATE-PCT          PIC S9(3)V99      VALUE 0.

      * Every agency on file, with its placements summarized.
           EXEC SQL
              DECLARE PERF-CURSOR CURSOR FOR
                 SELECT A.RECOVERY_AGENCY_CODE,
                        A.RECOVERY_AGENCY_NAME,
                        COUNT(P.DEBT_PLACEMENT_ID),
                        COALESCE(SUM(CASE P.DEBT_PLACEMENT_STATUS
                                     WHEN 'P' THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(P.DEBT_PLACEMENT_AMOUNT), 0),
                        COALESCE(SUM(P.DEBT_PLACEMENT_COLLECTED), 0),
                        COALESCE(SUM(P.DEBT_PLACEMENT_COMMISSION), 0)
                   FROM RECOVERY_AGENCY A
                   LEFT OUTER JOIN DEBT_PLACEMENT P
                     ON P.DEBT_PLACEMENT_AGENCY = A.RECOVERY_AGENCY_CODE
                  GROUP BY A.RECOVERY_AGENCY_CODE,
                           A.RECOVERY_AGENCY_NAME
                  ORDER BY A.RECOVERY_AGENCY_CODE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DRAREMIT' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

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
           DISPLAY 'DRAREMIT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE 'WOR' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           PERFORM PROVE-REMITTANCE-FILE
              THRU PROVE-REMITTANCE-FILE-END.

           IF WS-FILE-IN-BALANCE = 'Y'
             PERFORM READ-AGENCY THRU READ-AGENCY-END
           END-IF.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'DRAREMIT: REMITTANCE FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN INPUT DRA-RMT-FILE.
           OPEN OUTPUT DRA-RPT-FILE.

           MOVE SPACES TO DRA-RPT-RECORD.
           MOVE HV-AGENCY-CODE TO WS-TTL-AGENCY.
           MOVE HV-AGENCY-NAME TO WS-TTL-NAME.
           MOVE WS-TITLE-LINE TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.

           MOVE SPACES TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
           MOVE WS-EXC-HEADING TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ DRA-RMT-FILE INTO WS-REMIT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-RMT-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM POST-ONE-COLLECTION
                        THRU POST-ONE-COLLECTION-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE DRA-RMT-FILE.

           PERFORM WRITE-REMITTANCE-TOTALS
              THRU WRITE-REMITTANCE-TOTALS-END.
           PERFORM WRITE-AGENCY-PERFORMANCE
              THRU WRITE-AGENCY-PERFORMANCE-END.

           CLOSE DRA-RPT-FILE.

           IF WS-ITEMS-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'DRAREMIT: COLLECTIONS READ     = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-POSTED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAREMIT: COLLECTIONS POSTED   = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAREMIT: COLLECTIONS REJECTED = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-CLEARED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAREMIT: PLACEMENTS CLEARED   = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-POSTED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VERIFY-TXN-TYPE
      * The posting type must be on TRANSACTION_TYPE before
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
             DISPLAY 'DRAREMIT: TYPE ' HV-TXNT-CODE ' NOT ON '
                     'TRANSACTION_TYPE - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.
       VERIFY-TXN-TYPE-END.

      * PROCEDURE PROVE-REMITTANCE-FILE
      * Counts and totals the details and checks them against the
      * trailer. The header is kept for the agency and the month.
       PROVE-REMITTANCE-FILE.
           OPEN INPUT DRA-RMT-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-FILE-GROSS.
           MOVE 0 TO WS-FILE-COMMISSION.
           MOVE SPACES TO HV-AGENCY-CODE.
           MOVE 0 TO WS-TTL-MONTH.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ DRA-RMT-FILE INTO WS-REMIT-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-RMT-REC-TYPE
                     WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE WS-RMT-HDR-AGENCY TO HV-AGENCY-CODE
                       MOVE WS-RMT-HDR-MONTH TO WS-TTL-MONTH
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                       IF WS-RMT-GROSS NUMERIC
                       AND WS-RMT-COMMISSION NUMERIC
                         ADD WS-RMT-GROSS TO WS-FILE-GROSS
                         ADD WS-RMT-COMMISSION TO WS-FILE-COMMISSION
                       END-IF
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-RMT-TRL-COUNT = WS-ITEMS-READ
                       AND WS-RMT-TRL-GROSS = WS-FILE-GROSS
                       AND WS-RMT-TRL-COMMISSION = WS-FILE-COMMISSION
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'DRAREMIT: TRAILER DOES NOT AGREE '
                                 'WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE DRA-RMT-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
             DISPLAY 'DRAREMIT: NO HEADER ON REMITTANCE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'DRAREMIT: NO CONTROL TRAILER ON REMITTANCE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-REMITTANCE-FILE-END.

      * PROCEDURE READ-AGENCY
      * The agency on the header must be one we contract with.
       READ-AGENCY.
           EXEC SQL
              SELECT RECOVERY_AGENCY_NAME,
                     RECOVERY_AGENCY_COMMISSION_PCT
                INTO :HV-AGENCY-NAME,
                     :HV-AGENCY-COMMISSION-PCT
                FROM RECOVERY_AGENCY
               WHERE RECOVERY_AGENCY_CODE = :HV-AGENCY-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: AGENCY ' HV-AGENCY-CODE
                     ' NOT ON RECOVERY_AGENCY, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 'N' TO WS-FILE-IN-BALANCE
             GO TO READ-AGENCY-END
           END-IF.

           DISPLAY 'DRAREMIT: AGENCY = ' HV-AGENCY-CODE ' '
                   HV-AGENCY-NAME.
       READ-AGENCY-END.

      * PROCEDURE POST-ONE-COLLECTION
      * One collection per unit of work - checked, posted back
      * through the recovery path, and committed, or rolled back
      * and reported.
       POST-ONE-COLLECTION.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE SPACES TO WS-ACTION-TEXT.

           PERFORM CHECK-COLLECTION THRU CHECK-COLLECTION-END.

           IF WS-POSTING-OK = 'Y'
             PERFORM POST-RECOVERY THRU POST-RECOVERY-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             PERFORM RECORD-COLLECTION THRU RECORD-COLLECTION-END
           END-IF.

           IF WS-POSTING-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD 1 TO WS-ITEMS-POSTED
             IF HV-DPL-STATUS = 'C'
               ADD 1 TO WS-ITEMS-CLEARED
             END-IF
             ADD HV-DRCV-GROSS TO WS-POSTED-GROSS
             ADD HV-DRCV-COMMISSION TO WS-POSTED-COMMISSION
             ADD HV-DRCV-NET TO WS-POSTED-NET
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
       POST-ONE-COLLECTION-END.

      * PROCEDURE CHECK-COLLECTION
      * The collection must quote a placement of ours with this
      * agency, on the account named, that is still being worked
      * or was recalled after the agency collected; it must not
      * have been posted before; and the agency may keep no more
      * than its agreed commission.
       CHECK-COLLECTION.
           INITIALIZE HOST-PLACEMENT-ROW.
           INITIALIZE HOST-RECOVERY-ROW.

           IF WS-RMT-GROSS NOT NUMERIC
           OR WS-RMT-COMMISSION NOT NUMERIC
           OR WS-RMT-PLACEMENT-ID NOT NUMERIC
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'INVALID DETAIL RECORD' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           MOVE WS-RMT-PLACEMENT-ID TO HV-DPL-ID.
           MOVE WS-RMT-AGENCY-REF TO HV-DRCV-AGENCY-REF.
           MOVE WS-RMT-COLLECTED-DATE TO HV-DRCV-COLLECTED-DATE.
           MOVE WS-RMT-GROSS TO HV-DRCV-GROSS.
           MOVE WS-RMT-COMMISSION TO HV-DRCV-COMMISSION.
           COMPUTE HV-DRCV-NET =
              HV-DRCV-GROSS - HV-DRCV-COMMISSION.

           IF HV-DRCV-GROSS NOT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NO AMOUNT COLLECTED' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           EXEC SQL
              SELECT DEBT_PLACEMENT_SORTCODE,
                     DEBT_PLACEMENT_NUMBER,
                     DEBT_PLACEMENT_AGENCY,
                     DEBT_PLACEMENT_AMOUNT,
                     DEBT_PLACEMENT_STATUS,
                     DEBT_PLACEMENT_COLLECTED
                INTO :HV-DPL-SORTCODE,
                     :HV-DPL-NUMBER,
                     :HV-DPL-AGENCY,
                     :HV-DPL-AMOUNT,
                     :HV-DPL-STATUS,
                     :HV-DPL-COLLECTED
                FROM DEBT_PLACEMENT
               WHERE DEBT_PLACEMENT_ID = :HV-DPL-ID
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PLACEMENT NOT FOUND' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: PLACEMENT READ FAILED FOR '
                     WS-RMT-PLACEMENT-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF HV-DPL-AGENCY NOT = HV-AGENCY-CODE
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PLACED WITH ANOTHER AGENCY' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF HV-DPL-SORTCODE NOT = WS-RMT-SORTCODE
           OR HV-DPL-NUMBER NOT = WS-RMT-ACCNO
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT DOES NOT MATCH PLACEMENT' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF HV-DPL-STATUS NOT = 'P' AND HV-DPL-STATUS NOT = 'R'
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PLACEMENT ALREADY CLEARED' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           MOVE 0 TO HV-DRCV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-DRCV-CHECK-COUNT
                FROM DEBT_RECOVERY
               WHERE DEBT_RECOVERY_PLACEMENT_ID = :HV-DPL-ID
                 AND DEBT_RECOVERY_AGENCY_REF = :HV-DRCV-AGENCY-REF
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF HV-DRCV-CHECK-COUNT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'COLLECTION ALREADY POSTED' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           COMPUTE WS-AGREED-COMMISSION ROUNDED =
              HV-DRCV-GROSS * HV-AGENCY-COMMISSION-PCT / 100.

           IF HV-DRCV-COMMISSION > WS-AGREED-COMMISSION
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'COMMISSION OVER AGREED RATE' TO WS-ACTION-TEXT
             GO TO CHECK-COLLECTION-END
           END-IF.

           IF HV-DRCV-NET NOT > 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NOTHING LEFT AFTER COMMISSION' TO WS-ACTION-TEXT
           END-IF.
       CHECK-COLLECTION-END.

      * PROCEDURE POST-RECOVERY
      * WRITEOFF's recovery receipt, in batch: the net credits the
      * account through its own 'WOR' posting - the balance
      * genuinely rises, so the ACCTCTL proof still holds - and
      * accumulates on the WRITE_OFF ledger row so the monthly
      * position is net.
       POST-RECOVERY.
           MOVE 0 TO HV-WOF-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-WOF-CHECK-COUNT
                FROM WRITE_OFF
               WHERE WRITE_OFF_SORTCODE = :HV-DPL-SORTCODE
                 AND WRITE_OFF_NUMBER = :HV-DPL-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-WOF-CHECK-COUNT = 0
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'NO WRITE-OFF ON THE ACCOUNT' TO WS-ACTION-TEXT
             GO TO POST-RECOVERY-END
           END-IF.

           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE HV-DPL-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE HV-DPL-NUMBER TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'ACCOUNT NOT FOUND' TO WS-ACTION-TEXT
             GO TO POST-RECOVERY-END
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: ACCOUNT READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO POST-RECOVERY-END
           END-IF.

           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + HV-DRCV-NET.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + HV-DRCV-NET.

           EXEC SQL
              UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE = :WS-NEW-AVAIL-BAL,
                     ACCOUNT_ACTUAL_BALANCE = :WS-NEW-ACTUAL-BAL
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 AND ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL
                 AND ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: RECOVERY CREDIT FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'BALANCE CONFLICT - RETRY' TO WS-ACTION-TEXT
             GO TO POST-RECOVERY-END
           END-IF.

           EXEC SQL
              UPDATE WRITE_OFF
                 SET WRITE_OFF_RECOVERED =
                        WRITE_OFF_RECOVERED + :HV-DRCV-NET
               WHERE WRITE_OFF_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND WRITE_OFF_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: WRITE_OFF UPDATE FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO POST-RECOVERY-END
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           MOVE 'WRITE-OFF RECOVERY' TO HV-PROCTRAN-DESC(17:18).
           MOVE 'WOR' TO HV-PROCTRAN-TYPE.
           MOVE HV-DRCV-NET TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.
           PERFORM WRITE-PROCTRAN-ROW THRU WRITE-PROCTRAN-ROW-END.
       POST-RECOVERY-END.

      * PROCEDURE RECORD-COLLECTION
      * The gross and commission go on the placement - cleared once
      * the agency has collected everything placed - and the
      * collection itself on DEBT_RECOVERY.
       RECORD-COLLECTION.
           IF HV-DPL-STATUS = 'P'
           AND HV-DPL-COLLECTED + HV-DRCV-GROSS >= HV-DPL-AMOUNT
             MOVE 'C' TO HV-DPL-STATUS
           END-IF.

           EXEC SQL
              UPDATE DEBT_PLACEMENT
                 SET DEBT_PLACEMENT_COLLECTED =
                        DEBT_PLACEMENT_COLLECTED + :HV-DRCV-GROSS,
                     DEBT_PLACEMENT_COMMISSION =
                        DEBT_PLACEMENT_COMMISSION + :HV-DRCV-COMMISSION,
                     DEBT_PLACEMENT_STATUS = :HV-DPL-STATUS,
                     DEBT_PLACEMENT_CLOSED_DATE =
                        CASE WHEN :HV-DPL-STATUS = 'C'
                             THEN :WS-RUN-DATE
                             ELSE DEBT_PLACEMENT_CLOSED_DATE END
               WHERE DEBT_PLACEMENT_ID = :HV-DPL-ID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: PLACEMENT UPDATE FAILED FOR '
                     WS-RMT-PLACEMENT-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
             GO TO RECORD-COLLECTION-END
           END-IF.

           EXEC SQL
              INSERT INTO DEBT_RECOVERY
                     ( DEBT_RECOVERY_PLACEMENT_ID,
                       DEBT_RECOVERY_AGENCY_REF,
                       DEBT_RECOVERY_AGENCY,
                       DEBT_RECOVERY_COLLECTED_DATE,
                       DEBT_RECOVERY_POSTED_DATE,
                       DEBT_RECOVERY_GROSS,
                       DEBT_RECOVERY_COMMISSION,
                       DEBT_RECOVERY_NET,
                       DEBT_RECOVERY_PROCTRAN_REF )
              VALUES ( :HV-DPL-ID,
                       :HV-DRCV-AGENCY-REF,
                       :HV-AGENCY-CODE,
                       :HV-DRCV-COLLECTED-DATE,
                       :WS-RUN-DATE,
                       :HV-DRCV-GROSS,
                       :HV-DRCV-COMMISSION,
                       :HV-DRCV-NET,
                       :HV-PROCTRAN-REF )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAREMIT: UNABLE TO RECORD COLLECTION FOR '
                     WS-RMT-PLACEMENT-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'DB2 ERROR - SEE JOB LOG' TO WS-ACTION-TEXT
           END-IF.
       RECORD-COLLECTION-END.

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
             DISPLAY 'DRAREMIT: UNABLE TO GET PROCTRAN REFERENCE '
                     'FOR PLACEMENT ' WS-RMT-PLACEMENT-ID
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
             DISPLAY 'DRAREMIT: UNABLE TO INSERT PROCTRAN FOR '
                     'PLACEMENT ' WS-RMT-PLACEMENT-ID
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-POSTING-OK
             MOVE 'PROCTRAN WRITE FAILED' TO WS-ACTION-TEXT
           END-IF.
       WRITE-PROCTRAN-ROW-END.

      * PROCEDURE WRITE-EXCEPTION
       WRITE-EXCEPTION.
           ADD 1 TO WS-ITEMS-REJECTED.

           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-RMT-PLACEMENT-ID TO WS-EXC-PLACEMENT-ID.
           MOVE WS-RMT-SORTCODE TO WS-EXC-SCODE.
           MOVE '/' TO WS-EXC-SLASH.
           MOVE WS-RMT-ACCNO TO WS-EXC-ACCNO.
           MOVE WS-RMT-AGENCY-REF TO WS-EXC-AGENCY-REF.
           MOVE 0 TO WS-EXC-GROSS.
           MOVE 0 TO WS-EXC-COMMISSION.
           IF WS-RMT-GROSS NUMERIC
             MOVE WS-RMT-GROSS TO WS-EXC-GROSS
           END-IF.
           IF WS-RMT-COMMISSION NUMERIC
             MOVE WS-RMT-COMMISSION TO WS-EXC-COMMISSION
           END-IF.
           MOVE WS-ACTION-TEXT TO WS-EXC-REASON.

           MOVE WS-EXC-LINE TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
       WRITE-EXCEPTION-END.

      * PROCEDURE WRITE-REMITTANCE-TOTALS
      * The file as received and as posted.
       WRITE-REMITTANCE-TOTALS.
           IF WS-ITEMS-REJECTED = 0
             MOVE SPACES TO DRA-RPT-RECORD
             MOVE '  NONE' TO DRA-RPT-RECORD
             WRITE DRA-RPT-RECORD
           END-IF.

           MOVE SPACES TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'COLLECTIONS ON FILE' TO WS-TOT-LABEL.
           MOVE WS-ITEMS-READ TO WS-TOT-COUNT.
           MOVE WS-FILE-GROSS TO WS-TOT-GROSS.
           MOVE WS-FILE-COMMISSION TO WS-TOT-COMMISSION.
           COMPUTE WS-TOT-NET = WS-FILE-GROSS - WS-FILE-COMMISSION.
           MOVE WS-TOTAL-LINE TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'COLLECTIONS POSTED' TO WS-TOT-LABEL.
           MOVE WS-ITEMS-POSTED TO WS-TOT-COUNT.
           MOVE WS-POSTED-GROSS TO WS-TOT-GROSS.
           MOVE WS-POSTED-COMMISSION TO WS-TOT-COMMISSION.
           MOVE WS-POSTED-NET TO WS-TOT-NET.
           MOVE WS-TOTAL-LINE TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
       WRITE-REMITTANCE-TOTALS-END.

      * PROCEDURE WRITE-AGENCY-PERFORMANCE
      * Every agency's placements to date, for finance - the
      * recovery rate is the gross collected as a percentage of
      * the amount placed.
       WRITE-AGENCY-PERFORMANCE.
           MOVE SPACES TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
           MOVE WS-PERF-HEADING-1 TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
           MOVE WS-PERF-HEADING-2 TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.

           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN PERF-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'DRAREMIT: UNABLE TO OPEN PERF-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH PERF-CURSOR
                  INTO :HV-PERF-AGENCY, :HV-PERF-NAME,
                       :HV-PERF-PLACED, :HV-PERF-LIVE,
                       :HV-PERF-AMOUNT, :HV-PERF-COLLECTED,
                       :HV-PERF-COMMISSION
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-PERFORMANCE-LINE
                  THRU WRITE-PERFORMANCE-LINE-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'DRAREMIT: PERF FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE PERF-CURSOR
           END-EXEC.
       WRITE-AGENCY-PERFORMANCE-END.

      * PROCEDURE WRITE-PERFORMANCE-LINE
       WRITE-PERFORMANCE-LINE.
           COMPUTE WS-PERF-NET-AMOUNT =
              HV-PERF-COLLECTED - HV-PERF-COMMISSION.
           MOVE 0 TO WS-PERF-RATE-PCT.
           IF HV-PERF-AMOUNT > 0
             COMPUTE WS-PERF-RATE-PCT ROUNDED =
                HV-PERF-COLLECTED * 100 / HV-PERF-AMOUNT
           END-IF.

           MOVE SPACES TO WS-PERF-LINE.
           MOVE HV-PERF-AGENCY TO WS-PERF-AGENCY.
           MOVE HV-PERF-NAME TO WS-PERF-NAME.
           MOVE HV-PERF-PLACED TO WS-PERF-PLACED.
           MOVE HV-PERF-LIVE TO WS-PERF-LIVE.
           MOVE HV-PERF-AMOUNT TO WS-PERF-AMOUNT.
           MOVE HV-PERF-COLLECTED TO WS-PERF-COLLECTED.
           MOVE HV-PERF-COMMISSION TO WS-PERF-COMMISSION.
           MOVE WS-PERF-NET-AMOUNT TO WS-PERF-NET.
           MOVE WS-PERF-RATE-PCT TO WS-PERF-RATE.

           MOVE WS-PERF-LINE TO DRA-RPT-RECORD.
           WRITE DRA-RPT-RECORD.
       WRITE-PERFORMANCE-LINE-END.

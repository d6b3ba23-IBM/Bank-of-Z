       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAUDT.

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
      * Weekly per-account balance integrity audit.
      *
      * ACCTCTL proves each branch's total moves by the day's
      * postings, but one account can be wrong while its branch
      * balances - two errors that cancel, or a balance moved with
      * no posting behind it. This job checks every ACCOUNT on its
      * own, three ways:
      *
      *   AVAILABLE - ACCOUNT_AVAILABLE_BALANCE must equal
      *     ACCOUNT_ACTUAL_BALANCE less the account's open
      *     ACCOUNT_HOLD rows, which is all HLDRELSE and the posting
      *     programs ever keep between the two;
      *   LEDGER - ACCOUNT_ACTUAL_BALANCE must equal the running
      *     PROCTRAN_BALANCE of the account's last posting. The
      *     last posting is the highest PROCTRAN_REF, the order
      *     ACCSTMT prints a statement in; the 'OMA' account-move
      *     row carries no balance and is passed over. An account
      *     with nothing left on the live table is looked up on
      *     the PROCARCH unload generations concatenated on PARCIN,
      *     the way PROCRETR reads them;
      *   ACCRUED - ACCOUNT_ACCRUED_INTEREST must equal the interest
      *     worked out again, day by day, from the start of the open
      *     statement period to ACCOUNT_LAST_ACCRUED, by the ACCRINT
      *     rules. Each day's balance is the actual balance less
      *     every posting after it - taken by value date, except a
      *     back-valued posting still waiting for its INTEREST_RECALC
      *     pass, which counts from the day it was made, as ACCRINT
      *     accrued it. A day before a rate change RATECHG applied to
      *     the account is worked at the account's old rate from
      *     RATE_CHANGE_ACCOUNT. The bonus bucket is not checked.
      *
      * Every difference goes on the exceptions report with the
      * amount and the account's last posting reference. The job
      * only reads: it never corrects a balance, a hold or a bucket
      * - an exception is investigated and put right by a posting
      * through the normal channels.
      *
      * Accounts with no live posting are held in storage for the
      * archive pass, up to WS-ARC-MAX of them; any beyond that are
      * reported as not checked, never silently passed. An
      * optional SYSIN card INTTOL=nnnnnnn sets a tolerance in
      * pence for the ACCRUED check (default nil), for a run that
      * has to ride out a known rounding difference.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARC-IN-FILE ASSIGN TO PARCIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALAUDT-RPT-FILE ASSIGN TO BALARPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARC-IN-FILE
           RECORDING MODE IS F.
       01  PARC-IN-RECORD                PIC X(180).

       FD  BALAUDT-RPT-FILE
           RECORDING MODE IS F.
       01  BALAUDT-RPT-RECORD            PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * ACCOUNT_HOLD DB2 copybook - the uncleared funds kept out of
      * the available balance
           EXEC SQL
              INCLUDE ACCHDB2
           END-EXEC.

      * INTEREST_RECALC DB2 copybook - back-valued postings ACCRINT
      * has not yet re-run
           EXEC SQL
              INCLUDE IRCLDB2
           END-EXEC.

      * RATE_CHANGE_ACCOUNT DB2 copybook - the rate each account had
      * before a scheduled change re-priced it
           EXEC SQL
              INCLUDE RCACDB2
           END-EXEC.

      * PRODUCT_RATE_TIER DB2 copybook - the balance bands of a
      * tiered savings product
           EXEC SQL
              INCLUDE RTIRDB2
           END-EXEC.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-TYPE           PIC X(8).
           03  HV-ACCOUNT-INT-RATE       PIC S9(4)V99 COMP-3.
           03  HV-ACCOUNT-OPENED         PIC S9(9) COMP.
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-LAST-STMT-DT   PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACCRUED-INT    PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-LAST-ACCRUED   PIC S9(9) COMP.

       77  HV-HOLD-TOTAL             PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-LAST-REF               PIC X(12)         VALUE SPACES.
       77  HV-LAST-BALANCE           PIC S9(10)V99 COMP-3 VALUE 0.

      * One day's postings, by the day they count from
       77  HV-GRP-EFF                PIC X(8)          VALUE SPACES.
       77  HV-GRP-SUM                PIC S9(12)V99 COMP-3 VALUE 0.

      * The account's rate before each change applied to it
       77  HV-RCHG-APPLIED           PIC S9(9) COMP    VALUE 0.
       77  HV-RCHG-OLD-RATE          PIC S9(4)V99 COMP-3 VALUE 0.

       01  HOST-RATE-TIER-ROW.
           03  HV-TIER-FLOOR             PIC S9(10)V99 COMP-3.
           03  HV-TIER-RATE              PIC S9(4)V99 COMP-3.

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
      * The run date - the BANKING_DATE business date with the
      * CURRENT DATE fallback - as a CCYYMMDD integer.
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

      *
      * The unload record as PROCARCH writes it - every PROCTRAN
      * column in fixed text, amounts sign-leading-separate.
      *
       01  WS-UNLOAD-RECORD.
           05  WS-UNL-EYECATCHER     PIC X(4).
           05  WS-UNL-KEY.
               07  WS-UNL-SORTCODE   PIC X(6).
               07  WS-UNL-NUMBER     PIC X(8).
           05  WS-UNL-DATE           PIC X(10).
           05  WS-UNL-TIME           PIC X(6).
           05  WS-UNL-REF            PIC X(12).
           05  WS-UNL-TYPE           PIC X(3).
           05  WS-UNL-DESC           PIC X(90).
           05  WS-UNL-AMOUNT         PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-BALANCE        PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-VALUE-DATE     PIC X(10).

      *
      * The figures for the account being reported. An account with
      * no live posting is parked whole in the archive table and
      * brought back here once the unload has been read.
      *
       01  WS-AUDIT-ITEM.
           03  WS-AUD-KEY.
               05  WS-AUD-SORTCODE   PIC X(6).
               05  WS-AUD-NUMBER     PIC X(8).
           03  WS-AUD-DATA.
               05  WS-AUD-AVAIL-BAL      PIC S9(10)V99 COMP-3.
               05  WS-AUD-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
               05  WS-AUD-HOLD-TOTAL     PIC S9(12)V99 COMP-3.
               05  WS-AUD-ACCRUED-INT    PIC S9(10)V99 COMP-3.
               05  WS-AUD-RECOMPUTED     PIC S9(10)V99 COMP-3.
               05  WS-AUD-ACCR-CHECKED   PIC X.
               05  WS-AUD-LAST-REF       PIC X(12).
               05  WS-AUD-LAST-BALANCE   PIC S9(10)V99 COMP-3.
               05  WS-AUD-LEDGER-SOURCE  PIC X.
                   88  AUD-LEDGER-LIVE       VALUE 'L'.
                   88  AUD-LEDGER-ARCHIVE    VALUE 'A'.
                   88  AUD-LEDGER-NONE       VALUE 'N'.
                   88  AUD-LEDGER-UNCHECKED  VALUE 'U'.

       77  WS-ARC-MAX                PIC 9(5)  COMP    VALUE 20000.

       01  WS-ARCHIVE-TABLE.
           03  WS-ARC-COUNT          PIC 9(5)  COMP    VALUE 0.
           03  WS-ARC-ENTRY OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-ARC-COUNT
                  ASCENDING KEY IS WS-ARC-KEY
                  INDEXED BY WS-ARC-IX.
               05  WS-ARC-KEY.
                   07  WS-ARC-SORTCODE   PIC X(6).
                   07  WS-ARC-NUMBER     PIC X(8).
               05  WS-ARC-DATA       PIC X(57).

       77  WS-ARC-SUB                PIC 9(5)  COMP    VALUE 0.

      *
      * The day being recomputed, stepped back a day at a time by
      * DB2 date arithmetic - as an ISO date, and as CCYYMMDD number
      * and text for the comparisons.
      *
       01  HV-DAY-ISO                PIC X(10).
       01  HV-DAY-ISO-GRP REDEFINES HV-DAY-ISO.
           05  WS-DAY-ISO-YYYY       PIC 9(4).
           05  FILLER                PIC X.
           05  WS-DAY-ISO-MM         PIC 99.
           05  FILLER                PIC X.
           05  WS-DAY-ISO-DD         PIC 99.
       01  WS-DAY-N                  PIC 9(8).
       01  WS-DAY-X REDEFINES WS-DAY-N
                                     PIC X(8).

      * The last day of the closed period; the open period's days
      * come after it
       01  WS-FLOOR-N                PIC 9(8).
       01  HV-FLOOR-X REDEFINES WS-FLOOR-N
                                     PIC X(8).

       01  WS-GRP-EFF-N              PIC 9(8).
       01  WS-GRP-EFF-X REDEFINES WS-GRP-EFF-N
                                     PIC X(8).

       77  WS-GRP-PENDING            PIC X             VALUE 'N'.
       77  WS-END-OF-MOVES           PIC X             VALUE 'N'.
           88  END-OF-MOVES          VALUE 'Y'.
       77  WS-DAY-BALANCE            PIC S9(12)V99     VALUE 0.
       77  WS-DAY-RATE               PIC S9(4)V99      VALUE 0.
       77  WS-WALK-OK                PIC X             VALUE 'Y'.

      *
      * The account's rate history for the open period, earliest
      * change first.
      *
       77  WS-RHIST-COUNT            PIC S9(4) COMP    VALUE 0.
       77  WS-RHIST-IX               PIC S9(4) COMP    VALUE 0.
       77  WS-RHIST-MAX              PIC S9(4) COMP    VALUE 10.
       01  WS-RHIST-TABLE.
           03  WS-RHIST-ENTRY OCCURS 10 TIMES.
               05  WS-RHIST-APPLIED      PIC S9(9) COMP.
               05  WS-RHIST-OLD-RATE     PIC S9(4)V99 COMP-3.

      *
      * Interest working fields - the ACCRINT rules. One day's
      * interest is the balance times the annual rate over 365; the
      * unauthorised portion of an overdraft is charged at double
      * rate; a tiered product earns band by band.
      *
       77  WS-DAILY-INTEREST         PIC S9(10)V99     VALUE 0.
       77  WS-AGREED-PORTION         PIC S9(10)V99     VALUE 0.
       77  WS-EXCESS-PORTION         PIC S9(10)V99     VALUE 0.
       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.

       77  WS-TIER-PRODUCT           PIC X(8)          VALUE SPACES.
       77  WS-TIER-COUNT             PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-IX                PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-NEXT              PIC S9(4) COMP    VALUE 0.
       77  WS-TIER-MAX               PIC S9(4) COMP    VALUE 5.
       01  WS-TIER-TABLE.
           03  WS-TIER-ENTRY OCCURS 5 TIMES.
               05  WS-TIER-FLOOR         PIC S9(10)V99 COMP-3.
               05  WS-TIER-RATE          PIC S9(4)V99 COMP-3.
       77  WS-TIER-SLICE             PIC S9(10)V99     VALUE 0.
       77  WS-TIER-INT-ACCUM         PIC S9(14)V9(4)   VALUE 0.

       77  WS-INT-TOLERANCE          PIC S9(7)V99      VALUE 0.
       77  WS-INTTOL-PENCE           PIC 9(7)          VALUE 0.
       77  WS-DIFFERENCE             PIC S9(12)V99     VALUE 0.
       77  WS-ABS-DIFFERENCE         PIC S9(12)V99     VALUE 0.
       77  WS-EXPECTED               PIC S9(12)V99     VALUE 0.
       77  WS-RECORDED               PIC S9(12)V99     VALUE 0.

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-ACCOUNT-EXCEPTION      PIC X             VALUE 'N'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-ARCHIVE-READ      PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-FROM-ARCHIVE      PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-NOT-CHECKED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-AVAIL-EXC         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-LEDGER-EXC        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-ACCRUED-EXC       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-EXC-ACCOUNTS      PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(40)
               VALUE 'ACCOUNT BALANCE INTEGRITY EXCEPTIONS AT '.
           05  WS-HEAD-DATE          PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(28)
               VALUE 'SCODE   ACCOUNT   CHECK     '.
           05  FILLER                PIC X(48)
               VALUE '        EXPECTED        RECORDED      DIFFERENCE'.
           05  FILLER                PIC X(24)
               VALUE '  LAST REF      NOTE    '.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CHECK          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-EXPECTED       PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-RECORDED       PIC -(11)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-RPT-DIFFERENCE     PIC -(11)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-LAST-REF       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE           PIC X(30).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(20)
               VALUE 'ACCOUNTS AUDITED    '.
           05  WS-TRL-READ           PIC ZZZZZZZ9.
           05  FILLER                PIC X(24)
               VALUE '   ACCOUNTS IN EXCEPTION'.
           05  WS-TRL-EXC            PIC ZZZZZZZ9.
           05  FILLER                PIC X(16)
               VALUE '   NOT CHECKED  '.
           05  WS-TRL-UNCHECKED      PIC ZZZZZZZ9.

      * Every account, in key order - the archive table is built in
      * this order for the binary search.
           EXEC SQL
              DECLARE AUDACC-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
                        COALESCE(ACCOUNT_TYPE, ' '),
                        COALESCE(ACCOUNT_INTEREST_RATE, 0),
                        COALESCE(ACCOUNT_OPENED, 0),
                        COALESCE(ACCOUNT_OVERDRAFT_LIMIT, 0),
                        COALESCE(ACCOUNT_LAST_STMT_DATE, 0),
                        COALESCE(ACCOUNT_AVAILABLE_BALANCE, 0),
                        COALESCE(ACCOUNT_ACTUAL_BALANCE, 0),
                        COALESCE(ACCOUNT_ACCRUED_INTEREST, 0),
                        COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                   FROM ACCOUNT
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER
           END-EXEC.

      * The account's postings in the open period, summed by the
      * CCYYMMDD day they count from for interest, latest first.
           EXEC SQL
              DECLARE AUDMOV-CURSOR CURSOR FOR
                 SELECT T.EFF, SUM(T.AMT)
                   FROM (SELECT P.PROCTRAN_AMOUNT AS AMT,
                                CASE WHEN EXISTS
                                     (SELECT 1
                                        FROM INTEREST_RECALC R
                                       WHERE R.INTEREST_RECALC_SORTCODE
                                                = P.PROCTRAN_SORTCODE
                                         AND R.INTEREST_RECALC_NUMBER
                                                = P.PROCTRAN_NUMBER
                                         AND
                                         R.INTEREST_RECALC_PROCTRAN_REF
                                                = P.PROCTRAN_REF
                                         AND R.INTEREST_RECALC_STATUS
                                                = 'P')
                                     THEN SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                          CONCAT
                                          SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                          CONCAT
                                          SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                     ELSE SUBSTR(COALESCE(
                                             P.PROCTRAN_VALUE_DATE,
                                             P.PROCTRAN_DATE), 7, 4)
                                          CONCAT
                                          SUBSTR(COALESCE(
                                             P.PROCTRAN_VALUE_DATE,
                                             P.PROCTRAN_DATE), 4, 2)
                                          CONCAT
                                          SUBSTR(COALESCE(
                                             P.PROCTRAN_VALUE_DATE,
                                             P.PROCTRAN_DATE), 1, 2)
                                END AS EFF
                           FROM PROCTRAN P
                          WHERE P.PROCTRAN_SORTCODE
                                   = :HV-ACCOUNT-SORTCODE
                            AND P.PROCTRAN_NUMBER
                                   = :HV-ACCOUNT-NUMBER) AS T
                  WHERE T.EFF > :HV-FLOOR-X
                  GROUP BY T.EFF
                  ORDER BY T.EFF DESC
           END-EXEC.

      * Rate changes applied to the account inside the open period,
      * earliest first.
           EXEC SQL
              DECLARE AUDRATE-CURSOR CURSOR FOR
                 SELECT RATE_CHGACC_APPLIED_DATE,
                        RATE_CHGACC_OLD_RATE
                   FROM RATE_CHANGE_ACCOUNT
                  WHERE RATE_CHGACC_SORTCODE = :HV-ACCOUNT-SORTCODE
                    AND RATE_CHGACC_NUMBER = :HV-ACCOUNT-NUMBER
                    AND RATE_CHGACC_APPLIED_DATE > :WS-FLOOR-N
                  ORDER BY RATE_CHGACC_APPLIED_DATE
           END-EXEC.

      * The bands of one product, lowest floor first.
           EXEC SQL
              DECLARE AUDTIER-CURSOR CURSOR FOR
                 SELECT RATE_TIER_FLOOR, RATE_TIER_RATE
                   FROM PRODUCT_RATE_TIER
                  WHERE RATE_TIER_PRODUCT = :HV-ACCOUNT-TYPE
                  ORDER BY RATE_TIER_FLOOR
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BALAUDT ' TO BREG-JOB.
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
           DISPLAY 'BALAUDT: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           OPEN OUTPUT BALAUDT-RPT-FILE.

           MOVE WS-RUN-DATE-DISPLAY TO WS-HEAD-DATE.
           MOVE SPACES TO BALAUDT-RPT-RECORD.
           MOVE WS-HEADING-LINE TO BALAUDT-RPT-RECORD.
           WRITE BALAUDT-RPT-RECORD.
           MOVE SPACES TO BALAUDT-RPT-RECORD.
           MOVE WS-COLUMN-LINE TO BALAUDT-RPT-RECORD.
           WRITE BALAUDT-RPT-RECORD.

           EXEC SQL
              OPEN AUDACC-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: UNABLE TO OPEN AUDACC-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH AUDACC-CURSOR
                  INTO :HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-NUMBER,
                       :HV-ACCOUNT-TYPE, :HV-ACCOUNT-INT-RATE,
                       :HV-ACCOUNT-OPENED, :HV-ACCOUNT-OVERDRAFT,
                       :HV-ACCOUNT-LAST-STMT-DT,
                       :HV-ACCOUNT-AVAIL-BAL,
                       :HV-ACCOUNT-ACTUAL-BAL,
                       :HV-ACCOUNT-ACCRUED-INT,
                       :HV-ACCOUNT-LAST-ACCRUED
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RECS-READ
               PERFORM AUDIT-ONE-ACCOUNT
                  THRU AUDIT-ONE-ACCOUNT-END
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'BALAUDT: FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE AUDACC-CURSOR
           END-EXEC.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

      *
      *    Accounts with no live posting are settled from the
      *    archive generations.
      *
           IF WS-ARC-COUNT > 0
             PERFORM READ-ARCHIVE THRU READ-ARCHIVE-END
             PERFORM REPORT-ARCHIVED-ACCOUNT
                THRU REPORT-ARCHIVED-ACCOUNT-END
                VARYING WS-ARC-SUB FROM 1 BY 1
                  UNTIL WS-ARC-SUB > WS-ARC-COUNT
           END-IF.

           MOVE WS-RECS-READ TO WS-TRL-READ.
           MOVE WS-RECS-EXC-ACCOUNTS TO WS-TRL-EXC.
           MOVE WS-RECS-NOT-CHECKED TO WS-TRL-UNCHECKED.
           MOVE SPACES TO BALAUDT-RPT-RECORD.
           MOVE WS-TRAILER-LINE TO BALAUDT-RPT-RECORD.
           WRITE BALAUDT-RPT-RECORD.

           CLOSE BALAUDT-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: ACCOUNTS AUDITED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-FROM-ARCHIVE TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: LEDGER FROM ARCHIVE     = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-ARCHIVE-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: UNLOAD RECORDS READ     = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-AVAIL-EXC TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: AVAILABLE EXCEPTIONS    = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-LEDGER-EXC TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: LEDGER EXCEPTIONS       = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-ACCRUED-EXC TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: ACCRUED EXCEPTIONS      = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-EXC-ACCOUNTS TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: ACCOUNTS IN EXCEPTION   = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-NOT-CHECKED TO WS-RECS-DISPLAY.
           DISPLAY 'BALAUDT: LEDGER NOT CHECKED      = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-RECS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
       READ-RUN-OPTIONS.
           OPEN INPUT SYSIN-FILE.
           PERFORM WITH TEST BEFORE UNTIL END-OF-SYSIN
             READ SYSIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-SYSIN
                NOT AT END
                   PERFORM PARSE-RUN-OPTION
                      THRU PARSE-RUN-OPTION-END
             END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:7) = 'INTTOL='
               IF SYSIN-RECORD (8:7) NUMERIC
                 MOVE SYSIN-RECORD (8:7) TO WS-INTTOL-PENCE
                 COMPUTE WS-INT-TOLERANCE = WS-INTTOL-PENCE / 100
                 DISPLAY 'BALAUDT: ACCRUED TOLERANCE = '
                         WS-INTTOL-PENCE ' PENCE'
               ELSE
                 DISPLAY 'BALAUDT: UNUSABLE INTTOL= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'BALAUDT: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE AUDIT-ONE-ACCOUNT
      * Gathers the three sets of figures for one account and
      * reports it, unless its last posting has to be found on the
      * archive first.
       AUDIT-ONE-ACCOUNT.
           INITIALIZE WS-AUDIT-ITEM.
           MOVE HV-ACCOUNT-SORTCODE TO WS-AUD-SORTCODE.
           MOVE HV-ACCOUNT-NUMBER TO WS-AUD-NUMBER.
           MOVE HV-ACCOUNT-AVAIL-BAL TO WS-AUD-AVAIL-BAL.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-AUD-ACTUAL-BAL.
           MOVE HV-ACCOUNT-ACCRUED-INT TO WS-AUD-ACCRUED-INT.

           PERFORM READ-HOLD-TOTAL THRU READ-HOLD-TOTAL-END.
           PERFORM READ-LAST-POSTING THRU READ-LAST-POSTING-END.
           PERFORM RECOMPUTE-ACCRUED THRU RECOMPUTE-ACCRUED-END.

           IF NOT AUD-LEDGER-NONE
             PERFORM REPORT-ACCOUNT THRU REPORT-ACCOUNT-END
             GO TO AUDIT-ONE-ACCOUNT-END
           END-IF.

      *
      *    Nothing live - park the account for the archive pass, or
      *    report it unchecked if the table is full.
      *
           IF WS-ARC-COUNT >= WS-ARC-MAX
             SET AUD-LEDGER-UNCHECKED TO TRUE
             PERFORM REPORT-ACCOUNT THRU REPORT-ACCOUNT-END
             GO TO AUDIT-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO WS-ARC-COUNT.
           MOVE WS-AUD-KEY TO WS-ARC-KEY (WS-ARC-COUNT).
           MOVE WS-AUD-DATA TO WS-ARC-DATA (WS-ARC-COUNT).
       AUDIT-ONE-ACCOUNT-END.

      * PROCEDURE READ-HOLD-TOTAL
       READ-HOLD-TOTAL.
           MOVE 0 TO HV-HOLD-TOTAL.

           EXEC SQL
              SELECT COALESCE(SUM(ACCOUNT_HOLD_AMOUNT), 0)
                INTO :HV-HOLD-TOTAL
                FROM ACCOUNT_HOLD
               WHERE ACCOUNT_HOLD_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_HOLD_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: HOLD READ FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-HOLD-TOTAL
           END-IF.

           MOVE HV-HOLD-TOTAL TO WS-AUD-HOLD-TOTAL.
       READ-HOLD-TOTAL-END.

      * PROCEDURE READ-LAST-POSTING
      * The running balance of the account's last live posting.
       READ-LAST-POSTING.
           MOVE SPACES TO HV-LAST-REF.
           MOVE 0 TO HV-LAST-BALANCE.

           EXEC SQL
              SELECT PROCTRAN_REF, PROCTRAN_BALANCE
                INTO :HV-LAST-REF, :HV-LAST-BALANCE
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-ACCOUNT-NUMBER
                 AND PROCTRAN_TYPE <> 'OMA'
                 AND PROCTRAN_BALANCE IS NOT NULL
               ORDER BY PROCTRAN_REF DESC, PROCTRAN_TIME DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE HV-LAST-REF TO WS-AUD-LAST-REF
               MOVE HV-LAST-BALANCE TO WS-AUD-LAST-BALANCE
               SET AUD-LEDGER-LIVE TO TRUE
             WHEN 100
               SET AUD-LEDGER-NONE TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BALAUDT: LAST POSTING READ FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
               SET AUD-LEDGER-UNCHECKED TO TRUE
           END-EVALUATE.
       READ-LAST-POSTING-END.

      * PROCEDURE RECOMPUTE-ACCRUED
      * Works the open period's interest again, day by day from
      * ACCOUNT_LAST_ACCRUED back to the first day after the last
      * statement - or the opening day itself for an account not
      * yet statemented, whose first night's accrual is that day.
       RECOMPUTE-ACCRUED.
           MOVE 0 TO WS-AUD-RECOMPUTED.
           MOVE 'Y' TO WS-AUD-ACCR-CHECKED.

           IF HV-ACCOUNT-LAST-STMT-DT = HV-ACCOUNT-OPENED
              AND HV-ACCOUNT-OPENED > 0
             COMPUTE WS-FLOOR-N = HV-ACCOUNT-OPENED - 1
           ELSE
             MOVE HV-ACCOUNT-LAST-STMT-DT TO WS-FLOOR-N
           END-IF.

      *
      *    Not accrued into the open period yet - the bucket should
      *    be empty.
      *
           IF HV-ACCOUNT-LAST-ACCRUED <= WS-FLOOR-N
             GO TO RECOMPUTE-ACCRUED-END
           END-IF.

           PERFORM LOAD-RATE-HISTORY THRU LOAD-RATE-HISTORY-END.

           MOVE HV-ACCOUNT-LAST-ACCRUED TO WS-DAY-N.
           MOVE SPACES TO HV-DAY-ISO.
           STRING WS-DAY-X (1:4) '-'
                  WS-DAY-X (5:2) '-'
                  WS-DAY-X (7:2)
              DELIMITED BY SIZE INTO HV-DAY-ISO
           END-STRING.

           MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-DAY-BALANCE.
           MOVE 'N' TO WS-GRP-PENDING.
           MOVE 'N' TO WS-END-OF-MOVES.
           MOVE 'Y' TO WS-WALK-OK.

           EXEC SQL
              OPEN AUDMOV-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: UNABLE TO OPEN AUDMOV-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-AUD-ACCR-CHECKED
             GO TO RECOMPUTE-ACCRUED-END
           END-IF.

           PERFORM WITH TEST BEFORE
                   UNTIL WS-WALK-OK NOT = 'Y'
                      OR WS-DAY-N <= WS-FLOOR-N
             PERFORM RECOMPUTE-ONE-DAY THRU RECOMPUTE-ONE-DAY-END
           END-PERFORM.

           EXEC SQL
              CLOSE AUDMOV-CURSOR
           END-EXEC.

           IF WS-WALK-OK NOT = 'Y'
             MOVE 'N' TO WS-AUD-ACCR-CHECKED
           END-IF.
       RECOMPUTE-ACCRUED-END.

      * PROCEDURE RECOMPUTE-ONE-DAY
      * Takes out of the balance every posting that counts from a
      * later day, then adds the day's interest at the rate the
      * account had that night.
       RECOMPUTE-ONE-DAY.
           PERFORM WITH TEST BEFORE
                   UNTIL END-OF-MOVES
             IF WS-GRP-PENDING = 'N'
               PERFORM FETCH-NEXT-MOVE THRU FETCH-NEXT-MOVE-END
             END-IF
             IF WS-GRP-PENDING = 'Y'
               IF WS-GRP-EFF-X > WS-DAY-X
                 SUBTRACT HV-GRP-SUM FROM WS-DAY-BALANCE
                 MOVE 'N' TO WS-GRP-PENDING
               ELSE
                 MOVE 'Y' TO WS-END-OF-MOVES
               END-IF
             END-IF
           END-PERFORM.

      *
      *    The groups stop at the first one not yet due; the next
      *    day looks at it again.
      *
           IF WS-GRP-PENDING = 'Y'
             MOVE 'N' TO WS-END-OF-MOVES
           END-IF.

           MOVE HV-ACCOUNT-INT-RATE TO WS-DAY-RATE.
           PERFORM VARYING WS-RHIST-IX FROM WS-RHIST-COUNT BY -1
                   UNTIL WS-RHIST-IX < 1
             IF WS-RHIST-APPLIED (WS-RHIST-IX) >= WS-DAY-N
               MOVE WS-RHIST-OLD-RATE (WS-RHIST-IX) TO WS-DAY-RATE
             END-IF
           END-PERFORM.

           PERFORM COMPUTE-DAILY-INTEREST
              THRU COMPUTE-DAILY-INTEREST-END.
           ADD WS-DAILY-INTEREST TO WS-AUD-RECOMPUTED.

           EXEC SQL
              SELECT CHAR(DATE(:HV-DAY-ISO) - 1 DAY, ISO)
                INTO :HV-DAY-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: DATE STEP FAILED FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-WALK-OK
             GO TO RECOMPUTE-ONE-DAY-END
           END-IF.

           COMPUTE WS-DAY-N =
              (WS-DAY-ISO-YYYY * 10000) +
              (WS-DAY-ISO-MM * 100) +
              WS-DAY-ISO-DD.
       RECOMPUTE-ONE-DAY-END.

      * PROCEDURE FETCH-NEXT-MOVE
       FETCH-NEXT-MOVE.
           EXEC SQL
              FETCH AUDMOV-CURSOR
                INTO :HV-GRP-EFF, :HV-GRP-SUM
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE HV-GRP-EFF TO WS-GRP-EFF-X
               MOVE 'Y' TO WS-GRP-PENDING
             WHEN 100
               MOVE 'Y' TO WS-END-OF-MOVES
             WHEN OTHER
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BALAUDT: POSTING FETCH FAILED FOR '
                       HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                       ' SQLCODE=' SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-MOVES
               MOVE 'N' TO WS-WALK-OK
           END-EVALUATE.
       FETCH-NEXT-MOVE-END.

      * PROCEDURE LOAD-RATE-HISTORY
      * RATECHG re-prices after ACCRINT has run, so the day a change
      * was applied, and every day before it, accrued at the old
      * rate. Searching the table from the latest change back
      * leaves the earliest change on or after the day in force.
       LOAD-RATE-HISTORY.
           MOVE 0 TO WS-RHIST-COUNT.

           EXEC SQL
              OPEN AUDRATE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: UNABLE TO OPEN AUDRATE-CURSOR FOR '
                     HV-ACCOUNT-SORTCODE '/' HV-ACCOUNT-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             GO TO LOAD-RATE-HISTORY-END
           END-IF.

           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0
                      OR WS-RHIST-COUNT >= WS-RHIST-MAX
             EXEC SQL
                FETCH AUDRATE-CURSOR
                  INTO :HV-RCHG-APPLIED, :HV-RCHG-OLD-RATE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-RHIST-COUNT
               MOVE HV-RCHG-APPLIED
                 TO WS-RHIST-APPLIED (WS-RHIST-COUNT)
               MOVE HV-RCHG-OLD-RATE
                 TO WS-RHIST-OLD-RATE (WS-RHIST-COUNT)
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE AUDRATE-CURSOR
           END-EXEC.
       LOAD-RATE-HISTORY-END.

      * PROCEDURE COMPUTE-DAILY-INTEREST
      * The ACCRINT rules on the day's balance and rate. Credit
      * balances earn at the rate, or band by band on a tiered
      * product. Overdrawn balances are charged at the rate on the
      * agreed portion and at double rate beyond it.
       COMPUTE-DAILY-INTEREST.
           MOVE 0 TO WS-DAILY-INTEREST.

           IF WS-DAY-BALANCE > 0
             PERFORM LOAD-RATE-TIERS THRU LOAD-RATE-TIERS-END
             IF WS-TIER-COUNT > 0
               PERFORM COMPUTE-TIERED-INTEREST
                  THRU COMPUTE-TIERED-INTEREST-END
               GO TO COMPUTE-DAILY-INTEREST-END
             END-IF
           END-IF.

           IF WS-DAY-RATE = 0
              OR WS-DAY-BALANCE = 0
             GO TO COMPUTE-DAILY-INTEREST-END
           END-IF.

           IF WS-DAY-BALANCE > 0
             COMPUTE WS-DAILY-INTEREST ROUNDED =
                (WS-DAY-BALANCE * WS-DAY-RATE)
                / 100 / 365
             GO TO COMPUTE-DAILY-INTEREST-END
           END-IF.

           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-DAY-BALANCE < WS-OVERDRAFT-FLOOR
             MOVE WS-OVERDRAFT-FLOOR TO WS-AGREED-PORTION
             COMPUTE WS-EXCESS-PORTION =
                WS-DAY-BALANCE - WS-OVERDRAFT-FLOOR
           ELSE
             MOVE WS-DAY-BALANCE TO WS-AGREED-PORTION
             MOVE 0 TO WS-EXCESS-PORTION
           END-IF.

           COMPUTE WS-DAILY-INTEREST ROUNDED =
              ((WS-AGREED-PORTION * WS-DAY-RATE)
                 / 100 / 365)
              + ((WS-EXCESS-PORTION * WS-DAY-RATE * 2)
                 / 100 / 365).
       COMPUTE-DAILY-INTEREST-END.

      * PROCEDURE LOAD-RATE-TIERS
      * Loads the product's bands unless they are already in hand.
      * A read failure leaves the product untiered for this account,
      * as ACCRINT does.
       LOAD-RATE-TIERS.
           IF HV-ACCOUNT-TYPE = WS-TIER-PRODUCT
             GO TO LOAD-RATE-TIERS-END
           END-IF.

           MOVE HV-ACCOUNT-TYPE TO WS-TIER-PRODUCT.
           MOVE 0 TO WS-TIER-COUNT.

           EXEC SQL
              OPEN AUDTIER-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: UNABLE TO OPEN AUDTIER-CURSOR FOR '
                     HV-ACCOUNT-TYPE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE SPACES TO WS-TIER-PRODUCT
             GO TO LOAD-RATE-TIERS-END
           END-IF.

           PERFORM WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0
                      OR WS-TIER-COUNT >= WS-TIER-MAX
             EXEC SQL
                FETCH AUDTIER-CURSOR
                  INTO :HV-TIER-FLOOR, :HV-TIER-RATE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-TIER-COUNT
               MOVE HV-TIER-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
               MOVE HV-TIER-RATE TO WS-TIER-RATE(WS-TIER-COUNT)
             END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BALAUDT: RATE TIER FETCH FAILED FOR '
                     HV-ACCOUNT-TYPE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO WS-TIER-COUNT
             MOVE SPACES TO WS-TIER-PRODUCT
           END-IF.

           EXEC SQL
              CLOSE AUDTIER-CURSOR
           END-EXEC.
       LOAD-RATE-TIERS-END.

      * PROCEDURE COMPUTE-TIERED-INTEREST
      * Each band's slice of the balance at the band's rate, summed
      * unrounded and rounded once for the day.
       COMPUTE-TIERED-INTEREST.
           MOVE 0 TO WS-TIER-INT-ACCUM.

           PERFORM ACCRUE-TIER-SLICE THRU ACCRUE-TIER-SLICE-END
              VARYING WS-TIER-IX FROM 1 BY 1
                UNTIL WS-TIER-IX > WS-TIER-COUNT.

           COMPUTE WS-DAILY-INTEREST ROUNDED =
              WS-TIER-INT-ACCUM / 100 / 365.
       COMPUTE-TIERED-INTEREST-END.

      * PROCEDURE ACCRUE-TIER-SLICE
       ACCRUE-TIER-SLICE.
           IF WS-DAY-BALANCE <= WS-TIER-FLOOR(WS-TIER-IX)
             GO TO ACCRUE-TIER-SLICE-END
           END-IF.

           COMPUTE WS-TIER-NEXT = WS-TIER-IX + 1.
           IF WS-TIER-NEXT <= WS-TIER-COUNT
              AND WS-DAY-BALANCE > WS-TIER-FLOOR(WS-TIER-NEXT)
             COMPUTE WS-TIER-SLICE =
                WS-TIER-FLOOR(WS-TIER-NEXT) - WS-TIER-FLOOR(WS-TIER-IX)
           ELSE
             COMPUTE WS-TIER-SLICE =
                WS-DAY-BALANCE - WS-TIER-FLOOR(WS-TIER-IX)
           END-IF.

           COMPUTE WS-TIER-INT-ACCUM = WS-TIER-INT-ACCUM +
              (WS-TIER-SLICE * WS-TIER-RATE(WS-TIER-IX)).
       ACCRUE-TIER-SLICE-END.

      * PROCEDURE READ-ARCHIVE
      * One pass of the unload generations, keeping for each parked
      * account the record with the highest reference.
       READ-ARCHIVE.
           OPEN INPUT PARC-IN-FILE.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ PARC-IN-FILE INTO WS-UNLOAD-RECORD
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   ADD 1 TO WS-RECS-ARCHIVE-READ
                   PERFORM MATCH-ARCHIVE-RECORD
                      THRU MATCH-ARCHIVE-RECORD-END
             END-READ
           END-PERFORM.

           CLOSE PARC-IN-FILE.
       READ-ARCHIVE-END.

      * PROCEDURE MATCH-ARCHIVE-RECORD
       MATCH-ARCHIVE-RECORD.
           IF WS-UNL-TYPE = 'OMA'
             GO TO MATCH-ARCHIVE-RECORD-END
           END-IF.

           SEARCH ALL WS-ARC-ENTRY
             AT END
               GO TO MATCH-ARCHIVE-RECORD-END
             WHEN WS-ARC-KEY (WS-ARC-IX) = WS-UNL-KEY
               MOVE WS-ARC-KEY (WS-ARC-IX) TO WS-AUD-KEY
               MOVE WS-ARC-DATA (WS-ARC-IX) TO WS-AUD-DATA
           END-SEARCH.

           IF AUD-LEDGER-ARCHIVE
              AND WS-AUD-LAST-REF >= WS-UNL-REF
             GO TO MATCH-ARCHIVE-RECORD-END
           END-IF.

           MOVE WS-UNL-REF TO WS-AUD-LAST-REF.
           MOVE WS-UNL-BALANCE TO WS-AUD-LAST-BALANCE.
           SET AUD-LEDGER-ARCHIVE TO TRUE.
           MOVE WS-AUD-DATA TO WS-ARC-DATA (WS-ARC-IX).
       MATCH-ARCHIVE-RECORD-END.

      * PROCEDURE REPORT-ARCHIVED-ACCOUNT
       REPORT-ARCHIVED-ACCOUNT.
           MOVE WS-ARC-KEY (WS-ARC-SUB) TO WS-AUD-KEY.
           MOVE WS-ARC-DATA (WS-ARC-SUB) TO WS-AUD-DATA.
           IF AUD-LEDGER-ARCHIVE
             ADD 1 TO WS-RECS-FROM-ARCHIVE
           END-IF.
           PERFORM REPORT-ACCOUNT THRU REPORT-ACCOUNT-END.
       REPORT-ARCHIVED-ACCOUNT-END.

      * PROCEDURE REPORT-ACCOUNT
      * One exception line per check that fails. An account with no
      * posting anywhere is only an exception if it holds money.
       REPORT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-EXCEPTION.

           COMPUTE WS-EXPECTED =
              WS-AUD-ACTUAL-BAL - WS-AUD-HOLD-TOTAL.
           IF WS-AUD-AVAIL-BAL NOT = WS-EXPECTED
             MOVE 'AVAILABLE' TO WS-RPT-CHECK
             MOVE WS-AUD-AVAIL-BAL TO WS-RECORDED
             MOVE 'ACTUAL LESS HOLDS' TO WS-RPT-NOTE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             ADD 1 TO WS-RECS-AVAIL-EXC
           END-IF.

           EVALUATE TRUE
             WHEN AUD-LEDGER-UNCHECKED
               MOVE 'LEDGER' TO WS-RPT-CHECK
               MOVE WS-AUD-ACTUAL-BAL TO WS-EXPECTED
               MOVE WS-AUD-ACTUAL-BAL TO WS-RECORDED
               MOVE 'NOT CHECKED' TO WS-RPT-NOTE
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
               ADD 1 TO WS-RECS-NOT-CHECKED
             WHEN AUD-LEDGER-NONE
               IF WS-AUD-ACTUAL-BAL NOT = 0
                 MOVE 'LEDGER' TO WS-RPT-CHECK
                 MOVE 0 TO WS-EXPECTED
                 MOVE WS-AUD-ACTUAL-BAL TO WS-RECORDED
                 MOVE 'NO POSTING ON FILE' TO WS-RPT-NOTE
                 PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
                 ADD 1 TO WS-RECS-LEDGER-EXC
               END-IF
             WHEN WS-AUD-ACTUAL-BAL NOT = WS-AUD-LAST-BALANCE
               MOVE 'LEDGER' TO WS-RPT-CHECK
               MOVE WS-AUD-LAST-BALANCE TO WS-EXPECTED
               MOVE WS-AUD-ACTUAL-BAL TO WS-RECORDED
               IF AUD-LEDGER-ARCHIVE
                 MOVE 'LAST POSTING - ARCHIVE' TO WS-RPT-NOTE
               ELSE
                 MOVE 'LAST POSTING' TO WS-RPT-NOTE
               END-IF
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
               ADD 1 TO WS-RECS-LEDGER-EXC
           END-EVALUATE.

           IF WS-AUD-ACCR-CHECKED NOT = 'Y'
             MOVE 'ACCRUED' TO WS-RPT-CHECK
             MOVE WS-AUD-ACCRUED-INT TO WS-EXPECTED
             MOVE WS-AUD-ACCRUED-INT TO WS-RECORDED
             MOVE 'NOT CHECKED' TO WS-RPT-NOTE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           ELSE
             COMPUTE WS-ABS-DIFFERENCE =
                WS-AUD-ACCRUED-INT - WS-AUD-RECOMPUTED
             IF WS-ABS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-ABS-DIFFERENCE
             END-IF
             IF WS-ABS-DIFFERENCE > WS-INT-TOLERANCE
               MOVE 'ACCRUED' TO WS-RPT-CHECK
               MOVE WS-AUD-RECOMPUTED TO WS-EXPECTED
               MOVE WS-AUD-ACCRUED-INT TO WS-RECORDED
               MOVE 'RECOMPUTED OPEN PERIOD' TO WS-RPT-NOTE
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
               ADD 1 TO WS-RECS-ACCRUED-EXC
             END-IF
           END-IF.

           IF WS-ACCOUNT-EXCEPTION = 'Y'
             ADD 1 TO WS-RECS-EXC-ACCOUNTS
           END-IF.
       REPORT-ACCOUNT-END.

      * PROCEDURE WRITE-EXCEPTION
      * The difference is always recorded less expected, so a
      * positive figure is money the account holds that its
      * history does not explain.
       WRITE-EXCEPTION.
           MOVE WS-AUD-SORTCODE TO WS-RPT-SCODE.
           MOVE WS-AUD-NUMBER TO WS-RPT-ACCNO.
           MOVE WS-EXPECTED TO WS-RPT-EXPECTED.
           MOVE WS-RECORDED TO WS-RPT-RECORDED.
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-EXPECTED.
           MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE.
           MOVE WS-AUD-LAST-REF TO WS-RPT-LAST-REF.

           MOVE SPACES TO BALAUDT-RPT-RECORD.
           MOVE WS-REPORT-LINE TO BALAUDT-RPT-RECORD.
           WRITE BALAUDT-RPT-RECORD.

           MOVE 'Y' TO WS-ACCOUNT-EXCEPTION.
       WRITE-EXCEPTION-END.

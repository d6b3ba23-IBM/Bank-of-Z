       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCPOST.

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
      * Branch offline cash posting.
      *
      * While the host or the network was down, a branch paid out
      * and took in cash against its BRCONTG contingency file and
      * logged each transaction on its branch server. When the host
      * is back, the server's offline cash file (OFFCASH) is posted
      * here, one file per branch per run.
      *
      * The file has the ADJLOAD shape: an 'H' header naming the
      * branch sort code, the branch's batch reference for the
      * outage and the business date of the contingency file it
      * worked from; one 'D' detail per transaction - the account,
      * '+' cash in or '-' cash out, the amount, the teller, the
      * branch's offline reference and the date and time it was
      * done; and a 'T' trailer with the detail count and a hash
      * of the amounts. The structure is validated whole before
      * anything posts: a file whose trailer does not balance, with
      * a bad sign, amount or date, or whose branch batch is already
      * on OFFLINE_CASH_BATCH as posted, is rejected whole (RC 12)
      * for the branch to correct and resend.
      *
      * The money on a valid file has already changed hands, so
      * unlike ADJLOAD nothing is refused for the overdraft limit or
      * for ACCOUNT_CONTROL: each line posts through the DBCRFUN
      * balance rules as 'CRE' or 'DEB' - the teller cash types -
      * and a withdrawal that took the account beyond its limit, or
      * any movement on a frozen or blocked account, is posted and
      * reported as an exception for the branch to follow up. Only a
      * line whose account cannot be found or read is not posted; it
      * is reported for the branch to trace the cash by hand.
      *
      * A transaction done on an earlier day is back-valued to it
      * when BNKDATE's window allows, with an INTEREST_RECALC row for
      * ACCRINT where the account has already accrued past it, as
      * ADJLOAD does. Outside the window it is valued on the run
      * date.
      *
      * PROCTRAN references are batch-stamped (run date plus
      * sequence) and each line commits individually with its
      * BATCH_RESTART checkpoint and the running counts on its
      * OFFLINE_CASH_BATCH row, so a run that stops part-way is
      * resubmitted with the same file and resumes past the lines
      * already decided. A clean finish marks the batch posted.
      *
      * Every line is listed on the report (OFFRPT), exceptions
      * flagged '***'. RC 4 when there is any exception.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFF-IN-FILE ASSIGN TO OFFCASH
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFF-RPT-FILE ASSIGN TO OFFRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OFF-IN-FILE
           RECORDING MODE IS F.
       01  OFF-IN-RECORD                 PIC X(80).

       FD  OFF-RPT-FILE
           RECORDING MODE IS F.
       01  OFF-RPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_CONTROL DB2 copybook - a controlled account is
      * posted and reported
           EXEC SQL
              INCLUDE ACCCDB2
           END-EXEC.

      * OFFLINE_CASH_BATCH DB2 copybook - each branch file posts
      * once
           EXEC SQL
              INCLUDE OFCBDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * BATCH_RESTART DB2 copybook - checkpoint/restart position:
      * the detail-line number last decided plus the last
      * batch-stamp sequence used
           EXEC SQL
              INCLUDE BATRSDB2
           END-EXEC.

       01  HOST-RESTART-ROW.
           03  HV-RESTART-JOB            PIC X(8).
           03  HV-RESTART-KEY            PIC X(16).

       77  WS-RESTART-ACTIVE         PIC X             VALUE 'N'.
           88  RESTART-ACTIVE        VALUE 'Y'.
       77  WS-RESUME-PAST            PIC 9(8)          VALUE 0.
       77  WS-POSITION-DISPLAY       PIC 9(8)          VALUE 0.
       77  WS-DETAILS-SEEN           PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-SKIPPED          PIC 9(8)  COMP    VALUE 0.

      * ACCOUNT host variables for DB2
       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-OVERDRAFT      PIC S9(9) COMP.
           03  HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.
           03  HV-ACCOUNT-LAST-ACCRUED   PIC S9(9) COMP.

      * ACCOUNT_CONTROL host variables for DB2 - controls of each
      * type on the account
       01  HOST-CONTROL-COUNTS.
           03  HV-CTL-FREEZE             PIC S9(9) COMP.
           03  HV-CTL-NO-DEBIT           PIC S9(9) COMP.
           03  HV-CTL-NO-CREDIT          PIC S9(9) COMP.

      * OFFLINE_CASH_BATCH host variables for DB2
       01  HOST-OFFLINE-BATCH-ROW.
           03  HV-OFB-SORTCODE           PIC X(6).
           03  HV-OFB-REF                PIC X(12).
           03  HV-OFB-STATUS             PIC X.
           03  HV-OFB-LINES              PIC S9(9) COMP.
           03  HV-OFB-POSTED-INC         PIC S9(9) COMP.
           03  HV-OFB-EXCEPTION-INC      PIC S9(9) COMP.
           03  HV-OFB-DATE               PIC S9(9) COMP.

       77  WS-BATCH-KNOWN            PIC X             VALUE 'N'.

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
           03  HV-PROCTRAN-VALUE-DATE    PIC X(10).

      * INTEREST_RECALC DB2 copybook - a back-valued line on an
      * account already accrued past its value date
           EXEC SQL
              INCLUDE IRCLDB2
           END-EXEC.

       01  HOST-RECALC-ROW.
           03  HV-RECALC-VALUE-DATE      PIC S9(9) COMP.
           03  HV-RECALC-POSTED-DATE     PIC S9(9) COMP.

      * BNKDATE commarea - the business date and the one copy of
      * the back-valuation window
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       77  WS-BACK-VALUED            PIC X             VALUE 'N'.
       01  WS-VALUE-DATE-ISO         PIC X(10).

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
      * CURRENT DATE fallback. It also heads the batch-stamped
      * PROCTRAN references.
      *
       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       77  WS-RUN-DATE-DISPLAY       PIC 9(8).

       01  WS-PROCTRAN-DATE-X.
           05  WS-PTRN-DATE-DD-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-MM-X     PIC XX.
           05  FILLER                PIC X VALUE '.'.
           05  WS-PTRN-DATE-YYYY-X   PIC X(4).

      *
      * Batch-stamped PROCTRAN references - the run date plus a
      * sequence number, the range PROCAUDT excludes from its
      * counter-sequence audit.
      *
       01  WS-BATCH-STAMP-REF.
           05  WS-STAMP-DATE         PIC 9(8).
           05  WS-STAMP-SEQ          PIC 9(4).

      *
      * The offline cash file layouts.
      *
       01  WS-OFF-HEADER.
           05  WS-HDR-REC-TYPE       PIC X.
           05  WS-HDR-SORTCODE       PIC X(6).
           05  WS-HDR-BATCH-REF      PIC X(12).
           05  WS-HDR-CONTG-DATE     PIC X(8).
           05  FILLER                PIC X(53).

       01  WS-OFF-DETAIL REDEFINES WS-OFF-HEADER.
           05  WS-DTL-REC-TYPE       PIC X.
           05  WS-DTL-SORTCODE       PIC X(6).
           05  WS-DTL-ACCNO          PIC X(8).
           05  WS-DTL-SIGN           PIC X.
           05  WS-DTL-AMOUNT         PIC 9(10)V99.
           05  WS-DTL-TELLER         PIC X(3).
           05  WS-DTL-OFFLINE-REF    PIC X(10).
           05  WS-DTL-TXN-DATE       PIC X(8).
           05  WS-DTL-TXN-DATE-N REDEFINES WS-DTL-TXN-DATE
                                     PIC 9(8).
           05  WS-DTL-TXN-TIME       PIC X(6).
           05  FILLER                PIC X(25).

       01  WS-OFF-TRAILER REDEFINES WS-OFF-HEADER.
           05  WS-TRL-REC-TYPE       PIC X.
           05  WS-TRL-COUNT          PIC 9(8).
           05  WS-TRL-HASH           PIC 9(12)V99.
           05  FILLER                PIC X(57).

       01  WS-SAVED-HEADER.
           05  WS-SAVED-SORTCODE     PIC X(6)          VALUE SPACES.
           05  WS-SAVED-BATCH-REF    PIC X(12)         VALUE SPACES.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-HEADERS-SEEN           PIC 9(4)  COMP    VALUE 0.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-VALID             PIC X             VALUE 'Y'.
       77  WS-ITEM-POSTED            PIC X             VALUE 'N'.
       77  WS-ITEM-EXCEPTION         PIC X             VALUE 'N'.
       77  WS-ITEM-CONTROLLED        PIC X             VALUE 'N'.
       77  WS-ITEM-BEYOND-LIMIT      PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-POSTED           PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-NOT-POSTED       PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-EXCEPTIONS       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * A balance changed under the line (an online posting between
      * the read and the update) is read again and retried.
      *
       77  WS-UPDATE-TRIES           PIC S9(4) COMP    VALUE 0.
       77  WS-MAX-UPDATE-TRIES       PIC S9(4) COMP    VALUE 3.

       77  WS-HASH-TOTAL             PIC S9(12)V99     VALUE 0.
       77  WS-SIGNED-AMOUNT          PIC S9(10)V99     VALUE 0.
       77  WS-OVERDRAFT-FLOOR        PIC S9(10)V99     VALUE 0.
       77  WS-NEW-AVAIL-BAL          PIC S9(10)V99     VALUE 0.
       77  WS-NEW-ACTUAL-BAL         PIC S9(10)V99     VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(28)
               VALUE 'BRCPOST OFFLINE CASH BRANCH '.
           05  WS-TTL-SORTCODE       PIC X(6).
           05  FILLER                PIC X(8)  VALUE '  BATCH '.
           05  WS-TTL-BATCH-REF      PIC X(12).
           05  FILLER                PIC X(11) VALUE '  RUN DATE '.
           05  WS-TTL-RUN-DATE       PIC 9(8).

       01  WS-REPORT-LINE.
           05  WS-RPT-FLAG           PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RPT-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT         PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-TELLER         PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-OFFLINE-REF    PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RPT-TXN-DATE       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-VERDICT        PIC X(36).

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'BRCPOST ' TO BREG-JOB.
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

           COMPUTE WS-RUN-DATE-DISPLAY =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.
           DISPLAY 'BRCPOST: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           MOVE WS-CURR-DATE-DD TO WS-PTRN-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-PTRN-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-PTRN-DATE-YYYY-X.

           MOVE WS-RUN-DATE-DISPLAY TO WS-STAMP-DATE.
           MOVE 0 TO WS-STAMP-SEQ.

           MOVE 'BRCPOST ' TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

           OPEN OUTPUT OFF-RPT-FILE.

      *
      *    First pass - validate the file's structure before
      *    anything posts. A file with any failure is rejected
      *    whole.
      *
           PERFORM VALIDATE-WHOLE-FILE
              THRU VALIDATE-WHOLE-FILE-END.

           IF WS-FILE-VALID NOT = 'Y'
             DISPLAY 'BRCPOST: FILE REJECTED - NOTHING POSTED'
             CLOSE OFF-RPT-FILE
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           MOVE WS-SAVED-SORTCODE TO WS-TTL-SORTCODE.
           MOVE WS-SAVED-BATCH-REF TO WS-TTL-BATCH-REF.
           MOVE WS-RUN-DATE-DISPLAY TO WS-TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO OFF-RPT-RECORD.
           WRITE OFF-RPT-RECORD.

           PERFORM OPEN-OFFLINE-BATCH THRU OPEN-OFFLINE-BATCH-END.

      *
      *    Second pass - post every detail, one line per unit of
      *    work.
      *
           OPEN INPUT OFF-IN-FILE.
           MOVE 'N' TO WS-END-OF-INPUT.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ OFF-IN-FILE INTO WS-OFF-HEADER
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-DTL-REC-TYPE = 'D'
                     ADD 1 TO WS-DETAILS-SEEN
                     IF WS-DETAILS-SEEN > WS-RESUME-PAST
                       PERFORM APPLY-ONE-OFFLINE-LINE
                          THRU APPLY-ONE-OFFLINE-LINE-END
                     ELSE
                       ADD 1 TO WS-ITEMS-SKIPPED
                     END-IF
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE OFF-IN-FILE.

      *
      *    The branch batch is posted - the same file presented
      *    again is refused.
      *
           MOVE WS-RUN-DATE-DISPLAY TO HV-OFB-DATE.

           EXEC SQL
              UPDATE OFFLINE_CASH_BATCH
                 SET OFFLINE_BATCH_STATUS = 'P',
                     OFFLINE_BATCH_DATE = :HV-OFB-DATE
               WHERE OFFLINE_BATCH_SORTCODE = :HV-OFB-SORTCODE
                 AND OFFLINE_BATCH_REF = :HV-OFB-REF
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCPOST: UNABLE TO MARK BATCH POSTED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

           CLOSE OFF-RPT-FILE.

           IF WS-ITEMS-EXCEPTIONS > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'BRCPOST: OFFLINE LINES PRESENTED = '
                   WS-RECS-DISPLAY.
           MOVE WS-ITEMS-POSTED TO WS-RECS-DISPLAY.
           DISPLAY 'BRCPOST: OFFLINE LINES POSTED    = '
                   WS-RECS-DISPLAY.
           MOVE WS-ITEMS-NOT-POSTED TO WS-RECS-DISPLAY.
           DISPLAY 'BRCPOST: OFFLINE LINES UNPOSTED  = '
                   WS-RECS-DISPLAY.
           MOVE WS-ITEMS-EXCEPTIONS TO WS-RECS-DISPLAY.
           DISPLAY 'BRCPOST: EXCEPTIONS REPORTED     = '
                   WS-RECS-DISPLAY.
           MOVE WS-ITEMS-SKIPPED TO WS-RECS-DISPLAY.
           DISPLAY 'BRCPOST: LINES RESUMED PAST      = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-POSTED TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE VALIDATE-WHOLE-FILE
      * One header, the branch batch not already posted, every
      * detail well-formed, and the control trailer - all before
      * anything posts.
       VALIDATE-WHOLE-FILE.
           OPEN INPUT OFF-IN-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-HASH-TOTAL.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ OFF-IN-FILE INTO WS-OFF-HEADER
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   PERFORM VALIDATE-ONE-RECORD
                      THRU VALIDATE-ONE-RECORD-END
             END-READ
           END-PERFORM.

           CLOSE OFF-IN-FILE.

           IF WS-HEADERS-SEEN NOT = 1
             DISPLAY 'BRCPOST: FILE MUST CARRY ONE HEADER RECORD'
             MOVE 'N' TO WS-FILE-VALID
           END-IF.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'BRCPOST: NO CONTROL TRAILER ON FILE'
             MOVE 'N' TO WS-FILE-VALID
           END-IF.
       VALIDATE-WHOLE-FILE-END.

      * PROCEDURE VALIDATE-ONE-RECORD
       VALIDATE-ONE-RECORD.
           EVALUATE WS-HDR-REC-TYPE
             WHEN 'H'
               ADD 1 TO WS-HEADERS-SEEN
               PERFORM VALIDATE-OFFLINE-BATCH
                  THRU VALIDATE-OFFLINE-BATCH-END
             WHEN 'D'
               ADD 1 TO WS-ITEMS-READ
               PERFORM VALIDATE-ONE-DETAIL
                  THRU VALIDATE-ONE-DETAIL-END
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SEEN
               IF WS-TRL-COUNT NOT = WS-ITEMS-READ
                  OR WS-TRL-HASH NOT = WS-HASH-TOTAL
                 DISPLAY 'BRCPOST: TRAILER DOES NOT BALANCE TO '
                         'DETAILS'
                 MOVE 'N' TO WS-FILE-VALID
               END-IF
             WHEN OTHER
               DISPLAY 'BRCPOST: UNRECOGNISED RECORD TYPE '
                       WS-HDR-REC-TYPE
               MOVE 'N' TO WS-FILE-VALID
           END-EVALUATE.
       VALIDATE-ONE-RECORD-END.

      * PROCEDURE VALIDATE-OFFLINE-BATCH
      * A branch batch already posted is refused. One left
      * part-posted may only be resumed - and only while this job's
      * restart row is waiting for it, unless it stopped before its
      * first line; a different file cannot be started over
      * another's restart position.
       VALIDATE-OFFLINE-BATCH.
           MOVE WS-HDR-SORTCODE TO WS-SAVED-SORTCODE.
           MOVE WS-HDR-BATCH-REF TO WS-SAVED-BATCH-REF.

           IF WS-HDR-SORTCODE NOT NUMERIC
              OR WS-HDR-BATCH-REF = SPACES
             DISPLAY 'BRCPOST: HEADER HAS NO BRANCH OR BATCH '
                     'REFERENCE'
             MOVE 'N' TO WS-FILE-VALID
             GO TO VALIDATE-OFFLINE-BATCH-END
           END-IF.

           DISPLAY 'BRCPOST: BRANCH ' WS-HDR-SORTCODE ' BATCH '
                   WS-HDR-BATCH-REF ' CONTINGENCY FILE OF '
                   WS-HDR-CONTG-DATE.

           MOVE WS-HDR-SORTCODE TO HV-OFB-SORTCODE.
           MOVE WS-HDR-BATCH-REF TO HV-OFB-REF.
           MOVE ' ' TO HV-OFB-STATUS.
           MOVE 0 TO HV-OFB-LINES.

           EXEC SQL
              SELECT OFFLINE_BATCH_STATUS, OFFLINE_BATCH_LINES
                INTO :HV-OFB-STATUS, :HV-OFB-LINES
                FROM OFFLINE_CASH_BATCH
               WHERE OFFLINE_BATCH_SORTCODE = :HV-OFB-SORTCODE
                 AND OFFLINE_BATCH_REF = :HV-OFB-REF
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'N' TO WS-BATCH-KNOWN
               IF RESTART-ACTIVE
                 DISPLAY 'BRCPOST: ANOTHER OFFLINE FILE IS PART-'
                         'POSTED - RESUBMIT THAT FILE FIRST'
                 MOVE 'N' TO WS-FILE-VALID
               END-IF
             WHEN SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'BRCPOST: OFFLINE_CASH_BATCH READ FAILED, '
                       'SQLCODE=' SQLCODE-DISPLAY
               MOVE 'N' TO WS-FILE-VALID
             WHEN HV-OFB-STATUS = 'P'
               DISPLAY 'BRCPOST: BATCH ' WS-HDR-BATCH-REF
                       ' ALREADY POSTED'
               MOVE 'N' TO WS-FILE-VALID
             WHEN OTHER
               MOVE 'Y' TO WS-BATCH-KNOWN
               IF NOT RESTART-ACTIVE AND HV-OFB-LINES > 0
                 DISPLAY 'BRCPOST: BATCH ' WS-HDR-BATCH-REF
                         ' PART-POSTED WITH NO RESTART POSITION'
                 MOVE 'N' TO WS-FILE-VALID
               END-IF
           END-EVALUATE.
       VALIDATE-OFFLINE-BATCH-END.

      * PROCEDURE VALIDATE-ONE-DETAIL
       VALIDATE-ONE-DETAIL.
           IF WS-DTL-AMOUNT NOT NUMERIC OR WS-DTL-AMOUNT = 0
             DISPLAY 'BRCPOST: BAD AMOUNT ON ' WS-DTL-SORTCODE
                     '/' WS-DTL-ACCNO ' REF ' WS-DTL-OFFLINE-REF
             MOVE 'N' TO WS-FILE-VALID
           ELSE
             ADD WS-DTL-AMOUNT TO WS-HASH-TOTAL
           END-IF.

           IF WS-DTL-SIGN NOT = '+' AND WS-DTL-SIGN NOT = '-'
             DISPLAY 'BRCPOST: BAD SIGN ON ' WS-DTL-SORTCODE
                     '/' WS-DTL-ACCNO ' REF ' WS-DTL-OFFLINE-REF
             MOVE 'N' TO WS-FILE-VALID
           END-IF.

           IF WS-DTL-SORTCODE NOT NUMERIC
              OR WS-DTL-ACCNO NOT NUMERIC
             DISPLAY 'BRCPOST: BAD ACCOUNT ON REF '
                     WS-DTL-OFFLINE-REF
             MOVE 'N' TO WS-FILE-VALID
           END-IF.

           IF WS-DTL-TXN-DATE NOT NUMERIC
             DISPLAY 'BRCPOST: BAD TRANSACTION DATE ON REF '
                     WS-DTL-OFFLINE-REF
             MOVE 'N' TO WS-FILE-VALID
           END-IF.
       VALIDATE-ONE-DETAIL-END.

      * PROCEDURE OPEN-OFFLINE-BATCH
      * A new branch batch is recorded 'R' before its first line
      * posts; a resumed one already is.
       OPEN-OFFLINE-BATCH.
           IF WS-BATCH-KNOWN = 'Y'
             GO TO OPEN-OFFLINE-BATCH-END
           END-IF.

           MOVE WS-RUN-DATE-DISPLAY TO HV-OFB-DATE.

           EXEC SQL
              INSERT INTO OFFLINE_CASH_BATCH
                     ( OFFLINE_BATCH_SORTCODE,
                       OFFLINE_BATCH_REF,
                       OFFLINE_BATCH_STATUS,
                       OFFLINE_BATCH_LINES,
                       OFFLINE_BATCH_POSTED,
                       OFFLINE_BATCH_EXCEPTIONS,
                       OFFLINE_BATCH_DATE )
              VALUES ( :HV-OFB-SORTCODE,
                       :HV-OFB-REF,
                       'R',
                       0,
                       0,
                       0,
                       :HV-OFB-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCPOST: UNABLE TO RECORD BATCH '
                     WS-SAVED-BATCH-REF ', SQLCODE=' SQLCODE-DISPLAY
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       OPEN-OFFLINE-BATCH-END.

      * PROCEDURE APPLY-ONE-OFFLINE-LINE
      * Posts one offline transaction through the DBCRFUN balance
      * rules. The cash has gone, so the limit and the controls only
      * decide whether it is an exception, never whether it posts.
       APPLY-ONE-OFFLINE-LINE.
           MOVE 'N' TO WS-ITEM-POSTED.
           MOVE 'N' TO WS-ITEM-EXCEPTION.
           MOVE 'N' TO WS-ITEM-CONTROLLED.
           MOVE 'N' TO WS-ITEM-BEYOND-LIMIT.
           MOVE SPACES TO WS-RPT-VERDICT.
           MOVE 0 TO WS-UPDATE-TRIES.

           IF WS-DTL-SIGN = '-'
             COMPUTE WS-SIGNED-AMOUNT = 0 - WS-DTL-AMOUNT
           ELSE
             MOVE WS-DTL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.

           PERFORM SET-VALUE-DATE THRU SET-VALUE-DATE-END.

       APPLY-OFFLINE-READ.
           INITIALIZE HOST-ACCOUNT-ROW.
           MOVE WS-DTL-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE WS-DTL-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_LAST_ACCRUED, 0)
                INTO :HV-ACCOUNT-CUST-NUMBER,
                     :HV-ACCOUNT-OVERDRAFT,
                     :HV-ACCOUNT-AVAIL-BAL,
                     :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-ACCOUNT-LAST-ACCRUED
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-ITEM-EXCEPTION
             MOVE 'NOT POSTED - NO SUCH ACCOUNT' TO WS-RPT-VERDICT
             GO TO APPLY-OFFLINE-REPORT
           END-IF.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-ITEM-EXCEPTION
             MOVE 'NOT POSTED - ACCOUNT UNREADABLE' TO WS-RPT-VERDICT
             GO TO APPLY-OFFLINE-REPORT
           END-IF.

           PERFORM CHECK-ACCOUNT-CONTROLS
              THRU CHECK-ACCOUNT-CONTROLS-END.

           COMPUTE WS-NEW-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-SIGNED-AMOUNT.
           COMPUTE WS-NEW-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-SIGNED-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR = 0 - HV-ACCOUNT-OVERDRAFT.

           IF WS-SIGNED-AMOUNT < 0
              AND WS-NEW-AVAIL-BAL < WS-OVERDRAFT-FLOOR
             MOVE 'Y' TO WS-ITEM-BEYOND-LIMIT
           END-IF.

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
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-UPDATE-TRIES
             IF WS-UPDATE-TRIES < WS-MAX-UPDATE-TRIES
               GO TO APPLY-OFFLINE-READ
             END-IF
             MOVE 'Y' TO WS-ITEM-EXCEPTION
             MOVE 'NOT POSTED - BALANCE CONFLICT' TO WS-RPT-VERDICT
             GO TO APPLY-OFFLINE-REPORT
           END-IF.

           MOVE 'Y' TO WS-ITEM-POSTED.

           PERFORM WRITE-PROCTRAN-OFFLINE
              THRU WRITE-PROCTRAN-OFFLINE-END.

           IF WS-ITEM-POSTED = 'Y' AND WS-BACK-VALUED = 'Y'
              AND HV-ACCOUNT-LAST-ACCRUED >= HV-RECALC-VALUE-DATE
             PERFORM WRITE-INTEREST-RECALC
                THRU WRITE-INTEREST-RECALC-END
           END-IF.

           IF WS-ITEM-POSTED NOT = 'Y'
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'Y' TO WS-ITEM-EXCEPTION
             IF WS-RPT-VERDICT = SPACES
               MOVE 'NOT POSTED - PROCTRAN WRITE FAILED'
                  TO WS-RPT-VERDICT
             END-IF
             GO TO APPLY-OFFLINE-REPORT
           END-IF.

           EVALUATE TRUE
             WHEN WS-ITEM-CONTROLLED = 'Y'
                  AND WS-ITEM-BEYOND-LIMIT = 'Y'
               MOVE 'Y' TO WS-ITEM-EXCEPTION
               MOVE 'POSTED - CONTROLLED AND BEYOND LIMIT'
                  TO WS-RPT-VERDICT
             WHEN WS-ITEM-CONTROLLED = 'Y'
               MOVE 'Y' TO WS-ITEM-EXCEPTION
               MOVE 'POSTED - ACCOUNT CONTROLLED' TO WS-RPT-VERDICT
             WHEN WS-ITEM-BEYOND-LIMIT = 'Y'
               MOVE 'Y' TO WS-ITEM-EXCEPTION
               MOVE 'POSTED - BEYOND OVERDRAFT LIMIT'
                  TO WS-RPT-VERDICT
             WHEN OTHER
               MOVE 'POSTED' TO WS-RPT-VERDICT
           END-EVALUATE.

       APPLY-OFFLINE-REPORT.
      *
      *    Every decided line is checkpointed with the batch's
      *    running counts - the posted one in the same unit of work
      *    as its posting, so the position and the money can never
      *    be committed apart.
      *
           IF WS-ITEM-POSTED = 'Y'
             ADD 1 TO WS-ITEMS-POSTED
             MOVE 1 TO HV-OFB-POSTED-INC
           ELSE
             ADD 1 TO WS-ITEMS-NOT-POSTED
             MOVE 0 TO HV-OFB-POSTED-INC
           END-IF.

           IF WS-ITEM-EXCEPTION = 'Y'
             ADD 1 TO WS-ITEMS-EXCEPTIONS
             MOVE 1 TO HV-OFB-EXCEPTION-INC
             MOVE '***' TO WS-RPT-FLAG
           ELSE
             MOVE 0 TO HV-OFB-EXCEPTION-INC
             MOVE SPACES TO WS-RPT-FLAG
           END-IF.

           PERFORM TAKE-RESTART-CHECKPOINT
              THRU TAKE-RESTART-CHECKPOINT-END.

           MOVE WS-DTL-SORTCODE TO WS-RPT-SCODE.
           MOVE WS-DTL-ACCNO TO WS-RPT-ACCNO.
           MOVE WS-SIGNED-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-DTL-TELLER TO WS-RPT-TELLER.
           MOVE WS-DTL-OFFLINE-REF TO WS-RPT-OFFLINE-REF.
           MOVE WS-DTL-TXN-DATE TO WS-RPT-TXN-DATE.
           MOVE WS-REPORT-LINE TO OFF-RPT-RECORD.
           WRITE OFF-RPT-RECORD.
       APPLY-ONE-OFFLINE-LINE-END.

      * PROCEDURE SET-VALUE-DATE
      * A transaction done before the run date is back-valued to
      * the day it was done if BNKDATE's window allows; otherwise,
      * and for one done today, it is valued on the run date.
       SET-VALUE-DATE.
           MOVE 'N' TO WS-BACK-VALUED.

           IF WS-DTL-TXN-DATE-N NOT < WS-RUN-DATE-DISPLAY
             GO TO SET-VALUE-DATE-END
           END-IF.

           MOVE SPACES TO WS-VALUE-DATE-ISO.
           STRING WS-DTL-TXN-DATE (1:4) '-'
                  WS-DTL-TXN-DATE (5:2) '-'
                  WS-DTL-TXN-DATE (7:2)
              DELIMITED BY SIZE INTO WS-VALUE-DATE-ISO
           END-STRING.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-VALUE-DATE TO TRUE.
           MOVE WS-VALUE-DATE-ISO TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF BNKD-OK
             MOVE 'Y' TO WS-BACK-VALUED
             MOVE WS-DTL-TXN-DATE-N TO HV-RECALC-VALUE-DATE
           ELSE
             DISPLAY 'BRCPOST: REF ' WS-DTL-OFFLINE-REF ' DATE '
                     WS-DTL-TXN-DATE ' OUTSIDE THE BACK-VALUE '
                     'WINDOW - VALUED ON THE RUN DATE'
           END-IF.
       SET-VALUE-DATE-END.

      * PROCEDURE CHECK-ACCOUNT-CONTROLS
      * A freeze, or a block on the direction the cash moved. A
      * control that cannot be read is reported as one.
       CHECK-ACCOUNT-CONTROLS.
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
               WHERE ACCOUNT_CONTROL_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_CONTROL_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 'Y' TO WS-ITEM-CONTROLLED
             GO TO CHECK-ACCOUNT-CONTROLS-END
           END-IF.

           IF HV-CTL-FREEZE > 0
             MOVE 'Y' TO WS-ITEM-CONTROLLED
           END-IF.

           IF WS-SIGNED-AMOUNT < 0 AND HV-CTL-NO-DEBIT > 0
             MOVE 'Y' TO WS-ITEM-CONTROLLED
           END-IF.

           IF WS-SIGNED-AMOUNT > 0 AND HV-CTL-NO-CREDIT > 0
             MOVE 'Y' TO WS-ITEM-CONTROLLED
           END-IF.
       CHECK-ACCOUNT-CONTROLS-END.

      * PROCEDURE READ-RESTART-POSITION
      * Picks up the job's BATCH_RESTART row if an earlier run left
      * a position - the detail line to resume past and the
      * batch-stamp sequence to continue from, so a resumed run
      * never reuses a PROCTRAN reference - or seeds a fresh row for
      * this run. A row left with no position (a run rejected before
      * its first line) is no restart.
       READ-RESTART-POSITION.
           MOVE SPACES TO HV-RESTART-KEY.
           MOVE 0 TO WS-RESUME-PAST.

           EXEC SQL
              SELECT BATCH_RESTART_KEY
                INTO :HV-RESTART-KEY
                FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE = 0
             IF HV-RESTART-KEY (1:8) NUMERIC
               MOVE 'Y' TO WS-RESTART-ACTIVE
               MOVE HV-RESTART-KEY (1:8) TO WS-POSITION-DISPLAY
               MOVE WS-POSITION-DISPLAY TO WS-RESUME-PAST
               IF HV-RESTART-KEY (9:4) NUMERIC
                 MOVE HV-RESTART-KEY (9:4) TO WS-STAMP-SEQ
               END-IF
               DISPLAY HV-RESTART-JOB ': RESTARTED PAST LINE '
                       WS-RESUME-PAST
             END-IF
             GO TO READ-RESTART-POSITION-END
           END-IF.

           IF SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW READ FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
             GO TO READ-RESTART-POSITION-END
           END-IF.

           MOVE SPACES TO HV-RESTART-KEY.
           EXEC SQL
              INSERT INTO BATCH_RESTART
                     ( BATCH_RESTART_JOB,
                       BATCH_RESTART_KEY,
                       BATCH_RESTART_DATE,
                       BATCH_RESTART_TIME )
              VALUES ( :HV-RESTART-JOB,
                       :HV-RESTART-KEY,
                       ' ',
                       ' ' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW SEED FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       READ-RESTART-POSITION-END.

      * PROCEDURE TAKE-RESTART-CHECKPOINT
      * Records the detail line just decided, the last batch-stamp
      * sequence used and the batch's running counts, and commits.
       TAKE-RESTART-CHECKPOINT.
           MOVE WS-DETAILS-SEEN TO WS-POSITION-DISPLAY.
           MOVE SPACES TO HV-RESTART-KEY.
           MOVE WS-POSITION-DISPLAY TO HV-RESTART-KEY (1:8).
           MOVE WS-STAMP-SEQ TO HV-RESTART-KEY (9:4).

           EXEC SQL
              UPDATE BATCH_RESTART
                 SET BATCH_RESTART_KEY = :HV-RESTART-KEY
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': CHECKPOINT UPDATE FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              UPDATE OFFLINE_CASH_BATCH
                 SET OFFLINE_BATCH_LINES = OFFLINE_BATCH_LINES + 1,
                     OFFLINE_BATCH_POSTED =
                        OFFLINE_BATCH_POSTED + :HV-OFB-POSTED-INC,
                     OFFLINE_BATCH_EXCEPTIONS =
                        OFFLINE_BATCH_EXCEPTIONS + :HV-OFB-EXCEPTION-INC
               WHERE OFFLINE_BATCH_SORTCODE = :HV-OFB-SORTCODE
                 AND OFFLINE_BATCH_REF = :HV-OFB-REF
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCPOST: BATCH COUNT UPDATE FAILED, SQLCODE='
                     SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       TAKE-RESTART-CHECKPOINT-END.

      * PROCEDURE CLEAR-RESTART-POSITION
      * A clean finish - the next file starts from line one.
       CLEAR-RESTART-POSITION.
           EXEC SQL
              DELETE FROM BATCH_RESTART
               WHERE BATCH_RESTART_JOB = :HV-RESTART-JOB
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY HV-RESTART-JOB ': RESTART-ROW CLEAR FAILED, '
                     'SQLCODE=' SQLCODE-DISPLAY
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       CLEAR-RESTART-POSITION-END.

      * PROCEDURE WRITE-PROCTRAN-OFFLINE
      * The teller cash types, a batch-stamped reference, and the
      * teller and offline reference in the description so the
      * branch can match the statement line to its own log.
       WRITE-PROCTRAN-OFFLINE.
           ADD 1 TO WS-STAMP-SEQ.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE HV-ACCOUNT-NUMBER TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-DATE.
           MOVE ZEROS TO HV-PROCTRAN-TIME.
           MOVE WS-BATCH-STAMP-REF TO HV-PROCTRAN-REF.

           IF WS-BACK-VALUED = 'Y'
             MOVE SPACES TO HV-PROCTRAN-VALUE-DATE
             STRING WS-DTL-TXN-DATE (7:2) '.'
                    WS-DTL-TXN-DATE (5:2) '.'
                    WS-DTL-TXN-DATE (1:4)
                DELIMITED BY SIZE INTO HV-PROCTRAN-VALUE-DATE
             END-STRING
           ELSE
             MOVE WS-PROCTRAN-DATE-X TO HV-PROCTRAN-VALUE-DATE
           END-IF.

           IF WS-SIGNED-AMOUNT < 0
             MOVE 'DEB' TO HV-PROCTRAN-TYPE
           ELSE
             MOVE 'CRE' TO HV-PROCTRAN-TYPE
           END-IF.

           MOVE HV-ACCOUNT-SORTCODE TO HV-PROCTRAN-DESC(1:6).
           MOVE HV-ACCOUNT-CUST-NUMBER TO HV-PROCTRAN-DESC(7:10).
           STRING 'OFFLINE CASH ' WS-DTL-TELLER ' '
                  WS-DTL-OFFLINE-REF
              DELIMITED BY SIZE INTO HV-PROCTRAN-DESC(17:30)
           END-STRING.
           MOVE 'BATCH ' TO HV-PROCTRAN-DESC(48:6).
           MOVE WS-SAVED-BATCH-REF TO HV-PROCTRAN-DESC(54:12).
           MOVE WS-SIGNED-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE WS-NEW-ACTUAL-BAL TO HV-PROCTRAN-BALANCE.

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
                       PROCTRAN_BALANCE,
                       PROCTRAN_VALUE_DATE )
              VALUES ( :HV-PROCTRAN-EYECATCHER,
                       :HV-PROCTRAN-SORT-CODE,
                       :HV-PROCTRAN-ACC-NUMBER,
                       :HV-PROCTRAN-DATE,
                       :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF,
                       :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC,
                       :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE,
                       :HV-PROCTRAN-VALUE-DATE )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCPOST: UNABLE TO INSERT PROCTRAN FOR '
                     WS-DTL-SORTCODE '/' WS-DTL-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-ITEM-POSTED
           END-IF.
       WRITE-PROCTRAN-OFFLINE-END.

      * PROCEDURE WRITE-INTEREST-RECALC
      * The account has already accrued interest on a balance this
      * line should have been part of - leave it for ACCRINT to
      * re-run from the value date, in the line's unit of work.
       WRITE-INTEREST-RECALC.
           MOVE WS-RUN-DATE-DISPLAY TO HV-RECALC-POSTED-DATE.

           EXEC SQL
              INSERT INTO INTEREST_RECALC
                     ( INTEREST_RECALC_SORTCODE,
                       INTEREST_RECALC_NUMBER,
                       INTEREST_RECALC_PROCTRAN_REF,
                       INTEREST_RECALC_VALUE_DATE,
                       INTEREST_RECALC_POSTED_DATE,
                       INTEREST_RECALC_AMOUNT,
                       INTEREST_RECALC_STATUS,
                       INTEREST_RECALC_SOURCE )
              VALUES ( :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-PROCTRAN-REF,
                       :HV-RECALC-VALUE-DATE,
                       :HV-RECALC-POSTED-DATE,
                       :HV-PROCTRAN-AMOUNT,
                       'P',
                       'BRCPOST' )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'BRCPOST: UNABLE TO INSERT INTEREST_RECALC FOR '
                     WS-DTL-SORTCODE '/' WS-DTL-ACCNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-ITEM-POSTED
             MOVE 'NOT POSTED - RECALC WRITE FAILED' TO WS-RPT-VERDICT
           END-IF.
       WRITE-INTEREST-RECALC-END.

      * PROCEDURE ABANDON-THE-RUN
      * Nothing has posted - back out and stop for operations.
       ABANDON-THE-RUN.
           EXEC SQL
              ROLLBACK WORK
           END-EXEC.

           CLOSE OFF-RPT-FILE.
           MOVE 12 TO RETURN-CODE.
           SET BREG-REGISTER-END TO TRUE.
           MOVE 0 TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.
       ABANDON-THE-RUN-END.

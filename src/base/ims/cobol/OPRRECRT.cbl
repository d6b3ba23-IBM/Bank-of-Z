       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRECRT.

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
      * Quarterly operator access recertification.
      *
      * OPERATOR_ROLE grants are added through REFDMNT and nothing
      * ever takes them away, so leavers and movers keep rights to
      * UPDCUST fields, CUSCHAPP approvals, ODLMAINT authorities and
      * the rest. This job runs nightly and does two things:
      *
      *   - on its first run in a calendar quarter it opens the
      *     quarter's cycle: every OPERATOR_ROLE grant is written to
      *     ACCESS_RECERT as pending, with the operator's branch and
      *     line manager from STAFF_DIRECTORY and their last
      *     activity date, and listed for attestation grouped by
      *     branch and manager. The manager confirms or revokes each
      *     grant through the RCRTATT transaction before the
      *     deadline;
      *   - every run, a grant still pending past its deadline is
      *     suspended - deleted from OPERATOR_ROLE and marked 'S' -
      *     and listed. It comes back only through the REFDMNT
      *     two-operator add.
      *
      * The last activity date is the later of the operator's last
      * CUSTOMER_ACCESS_LOG entry and their last PROCTRAN posting.
      * PROCTRAN carries no operator id, so a posting is traced to
      * its operator through the registers that record one against
      * the PROCTRAN reference - the POSTING_REVERSAL approver, the
      * INTL_PAYMENT capturer and the SUSPENSE clearer.
      *
      * A grant whose operator has been inactive for the inactivity
      * period, or who is no longer on STAFF_DIRECTORY at all, is
      * flagged for removal on the list. A grant with no manager on
      * the directory cannot be attested, so it suspends at the
      * deadline unless it is re-added.
      *
      * The cycle is opened in one unit of work, so a failed run
      * leaves nothing behind and the next night opens it cleanly.
      * Counts are displayed at the end of the run for the
      * operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCRT-RPT-FILE ASSIGN TO RCRTRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCRT-RPT-FILE
           RECORDING MODE IS F.
       01  RCRT-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * OPERATOR_ROLE DB2 copybook
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

      * STAFF_DIRECTORY DB2 copybook - branch and line manager
           EXEC SQL
              INCLUDE STAFDB2
           END-EXEC.

      * ACCESS_RECERT DB2 copybook
           EXEC SQL
              INCLUDE RCRTDB2
           END-EXEC.

      * CUSTOMER_ACCESS_LOG DB2 copybook
           EXEC SQL
              INCLUDE ACCLGDB2
           END-EXEC.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * POSTING_REVERSAL, INTL_PAYMENT and SUSPENSE DB2 copybooks -
      * the registers that name the operator behind a posting
           EXEC SQL
              INCLUDE REVRDB2
           END-EXEC.

           EXEC SQL
              INCLUDE INTPDB2
           END-EXEC.

           EXEC SQL
              INCLUDE SUSPDB2
           END-EXEC.

      * ACCESS_RECERT host variables for DB2
       01  HOST-RECERT-ROW.
           03  HV-RCT-CYCLE              PIC X(6).
           03  HV-RCT-OPID               PIC X(3).
           03  HV-RCT-ROLE               PIC X(4).
           03  HV-RCT-SORTCODE           PIC X(6).
           03  HV-RCT-MANAGER            PIC X(3).
           03  HV-RCT-LAST-ACTIVE        PIC S9(9) COMP.
           03  HV-RCT-REMOVAL            PIC X.
           03  HV-RCT-DEADLINE           PIC S9(9) COMP.

      * Null indicator for the STAFF_DIRECTORY side of the outer
      * join - no row means the operator has left
       77  HV-STAFF-IND              PIC S9(4) COMP    VALUE 0.

       77  HV-CYCLE-COUNT            PIC S9(9) COMP    VALUE 0.

      *
      * The last activity dates found, as CCYYMMDD text, and the
      * later of the two as a number.
      *
       01  HV-LAST-ACCESS-X          PIC X(8).
       01  HV-LAST-ACCESS-N REDEFINES HV-LAST-ACCESS-X
                                     PIC 9(8).
       01  HV-LAST-POSTING-X         PIC X(8).
       01  HV-LAST-POSTING-N REDEFINES HV-LAST-POSTING-X
                                     PIC 9(8).

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
      * The run date, the business date from BNKDATE.
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

       01  WS-SHIFTED-DATE           PIC X(10).
       01  WS-SHIFTED-DATE-GRP REDEFINES WS-SHIFTED-DATE.
           05  WS-SHFT-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-SHFT-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-SHFT-DATE-DD       PIC 99.

       77  WS-RUN-DATE               PIC S9(9) COMP.
       77  WS-RUN-DATE-DISPLAY       PIC 9(8).
       77  WS-DEADLINE-DATE          PIC S9(9) COMP.
       77  WS-INACTIVE-CUTOFF        PIC S9(9) COMP.
       77  WS-DATE-DISPLAY           PIC 9(8).

      *
      * The cycle the run date falls in, 'CCYYQn'.
      *
       01  WS-RUN-CYCLE.
           05  WS-CYCLE-YYYY         PIC 9(4).
           05  FILLER                PIC X     VALUE 'Q'.
           05  WS-CYCLE-QTR          PIC 9.

      *
      * The days a manager has to attest a cycle, and the days
      * without activity after which an operator is flagged for
      * removal.
      *
       77  WS-ATTEST-DAYS            PIC S9(4) COMP    VALUE 30.
       77  WS-INACTIVE-DAYS          PIC S9(4) COMP    VALUE 90.

       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-CYCLE-OK               PIC X             VALUE 'Y'.
       77  WS-LAST-SORTCODE          PIC X(6)
                                     VALUE HIGH-VALUES.
       77  WS-GRANTS-LISTED          PIC 9(8)  COMP    VALUE 0.
       77  WS-GRANTS-INACTIVE        PIC 9(8)  COMP    VALUE 0.
       77  WS-GRANTS-LEAVER          PIC 9(8)  COMP    VALUE 0.
       77  WS-GRANTS-SUSPENDED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       01  WS-BRANCH-LINE.
           05  FILLER                PIC X(7)  VALUE 'BRANCH '.
           05  WS-BRN-TEXT           PIC X(40).

       01  WS-REPORT-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-MANAGER        PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-OPID           PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-ROLE           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-LAST-ACTIVE    PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CYCLE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-DEADLINE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE           PIC X(40).

      * Every OPERATOR_ROLE grant with the operator's directory
      * entry, if any, grouped by branch and line manager - the
      * leavers, with no entry, sort last under a blank branch.
           EXEC SQL
              DECLARE RCRTOPN-CURSOR CURSOR FOR
                 SELECT O.OPERATOR_ROLE_OPID, O.OPERATOR_ROLE_CODE,
                        S.STAFF_SORTCODE, S.STAFF_MANAGER_OPID
                   FROM OPERATOR_ROLE O
                        LEFT OUTER JOIN STAFF_DIRECTORY S
                          ON S.STAFF_OPID = O.OPERATOR_ROLE_OPID
                  ORDER BY 3, 4, 1, 2
           END-EXEC.

      * Grants still pending past their deadline. WITH HOLD so the
      * per-grant commits do not close the cursor.
           EXEC SQL
              DECLARE RCRTDUE-CURSOR CURSOR WITH HOLD FOR
                 SELECT RECERT_CYCLE, RECERT_OPID, RECERT_ROLE,
                        RECERT_SORTCODE, RECERT_MANAGER,
                        RECERT_LAST_ACTIVE, RECERT_REMOVAL,
                        RECERT_DEADLINE
                   FROM ACCESS_RECERT
                  WHERE RECERT_STATUS = 'P'
                    AND RECERT_DEADLINE < :WS-RUN-DATE
                  ORDER BY RECERT_SORTCODE, RECERT_MANAGER,
                           RECERT_OPID, RECERT_ROLE
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'OPRRECRT' TO BREG-JOB.
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

           MOVE WS-CURR-DATE-YYYY TO WS-CYCLE-YYYY.
           COMPUTE WS-CYCLE-QTR = (WS-CURR-DATE-MM + 2) / 3.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           DISPLAY 'OPRRECRT: RUN DATE = ' WS-RUN-DATE-DISPLAY
                   ' CYCLE = ' WS-RUN-CYCLE.

           OPEN OUTPUT RCRT-RPT-FILE.

           PERFORM SUSPEND-OVERDUE-GRANTS
              THRU SUSPEND-OVERDUE-GRANTS-END.

           PERFORM OPEN-CYCLE THRU OPEN-CYCLE-END.

           CLOSE RCRT-RPT-FILE.

           MOVE WS-GRANTS-SUSPENDED TO WS-RECS-DISPLAY.
           DISPLAY 'OPRRECRT: GRANTS SUSPENDED        = '
                   WS-RECS-DISPLAY.
           MOVE WS-GRANTS-LISTED TO WS-RECS-DISPLAY.
           DISPLAY 'OPRRECRT: GRANTS LISTED TO ATTEST = '
                   WS-RECS-DISPLAY.
           MOVE WS-GRANTS-INACTIVE TO WS-RECS-DISPLAY.
           DISPLAY 'OPRRECRT: FLAGGED - INACTIVE      = '
                   WS-RECS-DISPLAY.
           MOVE WS-GRANTS-LEAVER TO WS-RECS-DISPLAY.
           DISPLAY 'OPRRECRT: FLAGGED - NOT ON STAFF  = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS = WS-GRANTS-LISTED + WS-GRANTS-SUSPENDED.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE SUSPEND-OVERDUE-GRANTS
      * A grant nobody attested by its deadline loses its
      * OPERATOR_ROLE row. Each suspension is committed on its own.
       SUSPEND-OVERDUE-GRANTS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN RCRTDUE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: UNABLE TO OPEN RCRTDUE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO SUSPEND-OVERDUE-GRANTS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH RCRTDUE-CURSOR
                  INTO :HV-RCT-CYCLE, :HV-RCT-OPID, :HV-RCT-ROLE,
                       :HV-RCT-SORTCODE, :HV-RCT-MANAGER,
                       :HV-RCT-LAST-ACTIVE, :HV-RCT-REMOVAL,
                       :HV-RCT-DEADLINE
             END-EXEC
             IF SQLCODE = 0
               PERFORM SUSPEND-ONE-GRANT THRU SUSPEND-ONE-GRANT-END
             ELSE
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE RCRTDUE-CURSOR
           END-EXEC.
       SUSPEND-OVERDUE-GRANTS-END.

      * PROCEDURE SUSPEND-ONE-GRANT
      * A grant already gone from OPERATOR_ROLE - removed through
      * REFDMNT since the cycle opened - is still marked suspended.
       SUSPEND-ONE-GRANT.
           EXEC SQL
              DELETE FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-RCT-OPID
                 AND OPERATOR_ROLE_CODE = :HV-RCT-ROLE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: ROLE DELETE FAILED FOR '
                     HV-RCT-OPID ' ' HV-RCT-ROLE
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             GO TO SUSPEND-ONE-GRANT-END
           END-IF.

           EXEC SQL
              UPDATE ACCESS_RECERT
                 SET RECERT_STATUS = 'S',
                     RECERT_ATTESTED_DATE = :WS-RUN-DATE
               WHERE RECERT_CYCLE = :HV-RCT-CYCLE
                 AND RECERT_OPID = :HV-RCT-OPID
                 AND RECERT_ROLE = :HV-RCT-ROLE
                 AND RECERT_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: RECERT UPDATE FAILED FOR '
                     HV-RCT-OPID ' ' HV-RCT-ROLE
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 8 TO RETURN-CODE
             GO TO SUSPEND-ONE-GRANT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           ADD 1 TO WS-GRANTS-SUSPENDED.

           IF HV-RCT-SORTCODE NOT = WS-LAST-SORTCODE
             PERFORM WRITE-BRANCH-LINE THRU WRITE-BRANCH-LINE-END
           END-IF.

           MOVE 'SUSPENDED - NOT ATTESTED BY DEADLINE' TO WS-RPT-NOTE.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       SUSPEND-ONE-GRANT-END.

      * PROCEDURE OPEN-CYCLE
      * The quarter's cycle opens on the first run in the quarter.
      * Any later run finds it open and leaves it alone.
       OPEN-CYCLE.
           MOVE WS-RUN-CYCLE TO HV-RCT-CYCLE.
           MOVE 0 TO HV-CYCLE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CYCLE-COUNT
                FROM ACCESS_RECERT
               WHERE RECERT_CYCLE = :HV-RCT-CYCLE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: CYCLE LOOKUP FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO OPEN-CYCLE-END
           END-IF.

           IF HV-CYCLE-COUNT > 0
             DISPLAY 'OPRRECRT: CYCLE ' WS-RUN-CYCLE ' ALREADY OPEN'
             GO TO OPEN-CYCLE-END
           END-IF.

      *
      *    The deadline, and the date before which an operator's
      *    last activity counts as inactive, by DB2 date
      *    arithmetic on the run date.
      *
           EXEC SQL
              SELECT CAST(DATE(:WS-CURRENT-DATE)
                          + :WS-ATTEST-DAYS DAYS AS CHAR(10))
                INTO :WS-SHIFTED-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-DEADLINE-DATE =
              (WS-SHFT-DATE-YYYY * 10000) +
              (WS-SHFT-DATE-MM * 100) +
              WS-SHFT-DATE-DD.

           EXEC SQL
              SELECT CAST(DATE(:WS-CURRENT-DATE)
                          - :WS-INACTIVE-DAYS DAYS AS CHAR(10))
                INTO :WS-SHIFTED-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-INACTIVE-CUTOFF =
              (WS-SHFT-DATE-YYYY * 10000) +
              (WS-SHFT-DATE-MM * 100) +
              WS-SHFT-DATE-DD.

           MOVE WS-DEADLINE-DATE TO WS-DATE-DISPLAY.
           DISPLAY 'OPRRECRT: OPENING CYCLE ' WS-RUN-CYCLE
                   ', ATTEST BY ' WS-DATE-DISPLAY.

           MOVE 'Y' TO WS-CYCLE-OK.
           MOVE HIGH-VALUES TO WS-LAST-SORTCODE.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN RCRTOPN-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: UNABLE TO OPEN RCRTOPN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO OPEN-CYCLE-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH RCRTOPN-CURSOR
                  INTO :HV-RCT-OPID, :HV-RCT-ROLE,
                       :HV-RCT-SORTCODE :HV-STAFF-IND,
                       :HV-RCT-MANAGER :HV-STAFF-IND
             END-EXEC
             IF SQLCODE = 0
               PERFORM LIST-ONE-GRANT THRU LIST-ONE-GRANT-END
               IF WS-CYCLE-OK NOT = 'Y'
                 MOVE 'Y' TO WS-END-OF-CURSOR
               END-IF
             ELSE
               IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'OPRRECRT: RCRTOPN-CURSOR FETCH FAILED, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO WS-CYCLE-OK
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
             END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE RCRTOPN-CURSOR
           END-EXEC.

      *
      *    The cycle goes in whole or not at all.
      *
           IF WS-CYCLE-OK = 'Y'
             EXEC SQL
                COMMIT WORK
             END-EXEC
           ELSE
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             DISPLAY 'OPRRECRT: CYCLE ' WS-RUN-CYCLE
                     ' NOT OPENED - RERUN TO OPEN IT'
             MOVE 0 TO WS-GRANTS-LISTED
             MOVE 0 TO WS-GRANTS-INACTIVE
             MOVE 0 TO WS-GRANTS-LEAVER
             MOVE 8 TO RETURN-CODE
           END-IF.
       OPEN-CYCLE-END.

      * PROCEDURE LIST-ONE-GRANT
      * Records one grant on the cycle with its activity and any
      * removal flag, and lists it under its branch.
       LIST-ONE-GRANT.
           IF HV-STAFF-IND < 0
             MOVE SPACES TO HV-RCT-SORTCODE
             MOVE SPACES TO HV-RCT-MANAGER
           END-IF.

           PERFORM FIND-LAST-ACTIVITY THRU FIND-LAST-ACTIVITY-END.

           IF WS-CYCLE-OK NOT = 'Y'
             GO TO LIST-ONE-GRANT-END
           END-IF.

           MOVE SPACES TO WS-RPT-NOTE.
           MOVE ' ' TO HV-RCT-REMOVAL.

           IF HV-STAFF-IND < 0
             MOVE 'L' TO HV-RCT-REMOVAL
             MOVE 'REMOVE - NOT ON STAFF DIRECTORY' TO WS-RPT-NOTE
             ADD 1 TO WS-GRANTS-LEAVER
           ELSE
             IF HV-RCT-LAST-ACTIVE < WS-INACTIVE-CUTOFF
               MOVE 'I' TO HV-RCT-REMOVAL
               MOVE 'REMOVE - INACTIVE' TO WS-RPT-NOTE
               ADD 1 TO WS-GRANTS-INACTIVE
             END-IF
           END-IF.

           MOVE WS-DEADLINE-DATE TO HV-RCT-DEADLINE.

           EXEC SQL
              INSERT INTO ACCESS_RECERT
                     ( RECERT_CYCLE,
                       RECERT_OPID,
                       RECERT_ROLE,
                       RECERT_SORTCODE,
                       RECERT_MANAGER,
                       RECERT_LAST_ACTIVE,
                       RECERT_REMOVAL,
                       RECERT_DEADLINE,
                       RECERT_STATUS,
                       RECERT_ATTESTED_BY,
                       RECERT_ATTESTED_DATE )
              VALUES ( :HV-RCT-CYCLE,
                       :HV-RCT-OPID,
                       :HV-RCT-ROLE,
                       :HV-RCT-SORTCODE,
                       :HV-RCT-MANAGER,
                       :HV-RCT-LAST-ACTIVE,
                       :HV-RCT-REMOVAL,
                       :HV-RCT-DEADLINE,
                       'P',
                       ' ',
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: RECERT INSERT FAILED FOR '
                     HV-RCT-OPID ' ' HV-RCT-ROLE
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-CYCLE-OK
             GO TO LIST-ONE-GRANT-END
           END-IF.

           ADD 1 TO WS-GRANTS-LISTED.

           IF HV-RCT-SORTCODE NOT = WS-LAST-SORTCODE
             PERFORM WRITE-BRANCH-LINE THRU WRITE-BRANCH-LINE-END
           END-IF.

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.
       LIST-ONE-GRANT-END.

      * PROCEDURE FIND-LAST-ACTIVITY
      * The later of the operator's last customer access and last
      * traced posting, as CCYYMMDD - zero when there is neither.
      * Both logs hold their dates as DD/MM/YYYY or DD.MM.YYYY
      * text, so each is rebuilt as CCYYMMDD before the MAX.
       FIND-LAST-ACTIVITY.
           MOVE '00000000' TO HV-LAST-ACCESS-X.
           MOVE '00000000' TO HV-LAST-POSTING-X.

           EXEC SQL
              SELECT COALESCE(MAX(
                        SUBSTR(CUSTOMER_ACCESS_LOG_DATE, 7, 4)
                        CONCAT SUBSTR(CUSTOMER_ACCESS_LOG_DATE, 4, 2)
                        CONCAT SUBSTR(CUSTOMER_ACCESS_LOG_DATE, 1, 2)),
                        '00000000')
                INTO :HV-LAST-ACCESS-X
                FROM CUSTOMER_ACCESS_LOG
               WHERE CUSTOMER_ACCESS_LOG_OPERATOR = :HV-RCT-OPID
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: ACCESS LOG LOOKUP FAILED FOR '
                     HV-RCT-OPID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-CYCLE-OK
             GO TO FIND-LAST-ACTIVITY-END
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(X.POSTED), '00000000')
                INTO :HV-LAST-POSTING-X
                FROM (SELECT SUBSTR(P.PROCTRAN_DATE, 7, 4)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                                AS POSTED
                        FROM PROCTRAN P, POSTING_REVERSAL R
                       WHERE R.REV_APPROVED_BY = :HV-RCT-OPID
                         AND R.REV_REF <> ' '
                         AND P.PROCTRAN_REF = R.REV_REF
                      UNION ALL
                      SELECT SUBSTR(P.PROCTRAN_DATE, 7, 4)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                        FROM PROCTRAN P, INTL_PAYMENT I
                       WHERE I.INTL_PAYMENT_CAPTURED_BY = :HV-RCT-OPID
                         AND P.PROCTRAN_REF
                                = I.INTL_PAYMENT_PROCTRAN_REF
                      UNION ALL
                      SELECT SUBSTR(P.PROCTRAN_DATE, 7, 4)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                             CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)
                        FROM PROCTRAN P, SUSPENSE S
                       WHERE S.SUSPENSE_CLEARED_BY = :HV-RCT-OPID
                         AND S.SUSPENSE_APPLIED_REF <> ' '
                         AND P.PROCTRAN_REF = S.SUSPENSE_APPLIED_REF)
                     AS X
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'OPRRECRT: POSTING LOOKUP FAILED FOR '
                     HV-RCT-OPID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-CYCLE-OK
             GO TO FIND-LAST-ACTIVITY-END
           END-IF.

           IF HV-LAST-POSTING-N > HV-LAST-ACCESS-N
             MOVE HV-LAST-POSTING-N TO HV-RCT-LAST-ACTIVE
           ELSE
             MOVE HV-LAST-ACCESS-N TO HV-RCT-LAST-ACTIVE
           END-IF.
       FIND-LAST-ACTIVITY-END.

      * PROCEDURE WRITE-BRANCH-LINE
       WRITE-BRANCH-LINE.
           MOVE HV-RCT-SORTCODE TO WS-LAST-SORTCODE.
           MOVE SPACES TO WS-BRN-TEXT.

           IF HV-RCT-SORTCODE = SPACES
             MOVE 'NOT ON STAFF DIRECTORY' TO WS-BRN-TEXT
           ELSE
             MOVE HV-RCT-SORTCODE TO WS-BRN-TEXT
           END-IF.

           MOVE SPACES TO RCRT-RPT-RECORD.
           WRITE RCRT-RPT-RECORD.
           MOVE WS-BRANCH-LINE TO RCRT-RPT-RECORD.
           WRITE RCRT-RPT-RECORD.
       WRITE-BRANCH-LINE-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE HV-RCT-MANAGER TO WS-RPT-MANAGER.
           MOVE HV-RCT-OPID TO WS-RPT-OPID.
           MOVE HV-RCT-ROLE TO WS-RPT-ROLE.

           IF HV-RCT-LAST-ACTIVE = 0
             MOVE 'NONE' TO WS-RPT-LAST-ACTIVE
           ELSE
             MOVE HV-RCT-LAST-ACTIVE TO WS-DATE-DISPLAY
             MOVE WS-DATE-DISPLAY TO WS-RPT-LAST-ACTIVE
           END-IF.

           MOVE HV-RCT-CYCLE TO WS-RPT-CYCLE.
           MOVE HV-RCT-DEADLINE TO WS-RPT-DEADLINE.
           MOVE WS-REPORT-LINE TO RCRT-RPT-RECORD.
           WRITE RCRT-RPT-RECORD.
       WRITE-REPORT-LINE-END.

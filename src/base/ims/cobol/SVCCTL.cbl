       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCTL.

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
      * Online service freeze and release, as a step of the
      * overnight JCL.
      *
      * Between EODCUT and the end of ACCRINT and ACCTCTL a posting
      * from the online region can land in the middle of the proof
      * and leave ACCTCTL reporting an out-of-balance that is not
      * real. This step sets SERVICE_CONTROL so that DBCRFUN,
      * XFRFUN, CREACC, CLOSACC, UPDCUST and the IMS teller cash
      * postings refuse - through SVCCHK - for as long as the batch
      * needs the tables to itself. It runs twice a night:
      *
      *   after EODCUT           JOB=SVCFRZ
      *                          MESSAGE=Overnight processing - ...
      *                          READONLY=POSTING
      *
      *   after ACCTCTL          JOB=SVCREL
      *                          OPEN=POSTING
      *
      * OPEN=, READONLY= and CLOSE= each name one service -
      * POSTING, ACCOUNTS or CUSTOMER - and set it open, read-only
      * or closed. MESSAGE= sets the text refused operators see for
      * every state card after it. OPERATOR= names who the change is
      * recorded against (three characters, as EIBOPID; BAT if not
      * given) and JOB= the name the step registers under on
      * BATCH_RUN_REGISTER, so the freeze and the release each show
      * on the morning control report in their own right.
      *
      * Every card is checked before anything is changed - a bad
      * card changes nothing and fails the step with return code
      * 12. Each service is then set and written to
      * SERVICE_CONTROL_AUDIT, with the state it left, in one unit
      * of work; a DB2 failure backs out the service in hand and
      * fails the step, leaving any earlier service changed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * SERVICE_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE SVCCDB2
           END-EXEC.

      * SERVICE_CONTROL_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE SVCADB2
           END-EXEC.

       01  HOST-SERVICE-ROW.
           03  HV-SVC-SERVICE            PIC X(8).
           03  HV-SVC-STATE              PIC X.
           03  HV-SVC-MESSAGE            PIC X(60).
           03  HV-SVC-CHANGED-BY         PIC X(3).
           03  HV-SVC-CHANGED-DATE       PIC S9(9) COMP.
           03  HV-SVC-CHANGED-TIME       PIC X(8).

       01  HV-SVC-OLD-STATE              PIC X.

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

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-OPTIONS-OK             PIC X             VALUE 'Y'.

      *
      * The step's own name, who the changes are made by, and the
      * message the state cards that follow are given.
      *
       77  WS-STEP-JOB               PIC X(8)          VALUE 'SVCCTL'.
       77  WS-STEP-OPERATOR          PIC X(3)          VALUE 'BAT'.
       77  WS-CARD-MESSAGE           PIC X(60)         VALUE SPACES.
       77  WS-CARD-SERVICE           PIC X(8)          VALUE SPACES.
       77  WS-CARD-STATE             PIC X             VALUE SPACES.

      *
      * The changes asked for, in card order, checked in full
      * before the first is made.
      *
       77  WS-CHANGE-COUNT           PIC S9(4) COMP    VALUE 0.
       77  WS-CHANGE-IX              PIC S9(4) COMP    VALUE 0.
       77  WS-CHANGE-MAX             PIC S9(4) COMP    VALUE 10.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 10 TIMES.
               10  WS-CHG-SERVICE    PIC X(8).
               10  WS-CHG-STATE      PIC X.
               10  WS-CHG-MESSAGE    PIC X(60).

       77  WS-CHANGES-MADE           PIC 9(4)          VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-END.

           MOVE WS-STEP-JOB TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'SVCCTL: CONTROL CARDS UNUSABLE - NO SERVICE '
                     'CHANGED'
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           EXEC SQL
              SELECT YEAR(CURRENT DATE) * 10000
                     + MONTH(CURRENT DATE) * 100
                     + DAY(CURRENT DATE),
                     CHAR(CURRENT TIME, ISO)
                INTO :HV-SVC-CHANGED-DATE, :HV-SVC-CHANGED-TIME
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SVCCTL: DATE AND TIME READ FAILED, SQLCODE='
                SQLCODE-DISPLAY
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
             PERFORM SET-SERVICE-STATE THRU SET-SERVICE-STATE-END
           END-PERFORM.

           DISPLAY 'SVCCTL: SERVICES CHANGED = ' WS-CHANGES-MADE.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-CHANGES-MADE TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-CONTROL-CARDS
      * At least one state card is required - a freeze step that
      * freezes nothing has been set up wrongly.
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

           IF WS-CHANGE-COUNT = 0
             DISPLAY 'SVCCTL: NO OPEN=, READONLY= OR CLOSE= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.
       READ-CONTROL-CARDS-END.

      * PROCEDURE PARSE-CONTROL-CARD
       PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CARD-STATE.

           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:4) = 'JOB='
               IF SYSIN-RECORD (5:8) = SPACES
                 DISPLAY 'SVCCTL: UNUSABLE JOB= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (5:8) TO WS-STEP-JOB
               END-IF
             WHEN SYSIN-RECORD (1:9) = 'OPERATOR='
               IF SYSIN-RECORD (10:3) = SPACES
                 DISPLAY 'SVCCTL: UNUSABLE OPERATOR= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               ELSE
                 MOVE SYSIN-RECORD (10:3) TO WS-STEP-OPERATOR
               END-IF
             WHEN SYSIN-RECORD (1:8) = 'MESSAGE='
               MOVE SYSIN-RECORD (9:60) TO WS-CARD-MESSAGE
             WHEN SYSIN-RECORD (1:5) = 'OPEN='
               MOVE 'O' TO WS-CARD-STATE
               MOVE SYSIN-RECORD (6:8) TO WS-CARD-SERVICE
             WHEN SYSIN-RECORD (1:9) = 'READONLY='
               MOVE 'R' TO WS-CARD-STATE
               MOVE SYSIN-RECORD (10:8) TO WS-CARD-SERVICE
             WHEN SYSIN-RECORD (1:6) = 'CLOSE='
               MOVE 'C' TO WS-CARD-STATE
               MOVE SYSIN-RECORD (7:8) TO WS-CARD-SERVICE
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'SVCCTL: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-OPTIONS-OK
           END-EVALUATE.

           IF WS-CARD-STATE NOT = SPACES
             PERFORM ADD-SERVICE-CHANGE THRU ADD-SERVICE-CHANGE-END
           END-IF.
       PARSE-CONTROL-CARD-END.

      * PROCEDURE ADD-SERVICE-CHANGE
      * Only the services the online programs ask about can be
      * set - a misspelt name would otherwise freeze nothing and
      * say it had.
       ADD-SERVICE-CHANGE.
           IF WS-CARD-SERVICE NOT = 'POSTING '
              AND WS-CARD-SERVICE NOT = 'ACCOUNTS'
              AND WS-CARD-SERVICE NOT = 'CUSTOMER'
             DISPLAY 'SVCCTL: UNKNOWN SERVICE ' WS-CARD-SERVICE
             MOVE 'N' TO WS-OPTIONS-OK
             GO TO ADD-SERVICE-CHANGE-END
           END-IF.

           IF WS-CHANGE-COUNT = WS-CHANGE-MAX
             DISPLAY 'SVCCTL: TOO MANY STATE CARDS - '
                     WS-CARD-SERVICE ' NOT SET'
             MOVE 'N' TO WS-OPTIONS-OK
             GO TO ADD-SERVICE-CHANGE-END
           END-IF.

           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-CARD-SERVICE TO WS-CHG-SERVICE (WS-CHANGE-COUNT).
           MOVE WS-CARD-STATE TO WS-CHG-STATE (WS-CHANGE-COUNT).
           IF WS-CARD-STATE = 'O'
             MOVE SPACES TO WS-CHG-MESSAGE (WS-CHANGE-COUNT)
           ELSE
             MOVE WS-CARD-MESSAGE TO WS-CHG-MESSAGE (WS-CHANGE-COUNT)
           END-IF.
       ADD-SERVICE-CHANGE-END.

      * PROCEDURE SET-SERVICE-STATE
      * One service set and audited in one unit of work, the
      * state it left read first - a service with no row has
      * always been open.
       SET-SERVICE-STATE.
           MOVE WS-CHG-SERVICE (WS-CHANGE-IX) TO HV-SVC-SERVICE.
           MOVE WS-CHG-STATE (WS-CHANGE-IX) TO HV-SVC-STATE.
           MOVE WS-CHG-MESSAGE (WS-CHANGE-IX) TO HV-SVC-MESSAGE.
           MOVE WS-STEP-OPERATOR TO HV-SVC-CHANGED-BY.

           EXEC SQL
              SELECT SERVICE_CONTROL_STATE
                INTO :HV-SVC-OLD-STATE
                FROM SERVICE_CONTROL
               WHERE SERVICE_CONTROL_SERVICE = :HV-SVC-SERVICE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SVCCTL: ' HV-SVC-SERVICE
                ' READ FAILED, SQLCODE=' SQLCODE-DISPLAY
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           IF SQLCODE = 100
             MOVE 'O' TO HV-SVC-OLD-STATE
             EXEC SQL
                INSERT INTO SERVICE_CONTROL
                       ( SERVICE_CONTROL_SERVICE,
                         SERVICE_CONTROL_STATE,
                         SERVICE_CONTROL_MESSAGE,
                         SERVICE_CONTROL_CHANGED_BY,
                         SERVICE_CONTROL_CHANGED_DATE,
                         SERVICE_CONTROL_CHANGED_TIME )
                VALUES ( :HV-SVC-SERVICE,
                         :HV-SVC-STATE,
                         :HV-SVC-MESSAGE,
                         :HV-SVC-CHANGED-BY,
                         :HV-SVC-CHANGED-DATE,
                         :HV-SVC-CHANGED-TIME )
             END-EXEC
           ELSE
             EXEC SQL
                UPDATE SERVICE_CONTROL
                   SET SERVICE_CONTROL_STATE = :HV-SVC-STATE,
                       SERVICE_CONTROL_MESSAGE = :HV-SVC-MESSAGE,
                       SERVICE_CONTROL_CHANGED_BY = :HV-SVC-CHANGED-BY,
                       SERVICE_CONTROL_CHANGED_DATE =
                          :HV-SVC-CHANGED-DATE,
                       SERVICE_CONTROL_CHANGED_TIME =
                          :HV-SVC-CHANGED-TIME
                 WHERE SERVICE_CONTROL_SERVICE = :HV-SVC-SERVICE
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SVCCTL: ' HV-SVC-SERVICE
                ' UPDATE FAILED, SQLCODE=' SQLCODE-DISPLAY
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           EXEC SQL
              INSERT INTO SERVICE_CONTROL_AUDIT
                     ( SVC_AUDIT_SERVICE,
                       SVC_AUDIT_OLD_STATE,
                       SVC_AUDIT_NEW_STATE,
                       SVC_AUDIT_MESSAGE,
                       SVC_AUDIT_OPERATOR,
                       SVC_AUDIT_SOURCE,
                       SVC_AUDIT_DATE,
                       SVC_AUDIT_TIME )
              VALUES ( :HV-SVC-SERVICE,
                       :HV-SVC-OLD-STATE,
                       :HV-SVC-STATE,
                       :HV-SVC-MESSAGE,
                       :HV-SVC-CHANGED-BY,
                       'SVCCTL',
                       :HV-SVC-CHANGED-DATE,
                       :HV-SVC-CHANGED-TIME )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'SVCCTL: ' HV-SVC-SERVICE
                ' AUDIT INSERT FAILED, SQLCODE=' SQLCODE-DISPLAY
             PERFORM ABANDON-THE-RUN THRU ABANDON-THE-RUN-END
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-CHANGES-MADE.
           DISPLAY 'SVCCTL: ' HV-SVC-SERVICE ' SET FROM '
              HV-SVC-OLD-STATE ' TO ' HV-SVC-STATE
              ' BY ' HV-SVC-CHANGED-BY.
       SET-SERVICE-STATE-END.

      * PROCEDURE ABANDON-THE-RUN
      * Back out the service in hand and stop with a return code
      * the scheduler treats as fatal - the batch must not start
      * behind a freeze that did not take.
       ABANDON-THE-RUN.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 12 TO RETURN-CODE.
           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-CHANGES-MADE TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.
       ABANDON-THE-RUN-END.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program maintains SERVICE_CONTROL from the online
      * region. Operations use it to freeze a service by hand - to
      * hold postings while a failed overnight job is re-run, say -
      * and to lift a freeze the overnight JCL has left in place.
      * SVCCTL makes the same change as a step of the JCL.
      *
      * COMM-SVM-ACTION 'S' sets one service - 'POSTING ',
      * 'ACCOUNTS' or 'CUSTOMER' - to open ('O'), read-only ('R') or
      * closed ('C') with the message a refused operator is to see,
      * and 'E' lists the services on the table. Both need an
      * operations or manager role on OPERATOR_ROLE, the LGLHMNT
      * way - 'OPS ' or 'MGR '.
      *
      * Every change of state is written to SERVICE_CONTROL_AUDIT
      * with the state left and entered, the operator and the time,
      * in the same unit of work as the change. A DB2 problem is
      * reported back in the commarea rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * SERVICE_CONTROL DB2 copybook
           EXEC SQL
              INCLUDE SVCCDB2
           END-EXEC.

      * SERVICE_CONTROL_AUDIT DB2 copybook
           EXEC SQL
              INCLUDE SVCADB2
           END-EXEC.

      * OPERATOR_ROLE DB2 copybook - freezing and releasing the
      * online services is an operations duty
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

       01 HOST-SERVICE-ROW.
          03 HV-SVC-SERVICE             PIC X(8).
          03 HV-SVC-STATE               PIC X.
          03 HV-SVC-MESSAGE             PIC X(60).
          03 HV-SVC-CHANGED-BY          PIC X(3).
          03 HV-SVC-CHANGED-DATE        PIC S9(9) COMP.
          03 HV-SVC-CHANGED-TIME        PIC X(8).

       01 HV-SVC-OLD-STATE              PIC X.
       01 HV-OPERATOR-OPID              PIC X(3).
       01 HV-OPERATOR-ROLE              PIC X(4).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-TIME-DATA.
          03 WS-TIME-NOW                PIC 9(6).
          03 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
             05 WS-TIME-NOW-GRP-HH      PIC 99.
             05 WS-TIME-NOW-GRP-MM      PIC 99.
             05 WS-TIME-NOW-GRP-SS      PIC 99.

       01 WS-TIME-DOTTED.
          03 WS-TIME-DOTTED-HH          PIC 99.
          03 FILLER                     PIC X         VALUE '.'.
          03 WS-TIME-DOTTED-MM          PIC 99.
          03 FILLER                     PIC X         VALUE '.'.
          03 WS-TIME-DOTTED-SS          PIC 99.

       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.

      * Every service on the table, by name.
           EXEC SQL
              DECLARE SVCLIST-CURSOR CURSOR FOR
                 SELECT SERVICE_CONTROL_SERVICE,
                        SERVICE_CONTROL_STATE,
                        SERVICE_CONTROL_MESSAGE,
                        SERVICE_CONTROL_CHANGED_BY,
                        SERVICE_CONTROL_CHANGED_DATE,
                        SERVICE_CONTROL_CHANGED_TIME
                   FROM SERVICE_CONTROL
                  ORDER BY SERVICE_CONTROL_SERVICE
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SVCCMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'SVCCMNT: Action=' COMM-SVM-ACTION
                   ' Service=' COMM-SVM-SERVICE
                   ' State=' COMM-SVM-STATE

           MOVE 'N' TO COMM-SVM-SUCCESS.
           MOVE ' ' TO COMM-SVM-FAIL-CD.

           IF NOT SVM-SET-STATE
              AND NOT SVM-ENQUIRE
              MOVE '1' TO COMM-SVM-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-OPERATOR-ROLE.

           IF HV-OPERATOR-ROLE NOT = 'OPS '
              AND HV-OPERATOR-ROLE NOT = 'MGR '
              DISPLAY 'SVCCMNT: Operator ' EIBOPID ' not '
                      'authorised to control online services'
              MOVE 'A' TO COMM-SVM-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN SVM-SET-STATE
                 PERFORM SET-SERVICE-STATE
              WHEN SVM-ENQUIRE
                 PERFORM LIST-SERVICES
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       CHECK-OPERATOR-ROLE SECTION.
       COR010.
      *
      *    The signed-on operator's role. An operator with no
      *    OPERATOR_ROLE row, or a failed lookup, is left with a
      *    blank role and so is not authorised for anything here.
      *
           MOVE EIBOPID TO HV-OPERATOR-OPID.
           MOVE SPACES TO HV-OPERATOR-ROLE.

           EXEC SQL
              SELECT OPERATOR_ROLE_CODE
                INTO :HV-OPERATOR-ROLE
                FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-OPERATOR-OPID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-OPERATOR-ROLE
           END-IF.

       COR999.
           EXIT.


       SET-SERVICE-STATE SECTION.
       SSS010.

           IF COMM-SVM-SERVICE NOT = 'POSTING '
              AND COMM-SVM-SERVICE NOT = 'ACCOUNTS'
              AND COMM-SVM-SERVICE NOT = 'CUSTOMER'
              MOVE '2' TO COMM-SVM-FAIL-CD
              GO TO SSS999
           END-IF.

           IF COMM-SVM-STATE NOT = 'O'
              AND COMM-SVM-STATE NOT = 'R'
              AND COMM-SVM-STATE NOT = 'C'
              MOVE '3' TO COMM-SVM-FAIL-CD
              GO TO SSS999
           END-IF.

           IF COMM-SVM-MESSAGE = LOW-VALUES
              MOVE SPACES TO COMM-SVM-MESSAGE
           END-IF.

           MOVE COMM-SVM-SERVICE TO HV-SVC-SERVICE.
           MOVE COMM-SVM-STATE TO HV-SVC-STATE.
           MOVE COMM-SVM-MESSAGE TO HV-SVC-MESSAGE.
           MOVE EIBOPID TO HV-SVC-CHANGED-BY.
           MOVE WS-TODAY-INT TO HV-SVC-CHANGED-DATE.
           MOVE WS-TIME-DOTTED TO HV-SVC-CHANGED-TIME.

      *
      *    The state being left - a service with no row has always
      *    been open.
      *
           EXEC SQL
              SELECT SERVICE_CONTROL_STATE
                INTO :HV-SVC-OLD-STATE
                FROM SERVICE_CONTROL
               WHERE SERVICE_CONTROL_SERVICE = :HV-SVC-SERVICE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SVCCMNT - Service lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SVM-FAIL-CD
              GO TO SSS999
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
              DISPLAY 'SVCCMNT - Service update failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SVM-FAIL-CD
              GO TO SSS999
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
                       'SVCCMNT',
                       :HV-SVC-CHANGED-DATE,
                       :HV-SVC-CHANGED-TIME )
           END-EXEC.

      *
      *    An unaudited change of state must not stand - the
      *    change is backed out with the audit row.
      *
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SVCCMNT - Audit INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-SVM-FAIL-CD
              GO TO SSS999
           END-IF.

           MOVE HV-SVC-OLD-STATE TO COMM-SVM-OLD-STATE.
           MOVE 'Y' TO COMM-SVM-SUCCESS.
           DISPLAY 'SVCCMNT: Service ' COMM-SVM-SERVICE ' set from '
                   COMM-SVM-OLD-STATE ' to ' COMM-SVM-STATE
                   ' by operator ' EIBOPID.

       SSS999.
           EXIT.


       LIST-SERVICES SECTION.
       LS010.

           MOVE 0 TO COMM-SVM-LIST-COUNT.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN SVCLIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SVCCMNT - Unable to open service list. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO COMM-SVM-FAIL-CD
              GO TO LS999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX = 10
              EXEC SQL
                 FETCH SVCLIST-CURSOR
                   INTO :HV-SVC-SERVICE, :HV-SVC-STATE,
                        :HV-SVC-MESSAGE, :HV-SVC-CHANGED-BY,
                        :HV-SVC-CHANGED-DATE, :HV-SVC-CHANGED-TIME
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-INDEX
                 MOVE HV-SVC-SERVICE
                    TO COMM-SVM-L-SERVICE (WS-LIST-INDEX)
                 MOVE HV-SVC-STATE
                    TO COMM-SVM-L-STATE (WS-LIST-INDEX)
                 MOVE HV-SVC-MESSAGE
                    TO COMM-SVM-L-MESSAGE (WS-LIST-INDEX)
                 MOVE HV-SVC-CHANGED-BY
                    TO COMM-SVM-L-CHANGED-BY (WS-LIST-INDEX)
                 MOVE HV-SVC-CHANGED-DATE
                    TO COMM-SVM-L-CHANGED-DATE (WS-LIST-INDEX)
                 MOVE HV-SVC-CHANGED-TIME
                    TO COMM-SVM-L-CHANGED-TIME (WS-LIST-INDEX)
              END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SVCCMNT - Service list FETCH failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SVM-FAIL-CD
           END-IF.

           EXEC SQL
              CLOSE SVCLIST-CURSOR
           END-EXEC.

           IF COMM-SVM-FAIL-CD = '8'
              GO TO LS999
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-SVM-LIST-COUNT.
           MOVE 'Y' TO COMM-SVM-SUCCESS.

       LS999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                TIME(WS-TIME-NOW)
                DATESEP
                END-EXEC.

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

           MOVE WS-TIME-NOW-GRP-HH TO WS-TIME-DOTTED-HH.
           MOVE WS-TIME-NOW-GRP-MM TO WS-TIME-DOTTED-MM.
           MOVE WS-TIME-NOW-GRP-SS TO WS-TIME-DOTTED-SS.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

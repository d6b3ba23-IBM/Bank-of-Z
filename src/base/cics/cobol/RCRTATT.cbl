       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the line manager's side of the quarterly
      * access recertification. OPRRECRT lists every OPERATOR_ROLE
      * grant on ACCESS_RECERT under the operator's line manager
      * from STAFF_DIRECTORY; the manager, signed on, attests each
      * one here.
      *
      * COMM-RCA-ACTION 'E' lists the grants still awaiting the
      * signed-on manager, ten at a time, with the operator's last
      * activity date and any removal flag. 'C' confirms a grant -
      * it stands for another quarter. 'R' revokes it: the
      * OPERATOR_ROLE row is deleted there and then, in the same
      * unit of work as the attestation. Taking a right away needs
      * no second operator; giving one back goes through the
      * REFDMNT two-operator add.
      *
      * Only the manager the grant was listed under may attest it,
      * never their own grant, and only until the deadline - after
      * it OPRRECRT suspends the grant. The attestation is stamped
      * with the manager from EIBOPID and the date. A DB2 problem
      * is reported back in the commarea rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTATT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * ACCESS_RECERT DB2 copybook
           EXEC SQL
              INCLUDE RCRTDB2
           END-EXEC.

      * OPERATOR_ROLE DB2 copybook - a revoked grant is removed
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

       01 HOST-RECERT-ROW.
          03 HV-RCT-CYCLE               PIC X(6).
          03 HV-RCT-OPID                PIC X(3).
          03 HV-RCT-ROLE                PIC X(4).
          03 HV-RCT-SORTCODE            PIC X(6).
          03 HV-RCT-MANAGER             PIC X(3).
          03 HV-RCT-LAST-ACTIVE         PIC S9(9) COMP.
          03 HV-RCT-REMOVAL             PIC X.
          03 HV-RCT-DEADLINE            PIC S9(9) COMP.
          03 HV-RCT-STATUS              PIC X.
          03 HV-RCT-ATTESTED-BY         PIC X(3).
          03 HV-RCT-ATTESTED-DATE       PIC S9(9) COMP.

       01 HV-MANAGER-OPID               PIC X(3).

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
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.

      * The grants awaiting the signed-on manager and still inside
      * their deadline, by operator.
           EXEC SQL
              DECLARE RCALIST-CURSOR CURSOR FOR
                 SELECT RECERT_CYCLE, RECERT_OPID, RECERT_ROLE,
                        RECERT_SORTCODE, RECERT_LAST_ACTIVE,
                        RECERT_REMOVAL, RECERT_DEADLINE
                   FROM ACCESS_RECERT
                  WHERE RECERT_MANAGER = :HV-MANAGER-OPID
                    AND RECERT_STATUS = 'P'
                    AND RECERT_DEADLINE >= :WS-TODAY-INT
                  ORDER BY RECERT_OPID, RECERT_ROLE, RECERT_CYCLE
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RCRTATT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'RCRTATT: Action=' COMM-RCA-ACTION
                   ' Operator=' COMM-RCA-OPID
                   ' Role=' COMM-RCA-ROLE
                   ' Manager=' EIBOPID

           MOVE 'N' TO COMM-RCA-SUCCESS.
           MOVE ' ' TO COMM-RCA-FAIL-CD.

           IF NOT RCA-CONFIRM
              AND NOT RCA-REVOKE
              AND NOT RCA-ENQUIRE
              MOVE '1' TO COMM-RCA-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE EIBOPID TO HV-MANAGER-OPID.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN RCA-ENQUIRE
                 PERFORM LIST-GRANTS
              WHEN OTHER
                 PERFORM ATTEST-GRANT
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       ATTEST-GRANT SECTION.
       AG010.

           IF COMM-RCA-OPID = SPACES OR COMM-RCA-ROLE = SPACES
              MOVE '2' TO COMM-RCA-FAIL-CD
              GO TO AG999
           END-IF.

           MOVE COMM-RCA-OPID TO HV-RCT-OPID.
           MOVE COMM-RCA-ROLE TO HV-RCT-ROLE.

      *
      *    The pending grant for the operator and role, the most
      *    recent cycle first.
      *
           EXEC SQL
              SELECT RECERT_CYCLE, RECERT_MANAGER, RECERT_DEADLINE
                INTO :HV-RCT-CYCLE, :HV-RCT-MANAGER, :HV-RCT-DEADLINE
                FROM ACCESS_RECERT
               WHERE RECERT_OPID = :HV-RCT-OPID
                 AND RECERT_ROLE = :HV-RCT-ROLE
                 AND RECERT_STATUS = 'P'
               ORDER BY RECERT_CYCLE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-RCA-FAIL-CD
              GO TO AG999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RCRTATT - Grant lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-RCA-FAIL-CD
              GO TO AG999
           END-IF.

           IF HV-RCT-MANAGER NOT = HV-MANAGER-OPID
              OR HV-RCT-OPID = HV-MANAGER-OPID
              OR HV-RCT-MANAGER = SPACES
              DISPLAY 'RCRTATT: Operator ' EIBOPID ' not '
                      'authorised to attest ' HV-RCT-OPID ' '
                      HV-RCT-ROLE
              MOVE 'A' TO COMM-RCA-FAIL-CD
              GO TO AG999
           END-IF.

           IF HV-RCT-DEADLINE < WS-TODAY-INT
              DISPLAY 'RCRTATT: Attestation deadline passed for '
                      HV-RCT-OPID ' ' HV-RCT-ROLE
              MOVE 'A' TO COMM-RCA-FAIL-CD
              GO TO AG999
           END-IF.

      *
      *    A revoked grant comes off OPERATOR_ROLE first. One
      *    already gone is not an error.
      *
           IF RCA-REVOKE
              EXEC SQL
                 DELETE FROM OPERATOR_ROLE
                  WHERE OPERATOR_ROLE_OPID = :HV-RCT-OPID
                    AND OPERATOR_ROLE_CODE = :HV-RCT-ROLE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RCRTATT - Role DELETE failed. SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE '8' TO COMM-RCA-FAIL-CD
                 GO TO AG999
              END-IF
              MOVE 'R' TO HV-RCT-STATUS
           ELSE
              MOVE 'C' TO HV-RCT-STATUS
           END-IF.

           MOVE EIBOPID TO HV-RCT-ATTESTED-BY.
           MOVE WS-TODAY-INT TO HV-RCT-ATTESTED-DATE.

           EXEC SQL
              UPDATE ACCESS_RECERT
                 SET RECERT_STATUS = :HV-RCT-STATUS,
                     RECERT_ATTESTED_BY = :HV-RCT-ATTESTED-BY,
                     RECERT_ATTESTED_DATE = :HV-RCT-ATTESTED-DATE
               WHERE RECERT_CYCLE = :HV-RCT-CYCLE
                 AND RECERT_OPID = :HV-RCT-OPID
                 AND RECERT_ROLE = :HV-RCT-ROLE
                 AND RECERT_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RCRTATT - Attestation UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              IF SQLCODE = 100
                 MOVE '5' TO COMM-RCA-FAIL-CD
              ELSE
                 MOVE '8' TO COMM-RCA-FAIL-CD
              END-IF
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO AG999
           END-IF.

           MOVE 'Y' TO COMM-RCA-SUCCESS.

           IF RCA-REVOKE
              DISPLAY 'RCRTATT: Role ' HV-RCT-ROLE ' revoked from '
                      HV-RCT-OPID ' by manager ' EIBOPID
           ELSE
              DISPLAY 'RCRTATT: Role ' HV-RCT-ROLE ' confirmed for '
                      HV-RCT-OPID ' by manager ' EIBOPID
           END-IF.

       AG999.
           EXIT.


       LIST-GRANTS SECTION.
       LS010.

           SET NO-MORE-RCA-ROWS TO TRUE.
           MOVE 0 TO COMM-RCA-LIST-COUNT.

           MOVE COMM-RCA-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN RCALIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RCRTATT - Unable to open grant list. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-RCA-FAIL-CD
              GO TO LS999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH RCALIST-CURSOR
                   INTO :HV-RCT-CYCLE, :HV-RCT-OPID, :HV-RCT-ROLE,
                        :HV-RCT-SORTCODE, :HV-RCT-LAST-ACTIVE,
                        :HV-RCT-REMOVAL, :HV-RCT-DEADLINE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       MOVE HV-RCT-CYCLE
                          TO COMM-RCA-L-CYCLE (WS-LIST-INDEX)
                       MOVE HV-RCT-OPID
                          TO COMM-RCA-L-OPID (WS-LIST-INDEX)
                       MOVE HV-RCT-ROLE
                          TO COMM-RCA-L-ROLE (WS-LIST-INDEX)
                       MOVE HV-RCT-SORTCODE
                          TO COMM-RCA-L-SCODE (WS-LIST-INDEX)
                       MOVE HV-RCT-LAST-ACTIVE
                          TO COMM-RCA-L-LAST-ACTIVE (WS-LIST-INDEX)
                       MOVE HV-RCT-REMOVAL
                          TO COMM-RCA-L-REMOVAL (WS-LIST-INDEX)
                       MOVE HV-RCT-DEADLINE
                          TO COMM-RCA-L-DEADLINE (WS-LIST-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RCRTATT - Grant list FETCH failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-RCA-FAIL-CD
           END-IF.

           EXEC SQL
              CLOSE RCALIST-CURSOR
           END-EXEC.

           IF COMM-RCA-FAIL-CD = '8'
              GO TO LS999
           END-IF.

           IF WS-LIST-INDEX > 10
              SET MORE-RCA-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-RCA-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-RCA-LIST-COUNT.
           COMPUTE COMM-RCA-LIST-START =
              COMM-RCA-LIST-START + WS-LIST-INDEX.

           MOVE 'Y' TO COMM-RCA-SUCCESS.

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

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the one-copy reading of SERVICE_CONTROL.
      * While the overnight batch is interest-accruing, charging and
      * producing statements, an online posting against the same
      * accounts can land half inside a job's figures and half
      * outside them. Operations freeze the affected services for
      * that window, and every program that updates them asks here
      * first and refuses - with the message operations set - while
      * the service is read-only or closed.
      *
      * A service with no row is open. A failed read of the table is
      * answered as frozen: the callers are all about to update
      * something, and a freeze that cannot be ruled out has to be
      * treated as in force.
      *
      * It is a plain subprogram in the LGLHCHK style: it GOBACKs
      * rather than EXEC CICS RETURNs, so DBCRFUN, XFRFUN, CREACC,
      * CLOSACC and UPDCUST CALL it online and the IMS teller
      * transactions CALL it from IBGCUDAT.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHK.
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

       01 HOST-SERVICE-ROW.
          03 HV-SVC-SERVICE             PIC X(8).
          03 HV-SVC-STATE               PIC X.
          03 HV-SVC-MESSAGE             PIC X(60).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SVCCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           MOVE 'N' TO SVCC-SUCCESS.
           MOVE ' ' TO SVCC-FAIL-CD.
           MOVE 'O' TO SVCC-STATE.
           MOVE 'Y' TO SVCC-UPDATES.
           MOVE SPACES TO SVCC-MESSAGE.

           IF SVCC-SERVICE = SPACES
              MOVE '2' TO SVCC-FAIL-CD
              GOBACK
           END-IF.

           PERFORM READ-SERVICE-STATE.

           IF NOT SVCC-UPDATES-ALLOWED
              AND SVCC-MESSAGE = SPACES
              MOVE 'SERVICE TEMPORARILY UNAVAILABLE' TO SVCC-MESSAGE
           END-IF.

           GOBACK.

       ML999.
           EXIT.


       READ-SERVICE-STATE SECTION.
       RSS010.

           MOVE SVCC-SERVICE TO HV-SVC-SERVICE.

           EXEC SQL
              SELECT SERVICE_CONTROL_STATE, SERVICE_CONTROL_MESSAGE
                INTO :HV-SVC-STATE, :HV-SVC-MESSAGE
                FROM SERVICE_CONTROL
               WHERE SERVICE_CONTROL_SERVICE = :HV-SVC-SERVICE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO SVCC-SUCCESS
              GO TO RSS999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SVCCHK - Service control read failed for '
                      SVCC-SERVICE ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'C' TO SVCC-STATE
              MOVE 'N' TO SVCC-UPDATES
              MOVE '8' TO SVCC-FAIL-CD
              GO TO RSS999
           END-IF.

           MOVE HV-SVC-STATE TO SVCC-STATE.
           MOVE HV-SVC-MESSAGE TO SVCC-MESSAGE.

           IF NOT SVCC-OPEN
              MOVE 'N' TO SVCC-UPDATES
           END-IF.

           MOVE 'Y' TO SVCC-SUCCESS.

       RSS999.
           EXIT.

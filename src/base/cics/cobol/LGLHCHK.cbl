       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the one-copy reading of the LEGAL_HOLD
      * register. A customer involved in litigation, a regulatory
      * investigation or a police production order must have
      * everything kept, but deletion, GDPR anonymisation, merging,
      * the customer purge, log housekeeping and the PROCTRAN archive
      * all remove data on their own schedules. Each of them asks
      * here before it acts, and skips - and reports - a customer
      * who is held.
      *
      * Any active row holds the customer. The earliest hold's
      * reason and case reference are returned for the caller's
      * report or refusal message.
      *
      * A failed read of the register is answered as held: the
      * callers are all about to destroy something, and a hold that
      * cannot be ruled out has to be treated as in force.
      *
      * It is a plain subprogram in the VULNCHK style: it GOBACKs
      * rather than EXEC CICS RETURNs, so DELCUS and CUSTMERG CALL
      * it online and CUSTPURG and LOGHSKP CALL it from batch.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLHCHK.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * LEGAL_HOLD DB2 copybook
           EXEC SQL
              INCLUDE LGHDDB2
           END-EXEC.

       01 HOST-HOLD-KEY.
          03 HV-HOLD-SORTCODE           PIC X(6).
          03 HV-HOLD-CUSTNO             PIC X(10).

       01 HOST-HOLD-ROW.
          03 HV-HOLD-REASON             PIC X(10).
          03 HV-HOLD-CASE-REF           PIC X(20).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LGLHCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           MOVE 'N' TO LGLH-SUCCESS.
           MOVE ' ' TO LGLH-FAIL-CD.
           MOVE 'N' TO LGLH-HELD.
           MOVE SPACES TO LGLH-REASON.
           MOVE SPACES TO LGLH-CASE-REF.

           IF LGLH-SCODE = SPACES OR LGLH-CUSTNO = SPACES
              MOVE '2' TO LGLH-FAIL-CD
              GOBACK
           END-IF.

           PERFORM READ-ACTIVE-HOLD.

           GOBACK.

       ML999.
           EXIT.


       READ-ACTIVE-HOLD SECTION.
       RAH010.

           MOVE LGLH-SCODE TO HV-HOLD-SORTCODE.
           MOVE LGLH-CUSTNO TO HV-HOLD-CUSTNO.

           EXEC SQL
              SELECT LEGAL_HOLD_REASON, LEGAL_HOLD_CASE_REF
                INTO :HV-HOLD-REASON, :HV-HOLD-CASE-REF
                FROM LEGAL_HOLD
               WHERE LEGAL_HOLD_SORTCODE = :HV-HOLD-SORTCODE
                 AND LEGAL_HOLD_CUSTNO = :HV-HOLD-CUSTNO
                 AND LEGAL_HOLD_STATUS = 'A'
               ORDER BY LEGAL_HOLD_PLACED_DATE, LEGAL_HOLD_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO LGLH-SUCCESS
              GO TO RAH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHCHK - Register read failed for '
                      LGLH-SCODE '/' LGLH-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Y' TO LGLH-HELD
              MOVE '8' TO LGLH-FAIL-CD
              GO TO RAH999
           END-IF.

           MOVE 'Y' TO LGLH-HELD.
           MOVE HV-HOLD-REASON TO LGLH-REASON.
           MOVE HV-HOLD-CASE-REF TO LGLH-CASE-REF.
           MOVE 'Y' TO LGLH-SUCCESS.

       RAH999.
           EXIT.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAPLACE.

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
      * Debt recovery agency placement run.
      *
      * Run for one agency at a time, named on SYSIN (AGENCY=cccc)
      * and held on RECOVERY_AGENCY with its commission and
      * placement period. Writes the agency's placement file
      * (DRAPLOUT) - an 'H' header, then:
      *
      *   'R' - a recall for each of the agency's live placements
      *         (DEBT_PLACEMENT status 'P') that has to come back:
      *         the placement period has run out ('E'), the debt
      *         has been paid off in house through WRITEOFF ('P'),
      *         or the customer is now on the vulnerability
      *         register with collections paused ('V') or has been
      *         reported deceased ('D'). The placement is marked
      *         recalled.
      *
      *   'P' - a placement for each written-off debt (WRITE_OFF)
      *         that meets the placement rules: at least
      *         WS-MIN-DAYS-OFF days since the write-off, at least
      *         WS-MIN-PLACEMENT still outstanding after
      *         recoveries, not placed with any agency now, and
      *         never placed with this one before. A customer whose
      *         collections are paused on the vulnerability
      *         register, who is deceased, or who is under a
      *         suspicious activity report is not placed. Each
      *         placement carries the debtor's name, date of birth,
      *         address and phone, and is recorded on
      *         DEBT_PLACEMENT with the agency, the date and the
      *         recall date.
      *
      * and a 'T' trailer with the placement and recall counts and
      * the total amount placed (the CRSEXTR submission-file
      * convention). A suspended agency gets its recalls but no new
      * placements.
      *
      * One placement or recall per unit of work, so a rerun on the
      * same day finds nothing left to do. A customer whose
      * vulnerability record cannot be read is skipped, not placed,
      * with return code 4.
      *
      * The agency's monthly collections come back through DRAREMIT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRA-OUT-FILE ASSIGN TO DRAPLOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       FD  DRA-OUT-FILE
           RECORDING MODE IS F.
       01  DRA-OUT-RECORD.
           05  DRA-OUT-TYPE              PIC X.
           05  DRA-OUT-PLACEMENT-ID      PIC 9(8).
           05  DRA-OUT-SORTCODE          PIC X(6).
           05  DRA-OUT-ACCNO             PIC X(8).
           05  DRA-OUT-CUSTNO            PIC X(10).
           05  DRA-OUT-TITLE             PIC X(10).
           05  DRA-OUT-LAST-NAME         PIC X(50).
           05  DRA-OUT-FIRST-NAME        PIC X(50).
           05  DRA-OUT-DOB               PIC 9(8).
           05  DRA-OUT-ADDR-LINE1        PIC X(50).
           05  DRA-OUT-ADDR-LINE2        PIC X(50).
           05  DRA-OUT-CITY              PIC X(50).
           05  DRA-OUT-POSTCODE          PIC X(10).
           05  DRA-OUT-COUNTRY           PIC X(50).
           05  DRA-OUT-PHONE             PIC X(20).
           05  DRA-OUT-AMOUNT            PIC 9(10)V99.
           05  DRA-OUT-WRITE-OFF-DATE    PIC 9(8).
           05  DRA-OUT-RECALL-DUE        PIC 9(8).
           05  FILLER                    PIC X(31).

       01  DRA-RCL-RECORD.
           05  DRA-RCL-TYPE              PIC X.
           05  DRA-RCL-PLACEMENT-ID      PIC 9(8).
           05  DRA-RCL-SORTCODE          PIC X(6).
           05  DRA-RCL-ACCNO             PIC X(8).
           05  DRA-RCL-CUSTNO            PIC X(10).
           05  DRA-RCL-REASON            PIC X.
           05  DRA-RCL-DATE              PIC 9(8).
           05  FILLER                    PIC X(438).

       01  DRA-HDR-RECORD.
           05  DRA-HDR-TYPE              PIC X.
           05  DRA-HDR-LITERAL           PIC X(20).
           05  DRA-HDR-AGENCY            PIC X(4).
           05  DRA-HDR-CREATED           PIC 9(8).
           05  FILLER                    PIC X(447).

       01  DRA-TRL-RECORD.
           05  DRA-TRL-TYPE              PIC X.
           05  DRA-TRL-LITERAL           PIC X(20).
           05  DRA-TRL-PLACED            PIC 9(8).
           05  DRA-TRL-RECALLED          PIC 9(8).
           05  DRA-TRL-AMOUNT            PIC 9(12)V99.
           05  FILLER                    PIC X(429).

       WORKING-STORAGE SECTION.

      * WRITE_OFF DB2 copybook
           EXEC SQL
              INCLUDE WOFDB2
           END-EXEC.

      * DEBT_PLACEMENT DB2 copybook
           EXEC SQL
              INCLUDE DPLCDB2
           END-EXEC.

      * RECOVERY_AGENCY DB2 copybook - the agency named on SYSIN
           EXEC SQL
              INCLUDE RAGYDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the debtor's details for the agency
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * AML_REVIEW DB2 copybook - a customer under a suspicious
      * activity report is not to be chased by a third party
           EXEC SQL
              INCLUDE AMLRDB2
           END-EXEC.

       77  HV-SAR-HOLD-COUNT         PIC S9(9) COMP    VALUE 0.

      * RECOVERY_AGENCY host variables for DB2
       01  HOST-AGENCY-ROW.
           03  HV-AGENCY-CODE            PIC X(4).
           03  HV-AGENCY-NAME            PIC X(30).
           03  HV-AGENCY-COMMISSION-PCT  PIC S9(3)V99 COMP-3.
           03  HV-AGENCY-PLACE-MONTHS    PIC S9(4) COMP.
           03  HV-AGENCY-STATUS          PIC X.

      * WRITE_OFF host variables for DB2 - the debt being placed
       01  HOST-WRITE-OFF-ROW.
           03  HV-WOF-SORTCODE           PIC X(6).
           03  HV-WOF-NUMBER             PIC X(8).
           03  HV-WOF-CUSTOMER           PIC X(10).
           03  HV-WOF-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-WOF-RECOVERED          PIC S9(10)V99 COMP-3.
           03  HV-WOF-DATE               PIC S9(9) COMP.

      * DEBT_PLACEMENT host variables for DB2
       01  HOST-PLACEMENT-ROW.
           03  HV-DPL-ID                 PIC S9(9) COMP.
           03  HV-DPL-SORTCODE           PIC X(6).
           03  HV-DPL-NUMBER             PIC X(8).
           03  HV-DPL-CUSTOMER           PIC X(10).
           03  HV-DPL-AMOUNT             PIC S9(10)V99 COMP-3.
           03  HV-DPL-RECALL-DUE         PIC S9(9) COMP.
           03  HV-DPL-RECALL-REASON      PIC X.
       77  HV-DPL-MAX-ID             PIC S9(9) COMP    VALUE 0.
       77  HV-DPL-OUTSTANDING        PIC S9(10)V99 COMP-3 VALUE 0.

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-TITLE         PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-PHONE         PIC X(20).
           03  HV-CUSTOMER-ADDR-LINE1    PIC X(50).
           03  HV-CUSTOMER-ADDR-LINE2    PIC X(50).
           03  HV-CUSTOMER-CITY          PIC X(50).
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-COUNTRY       PIC X(50).
           03  HV-CUSTOMER-STATUS        PIC X(10).
           03  HV-CUSTOMER-MAIL-IND      PIC X.
           03  HV-CUSTOMER-MAIL-LINE1    PIC X(50).
           03  HV-CUSTOMER-MAIL-LINE2    PIC X(50).
           03  HV-CUSTOMER-MAIL-CITY     PIC X(50).
           03  HV-CUSTOMER-MAIL-POSTCD   PIC X(10).
           03  HV-CUSTOMER-MAIL-COUNTRY  PIC X(50).

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

      * VULNCHK commarea - a customer with collections paused on
      * the vulnerability register is not passed to an agency
       01  VULNCHK-PROGRAM           PIC X(8) VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

      *
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback.
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
      * The placement rules. A debt is left with in-house recovery
      * for WS-MIN-DAYS-OFF days after the write-off, and a debt
      * below WS-MIN-PLACEMENT is not worth an agency's fee. The
      * write-off cut-off and the recall date come from DB2 date
      * arithmetic on the run date.
      *
       77  WS-MIN-DAYS-OFF           PIC S9(9) COMP    VALUE 60.
       77  WS-MIN-PLACEMENT          PIC S9(10)V99 COMP-3
                                                       VALUE 100.00.
       77  WS-PLACE-MONTHS           PIC S9(9) COMP    VALUE 0.
       77  WS-WOF-CUTOFF             PIC S9(9) COMP    VALUE 0.
       01  HV-WORK-ISO               PIC X(10).
       01  HV-WORK-ISO-GRP REDEFINES HV-WORK-ISO.
           05  WS-WK-ISO-YYYY        PIC 9(4).
           05  FILLER                PIC X.
           05  WS-WK-ISO-MM          PIC 99.
           05  FILLER                PIC X.
           05  WS-WK-ISO-DD          PIC 99.
       77  WS-RECALL-DUE             PIC S9(9) COMP    VALUE 0.

      * The agency the run is for, from SYSIN.
       01  WS-SEL-AGENCY             PIC X(4)          VALUE SPACES.

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-PLACEABLE              PIC X             VALUE 'Y'.
       77  WS-POSTING-OK             PIC X             VALUE 'Y'.
       77  WS-DEBTS-CONSIDERED       PIC 9(8)  COMP    VALUE 0.
       77  WS-DEBTS-PLACED           PIC 9(8)  COMP    VALUE 0.
       77  WS-DEBTS-WITHHELD         PIC 9(8)  COMP    VALUE 0.
       77  WS-PLACEMENTS-LIVE        PIC 9(8)  COMP    VALUE 0.
       77  WS-PLACEMENTS-RECALLED    PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).
       77  WS-AMOUNT-PLACED          PIC S9(12)V99     VALUE 0.
       77  WS-AMOUNT-DISPLAY         PIC -(12)9.99.

      * The agency's live placements, oldest first. WITH HOLD so
      * the per-recall commits do not close the cursor.
           EXEC SQL
              DECLARE RECALL-CURSOR CURSOR WITH HOLD FOR
                 SELECT DEBT_PLACEMENT_ID,
                        DEBT_PLACEMENT_SORTCODE,
                        DEBT_PLACEMENT_NUMBER,
                        DEBT_PLACEMENT_CUSTOMER,
                        DEBT_PLACEMENT_AMOUNT,
                        DEBT_PLACEMENT_RECALL_DUE
                   FROM DEBT_PLACEMENT
                  WHERE DEBT_PLACEMENT_AGENCY = :HV-AGENCY-CODE
                    AND DEBT_PLACEMENT_STATUS = 'P'
                  ORDER BY DEBT_PLACEMENT_ID
           END-EXEC.

      * Written-off debts that meet the placement rules, largest
      * first. WITH HOLD so the per-placement commits do not close
      * the cursor.
           EXEC SQL
              DECLARE PLACE-CURSOR CURSOR WITH HOLD FOR
                 SELECT W.WRITE_OFF_SORTCODE,
                        W.WRITE_OFF_NUMBER,
                        W.WRITE_OFF_CUSTOMER,
                        W.WRITE_OFF_AMOUNT,
                        W.WRITE_OFF_RECOVERED,
                        W.WRITE_OFF_DATE
                   FROM WRITE_OFF W
                  WHERE W.WRITE_OFF_DATE <= :WS-WOF-CUTOFF
                    AND W.WRITE_OFF_AMOUNT - W.WRITE_OFF_RECOVERED
                           >= :WS-MIN-PLACEMENT
                    AND NOT EXISTS
                        ( SELECT 1
                            FROM DEBT_PLACEMENT P
                           WHERE P.DEBT_PLACEMENT_SORTCODE
                                    = W.WRITE_OFF_SORTCODE
                             AND P.DEBT_PLACEMENT_NUMBER
                                    = W.WRITE_OFF_NUMBER
                             AND ( P.DEBT_PLACEMENT_STATUS = 'P'
                                OR P.DEBT_PLACEMENT_AGENCY
                                      = :HV-AGENCY-CODE ) )
                  ORDER BY W.WRITE_OFF_AMOUNT - W.WRITE_OFF_RECOVERED
                           DESC,
                           W.WRITE_OFF_SORTCODE,
                           W.WRITE_OFF_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'DRAPLACE' TO BREG-JOB.
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
           DISPLAY 'DRAPLACE: RUN DATE = ' WS-RUN-DATE-DISPLAY.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.
           PERFORM READ-AGENCY THRU READ-AGENCY-END.
           PERFORM SET-PLACEMENT-DATES THRU SET-PLACEMENT-DATES-END.

           OPEN OUTPUT DRA-OUT-FILE.

           MOVE SPACES TO DRA-HDR-RECORD.
           MOVE 'H' TO DRA-HDR-TYPE.
           MOVE 'DEBT PLACEMENTS' TO DRA-HDR-LITERAL.
           MOVE HV-AGENCY-CODE TO DRA-HDR-AGENCY.
           MOVE WS-RUN-DATE TO DRA-HDR-CREATED.
           WRITE DRA-HDR-RECORD.

      *
      *    First pass - bring back what has to come back, so a
      *    recalled debt is never re-placed in the same run.
      *
           EXEC SQL
              OPEN RECALL-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'DRAPLACE: UNABLE TO OPEN RECALL-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-PLACEMENT
              THRU FETCH-NEXT-PLACEMENT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM REVIEW-ONE-PLACEMENT
                THRU REVIEW-ONE-PLACEMENT-END
             PERFORM FETCH-NEXT-PLACEMENT
                THRU FETCH-NEXT-PLACEMENT-END
           END-PERFORM.

           EXEC SQL
              CLOSE RECALL-CURSOR
           END-EXEC.

      *
      *    Second pass - the new placements, for an active agency.
      *
           IF HV-AGENCY-STATUS NOT = 'A'
             DISPLAY 'DRAPLACE: AGENCY ' HV-AGENCY-CODE
                     ' SUSPENDED - NO NEW PLACEMENTS'
           ELSE
             PERFORM PLACE-NEW-DEBTS THRU PLACE-NEW-DEBTS-END
           END-IF.

           MOVE SPACES TO DRA-TRL-RECORD.
           MOVE 'T' TO DRA-TRL-TYPE.
           MOVE 'DEBT PLACEMENTS' TO DRA-TRL-LITERAL.
           MOVE WS-DEBTS-PLACED TO DRA-TRL-PLACED.
           MOVE WS-PLACEMENTS-RECALLED TO DRA-TRL-RECALLED.
           MOVE WS-AMOUNT-PLACED TO DRA-TRL-AMOUNT.
           WRITE DRA-TRL-RECORD.

           CLOSE DRA-OUT-FILE.

           MOVE WS-PLACEMENTS-LIVE TO WS-RECS-DISPLAY.
           DISPLAY 'DRAPLACE: PLACEMENTS REVIEWED = ' WS-RECS-DISPLAY.
           MOVE WS-PLACEMENTS-RECALLED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAPLACE: PLACEMENTS RECALLED = ' WS-RECS-DISPLAY.
           MOVE WS-DEBTS-CONSIDERED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAPLACE: DEBTS CONSIDERED    = ' WS-RECS-DISPLAY.
           MOVE WS-DEBTS-PLACED TO WS-RECS-DISPLAY.
           DISPLAY 'DRAPLACE: DEBTS PLACED        = ' WS-RECS-DISPLAY.
           MOVE WS-DEBTS-WITHHELD TO WS-RECS-DISPLAY.
           DISPLAY 'DRAPLACE: DEBTS WITHHELD      = ' WS-RECS-DISPLAY.
           MOVE WS-AMOUNT-PLACED TO WS-AMOUNT-DISPLAY.
           DISPLAY 'DRAPLACE: AMOUNT PLACED       = ' WS-AMOUNT-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           COMPUTE BREG-ROWS =
              WS-DEBTS-PLACED + WS-PLACEMENTS-RECALLED.
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
             WHEN SYSIN-RECORD (1:7) = 'AGENCY='
               MOVE SYSIN-RECORD (8:4) TO WS-SEL-AGENCY
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'DRAPLACE: UNRECOGNISED SYSIN CARD IGNORED'
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE READ-AGENCY
      * No agency, or one not on RECOVERY_AGENCY, stops the run -
      * there is nobody to send the file to.
       READ-AGENCY.
           INITIALIZE HOST-AGENCY-ROW.
           MOVE WS-SEL-AGENCY TO HV-AGENCY-CODE.

           IF WS-SEL-AGENCY NOT = SPACES
             EXEC SQL
                SELECT RECOVERY_AGENCY_NAME,
                       RECOVERY_AGENCY_COMMISSION_PCT,
                       RECOVERY_AGENCY_PLACE_MONTHS,
                       RECOVERY_AGENCY_STATUS
                  INTO :HV-AGENCY-NAME,
                       :HV-AGENCY-COMMISSION-PCT,
                       :HV-AGENCY-PLACE-MONTHS,
                       :HV-AGENCY-STATUS
                  FROM RECOVERY_AGENCY
                 WHERE RECOVERY_AGENCY_CODE = :HV-AGENCY-CODE
             END-EXEC
           END-IF.

           IF WS-SEL-AGENCY = SPACES OR SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAPLACE: AGENCY ' WS-SEL-AGENCY
                     ' NOT ON RECOVERY_AGENCY, SQLCODE='
                     SQLCODE-DISPLAY ' - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           DISPLAY 'DRAPLACE: AGENCY = ' HV-AGENCY-CODE ' '
                   HV-AGENCY-NAME.
       READ-AGENCY-END.

      * PROCEDURE SET-PLACEMENT-DATES
      * The latest write-off date that may be placed today, and the
      * date today's placements are due back.
       SET-PLACEMENT-DATES.
           MOVE HV-AGENCY-PLACE-MONTHS TO WS-PLACE-MONTHS.

           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE)
                          - :WS-MIN-DAYS-OFF DAYS, ISO)
                INTO :HV-WORK-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE = 0
             COMPUTE WS-WOF-CUTOFF =
                (WS-WK-ISO-YYYY * 10000) +
                (WS-WK-ISO-MM * 100) +
                WS-WK-ISO-DD
             EXEC SQL
                SELECT CHAR(DATE(:WS-CURRENT-DATE)
                            + :WS-PLACE-MONTHS MONTHS, ISO)
                  INTO :HV-WORK-ISO
                  FROM SYSIBM.SYSDUMMY1
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAPLACE: DATE ARITHMETIC FAILED, SQLCODE='
                     SQLCODE-DISPLAY ' - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           COMPUTE WS-RECALL-DUE =
              (WS-WK-ISO-YYYY * 10000) +
              (WS-WK-ISO-MM * 100) +
              WS-WK-ISO-DD.
       SET-PLACEMENT-DATES-END.

      * PROCEDURE FETCH-NEXT-PLACEMENT
       FETCH-NEXT-PLACEMENT.
           INITIALIZE HOST-PLACEMENT-ROW.

           EXEC SQL
              FETCH RECALL-CURSOR
                INTO :HV-DPL-ID, :HV-DPL-SORTCODE,
                     :HV-DPL-NUMBER, :HV-DPL-CUSTOMER,
                     :HV-DPL-AMOUNT, :HV-DPL-RECALL-DUE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DRAPLACE: RECALL FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-PLACEMENTS-LIVE
             END-IF
           END-IF.
       FETCH-NEXT-PLACEMENT-END.

      * PROCEDURE REVIEW-ONE-PLACEMENT
      * A live placement that has to come back is marked recalled
      * and the agency is sent its recall.
       REVIEW-ONE-PLACEMENT.
           PERFORM SET-RECALL-REASON THRU SET-RECALL-REASON-END.

           IF HV-DPL-RECALL-REASON = SPACE
             GO TO REVIEW-ONE-PLACEMENT-END
           END-IF.

           EXEC SQL
              UPDATE DEBT_PLACEMENT
                 SET DEBT_PLACEMENT_STATUS = 'R',
                     DEBT_PLACEMENT_RECALL_REASON
                        = :HV-DPL-RECALL-REASON,
                     DEBT_PLACEMENT_CLOSED_DATE = :WS-RUN-DATE
               WHERE DEBT_PLACEMENT_ID = :HV-DPL-ID
                 AND DEBT_PLACEMENT_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAPLACE: UNABLE TO RECALL PLACEMENT '
                     HV-DPL-ID ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 4 TO RETURN-CODE
             GO TO REVIEW-ONE-PLACEMENT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE SPACES TO DRA-RCL-RECORD.
           MOVE 'R' TO DRA-RCL-TYPE.
           MOVE HV-DPL-ID TO DRA-RCL-PLACEMENT-ID.
           MOVE HV-DPL-SORTCODE TO DRA-RCL-SORTCODE.
           MOVE HV-DPL-NUMBER TO DRA-RCL-ACCNO.
           MOVE HV-DPL-CUSTOMER TO DRA-RCL-CUSTNO.
           MOVE HV-DPL-RECALL-REASON TO DRA-RCL-REASON.
           MOVE WS-RUN-DATE TO DRA-RCL-DATE.
           WRITE DRA-RCL-RECORD.

           ADD 1 TO WS-PLACEMENTS-RECALLED.
       REVIEW-ONE-PLACEMENT-END.

      * PROCEDURE SET-RECALL-REASON
      * Why a live placement comes back, if it does: the period has
      * run out, the debt is paid, or the customer has died or
      * become vulnerable since it was placed. An unreadable
      * vulnerability record leaves the placement where it is until
      * the next run - it was placed on a clean check.
       SET-RECALL-REASON.
           MOVE SPACE TO HV-DPL-RECALL-REASON.

           IF HV-DPL-RECALL-DUE <= WS-RUN-DATE
             MOVE 'E' TO HV-DPL-RECALL-REASON
             GO TO SET-RECALL-REASON-END
           END-IF.

           MOVE 0 TO HV-DPL-OUTSTANDING.

           EXEC SQL
              SELECT WRITE_OFF_AMOUNT - WRITE_OFF_RECOVERED
                INTO :HV-DPL-OUTSTANDING
                FROM WRITE_OFF
               WHERE WRITE_OFF_SORTCODE = :HV-DPL-SORTCODE
                 AND WRITE_OFF_NUMBER = :HV-DPL-NUMBER
           END-EXEC.

           IF SQLCODE = 0 AND HV-DPL-OUTSTANDING <= 0
             MOVE 'P' TO HV-DPL-RECALL-REASON
             GO TO SET-RECALL-REASON-END
           END-IF.

           MOVE HV-DPL-SORTCODE TO HV-WOF-SORTCODE.
           MOVE HV-DPL-CUSTOMER TO HV-WOF-CUSTOMER.
           PERFORM READ-DEBTOR THRU READ-DEBTOR-END.

           IF HV-CUSTOMER-STATUS = 'DECEASED'
             MOVE 'D' TO HV-DPL-RECALL-REASON
             GO TO SET-RECALL-REASON-END
           END-IF.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-DPL-SORTCODE TO VULN-SCODE.
           MOVE HV-DPL-CUSTOMER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF VULN-OK AND VULN-PAUSE-COLLECTIONS
             MOVE 'V' TO HV-DPL-RECALL-REASON
           END-IF.
       SET-RECALL-REASON-END.

      * PROCEDURE PLACE-NEW-DEBTS
       PLACE-NEW-DEBTS.
           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN PLACE-CURSOR
           END-EXEC.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           IF SQLCODE NOT = 0
             DISPLAY 'DRAPLACE: UNABLE TO OPEN PLACE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'Y' TO WS-END-OF-CURSOR
           END-IF.

           PERFORM FETCH-NEXT-DEBT THRU FETCH-NEXT-DEBT-END.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             PERFORM PLACE-ONE-DEBT THRU PLACE-ONE-DEBT-END
             PERFORM FETCH-NEXT-DEBT THRU FETCH-NEXT-DEBT-END
           END-PERFORM.

           EXEC SQL
              CLOSE PLACE-CURSOR
           END-EXEC.
       PLACE-NEW-DEBTS-END.

      * PROCEDURE FETCH-NEXT-DEBT
       FETCH-NEXT-DEBT.
           INITIALIZE HOST-WRITE-OFF-ROW.

           EXEC SQL
              FETCH PLACE-CURSOR
                INTO :HV-WOF-SORTCODE, :HV-WOF-NUMBER,
                     :HV-WOF-CUSTOMER, :HV-WOF-AMOUNT,
                     :HV-WOF-RECOVERED, :HV-WOF-DATE
           END-EXEC.

           IF SQLCODE = 100
             MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
             IF SQLCODE NOT = 0
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'DRAPLACE: DEBT FETCH FAILED, SQLCODE='
                       SQLCODE-DISPLAY
               MOVE 'Y' TO WS-END-OF-CURSOR
             ELSE
               ADD 1 TO WS-DEBTS-CONSIDERED
             END-IF
           END-IF.
       FETCH-NEXT-DEBT-END.

      * PROCEDURE PLACE-ONE-DEBT
      * One placement per unit of work - the DEBT_PLACEMENT row is
      * committed before the record goes on the agency's file.
       PLACE-ONE-DEBT.
           PERFORM CHECK-PLACEABLE THRU CHECK-PLACEABLE-END.

           IF WS-PLACEABLE NOT = 'Y'
             ADD 1 TO WS-DEBTS-WITHHELD
             GO TO PLACE-ONE-DEBT-END
           END-IF.

           MOVE 0 TO HV-DPL-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(DEBT_PLACEMENT_ID), 0)
                INTO :HV-DPL-MAX-ID
                FROM DEBT_PLACEMENT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAPLACE: UNABLE TO NUMBER PLACEMENT FOR '
                     HV-WOF-SORTCODE '/' HV-WOF-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 4 TO RETURN-CODE
             ADD 1 TO WS-DEBTS-WITHHELD
             GO TO PLACE-ONE-DEBT-END
           END-IF.

           COMPUTE HV-DPL-ID = HV-DPL-MAX-ID + 1.
           COMPUTE HV-DPL-AMOUNT =
              HV-WOF-AMOUNT - HV-WOF-RECOVERED.

           EXEC SQL
              INSERT INTO DEBT_PLACEMENT
                     ( DEBT_PLACEMENT_ID,
                       DEBT_PLACEMENT_SORTCODE,
                       DEBT_PLACEMENT_NUMBER,
                       DEBT_PLACEMENT_CUSTOMER,
                       DEBT_PLACEMENT_AGENCY,
                       DEBT_PLACEMENT_DATE,
                       DEBT_PLACEMENT_AMOUNT,
                       DEBT_PLACEMENT_RECALL_DUE,
                       DEBT_PLACEMENT_STATUS,
                       DEBT_PLACEMENT_RECALL_REASON,
                       DEBT_PLACEMENT_CLOSED_DATE,
                       DEBT_PLACEMENT_COLLECTED,
                       DEBT_PLACEMENT_COMMISSION )
              VALUES ( :HV-DPL-ID,
                       :HV-WOF-SORTCODE,
                       :HV-WOF-NUMBER,
                       :HV-WOF-CUSTOMER,
                       :HV-AGENCY-CODE,
                       :WS-RUN-DATE,
                       :HV-DPL-AMOUNT,
                       :WS-RECALL-DUE,
                       'P',
                       ' ',
                       0,
                       0,
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'DRAPLACE: UNABLE TO RECORD PLACEMENT FOR '
                     HV-WOF-SORTCODE '/' HV-WOF-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 4 TO RETURN-CODE
             ADD 1 TO WS-DEBTS-WITHHELD
             GO TO PLACE-ONE-DEBT-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE SPACES TO DRA-OUT-RECORD.
           MOVE 'P' TO DRA-OUT-TYPE.
           MOVE HV-DPL-ID TO DRA-OUT-PLACEMENT-ID.
           MOVE HV-WOF-SORTCODE TO DRA-OUT-SORTCODE.
           MOVE HV-WOF-NUMBER TO DRA-OUT-ACCNO.
           MOVE HV-WOF-CUSTOMER TO DRA-OUT-CUSTNO.
           MOVE HV-CUSTOMER-TITLE TO DRA-OUT-TITLE.
           MOVE HV-CUSTOMER-LAST-NAME TO DRA-OUT-LAST-NAME.
           MOVE HV-CUSTOMER-FIRST-NAME TO DRA-OUT-FIRST-NAME.
           MOVE HV-CUSTOMER-DOB TO DRA-OUT-DOB.
           MOVE HV-CUSTOMER-PHONE TO DRA-OUT-PHONE.

      *
      *    The agency writes to where we write - the mailing
      *    address where the customer has given one.
      *
           IF HV-CUSTOMER-MAIL-IND = 'Y'
             MOVE HV-CUSTOMER-MAIL-LINE1 TO DRA-OUT-ADDR-LINE1
             MOVE HV-CUSTOMER-MAIL-LINE2 TO DRA-OUT-ADDR-LINE2
             MOVE HV-CUSTOMER-MAIL-CITY TO DRA-OUT-CITY
             MOVE HV-CUSTOMER-MAIL-POSTCD TO DRA-OUT-POSTCODE
             MOVE HV-CUSTOMER-MAIL-COUNTRY TO DRA-OUT-COUNTRY
           ELSE
             MOVE HV-CUSTOMER-ADDR-LINE1 TO DRA-OUT-ADDR-LINE1
             MOVE HV-CUSTOMER-ADDR-LINE2 TO DRA-OUT-ADDR-LINE2
             MOVE HV-CUSTOMER-CITY TO DRA-OUT-CITY
             MOVE HV-CUSTOMER-POSTCODE TO DRA-OUT-POSTCODE
             MOVE HV-CUSTOMER-COUNTRY TO DRA-OUT-COUNTRY
           END-IF.

           MOVE HV-DPL-AMOUNT TO DRA-OUT-AMOUNT.
           MOVE HV-WOF-DATE TO DRA-OUT-WRITE-OFF-DATE.
           MOVE WS-RECALL-DUE TO DRA-OUT-RECALL-DUE.
           WRITE DRA-OUT-RECORD.

           ADD 1 TO WS-DEBTS-PLACED.
           ADD HV-DPL-AMOUNT TO WS-AMOUNT-PLACED.
       PLACE-ONE-DEBT-END.

      * PROCEDURE CHECK-PLACEABLE
      * The customer-level rules: on file, alive, not paused on
      * the vulnerability register, and not under a suspicious
      * activity report. Any lookup that fails withholds the debt -
      * fail safe, not fail open.
       CHECK-PLACEABLE.
           MOVE 'Y' TO WS-PLACEABLE.

           PERFORM READ-DEBTOR THRU READ-DEBTOR-END.

           IF HV-CUSTOMER-LAST-NAME = SPACES
             DISPLAY 'DRAPLACE: NO CUSTOMER FOR DEBT '
                     HV-WOF-SORTCODE '/' HV-WOF-NUMBER
                     ' - NOT PLACED'
             MOVE 'N' TO WS-PLACEABLE
             GO TO CHECK-PLACEABLE-END
           END-IF.

           IF HV-CUSTOMER-STATUS = 'DECEASED'
             MOVE 'N' TO WS-PLACEABLE
             GO TO CHECK-PLACEABLE-END
           END-IF.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-WOF-SORTCODE TO VULN-SCODE.
           MOVE HV-WOF-CUSTOMER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'DRAPLACE: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-WOF-SORTCODE '/' HV-WOF-NUMBER
                     ' - NOT PLACED'
             MOVE 4 TO RETURN-CODE
             MOVE 'N' TO WS-PLACEABLE
             GO TO CHECK-PLACEABLE-END
           END-IF.

           IF VULN-PAUSE-COLLECTIONS
             MOVE 'N' TO WS-PLACEABLE
             GO TO CHECK-PLACEABLE-END
           END-IF.

           MOVE 0 TO HV-SAR-HOLD-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-SAR-HOLD-COUNT
                FROM AML_REVIEW
               WHERE AML_REVIEW_SORTCODE = :HV-WOF-SORTCODE
                 AND AML_REVIEW_CUSTOMER = :HV-WOF-CUSTOMER
                 AND AML_REVIEW_STATUS = 'T'
                 AND AML_REVIEW_RELEASED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE 1 TO HV-SAR-HOLD-COUNT
           END-IF.

           IF HV-SAR-HOLD-COUNT > 0
             MOVE 'N' TO WS-PLACEABLE
           END-IF.
       CHECK-PLACEABLE-END.

      * PROCEDURE READ-DEBTOR
       READ-DEBTOR.
           INITIALIZE HOST-CUSTOMER-ROW.

           EXEC SQL
              SELECT COALESCE(CUSTOMER_TITLE, ' '),
                     CUSTOMER_FIRST_NAME,
                     CUSTOMER_LAST_NAME,
                     CUSTOMER_DATE_OF_BIRTH,
                     COALESCE(CUSTOMER_PHONE, ' '),
                     CUSTOMER_ADDR_LINE1,
                     CUSTOMER_ADDR_LINE2,
                     CUSTOMER_CITY,
                     CUSTOMER_POSTCODE,
                     CUSTOMER_COUNTRY,
                     COALESCE(CUSTOMER_STATUS, ' '),
                     COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE1, ' '),
                     COALESCE(CUSTOMER_MAIL_ADDR_LINE2, ' '),
                     COALESCE(CUSTOMER_MAIL_CITY, ' '),
                     COALESCE(CUSTOMER_MAIL_POSTCODE, ' '),
                     COALESCE(CUSTOMER_MAIL_COUNTRY, ' ')
                INTO :HV-CUSTOMER-TITLE,
                     :HV-CUSTOMER-FIRST-NAME,
                     :HV-CUSTOMER-LAST-NAME,
                     :HV-CUSTOMER-DOB,
                     :HV-CUSTOMER-PHONE,
                     :HV-CUSTOMER-ADDR-LINE1,
                     :HV-CUSTOMER-ADDR-LINE2,
                     :HV-CUSTOMER-CITY,
                     :HV-CUSTOMER-POSTCODE,
                     :HV-CUSTOMER-COUNTRY,
                     :HV-CUSTOMER-STATUS,
                     :HV-CUSTOMER-MAIL-IND,
                     :HV-CUSTOMER-MAIL-LINE1,
                     :HV-CUSTOMER-MAIL-LINE2,
                     :HV-CUSTOMER-MAIL-CITY,
                     :HV-CUSTOMER-MAIL-POSTCD,
                     :HV-CUSTOMER-MAIL-COUNTRY
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-WOF-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-WOF-CUSTOMER
           END-EXEC.

           IF SQLCODE NOT = 0
             INITIALIZE HOST-CUSTOMER-ROW
           END-IF.
       READ-DEBTOR-END.

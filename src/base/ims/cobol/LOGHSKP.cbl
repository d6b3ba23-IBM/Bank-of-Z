      * WHERE CURRENT OF the unload cursor, since none of these
      * tables has a unique key of its own.
      *
      * Rows for a customer under an active LEGAL_HOLD (LGLHCHK) are
      * left on the table past their retention - the hold means
      * everything about the customer is kept - and counted as held.
      *
      * Counts per table are displayed for the operator log.
      ******************************************************************

           03  HV-CHGLOG-TIME            PIC X(8).
           03  HV-CHGLOG-TASKNO          PIC S9(9) COMP.

      * LGLHCHK commarea - a held customer's log rows are kept
       01  LGLHCHK-PROGRAM           PIC X(8) VALUE 'LGLHCHK'.
       01  LGLHCHK-COMMAREA.
           COPY LGLHCHK.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-PURGED            PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-HELD              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

           EXEC SQL
           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE 0 TO WS-RECS-READ.
           MOVE 0 TO WS-RECS-PURGED.
           MOVE 0 TO WS-RECS-HELD.
           MOVE 0 TO WS-UNCOMMITTED.

           EXEC SQL
           MOVE WS-RECS-PURGED TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: FAILURE_LOG ROWS PURGED = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: FAILURE_LOG ROWS HELD   = '
                   WS-RECS-DISPLAY.
       HOUSEKEEP-FAILURE-LOG-END.

      * PROCEDURE PURGE-FAILURE-ROW
       PURGE-FAILURE-ROW.
           MOVE HV-FAILLOG-SORTCODE TO LGLH-SCODE.
           MOVE HV-FAILLOG-NUMBER TO LGLH-CUSTNO.
           PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-END.
           IF LGLH-ON-HOLD
             ADD 1 TO WS-RECS-HELD
             GO TO PURGE-FAILURE-ROW-END
           END-IF.

           MOVE HV-FAILLOG-SORTCODE TO FLOG-UNL-SORTCODE.
           MOVE HV-FAILLOG-NUMBER TO FLOG-UNL-NUMBER.
           MOVE HV-FAILLOG-PROGRAM TO FLOG-UNL-PROGRAM.
           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE 0 TO WS-RECS-READ.
           MOVE 0 TO WS-RECS-PURGED.
           MOVE 0 TO WS-RECS-HELD.
           MOVE 0 TO WS-UNCOMMITTED.

           EXEC SQL
           MOVE WS-RECS-PURGED TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: ACCESS_LOG ROWS PURGED = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: ACCESS_LOG ROWS HELD   = '
                   WS-RECS-DISPLAY.
       HOUSEKEEP-ACCESS-LOG-END.

      * PROCEDURE PURGE-ACCESS-ROW
       PURGE-ACCESS-ROW.
           MOVE HV-ACCLOG-SORTCODE TO LGLH-SCODE.
           MOVE HV-ACCLOG-NUMBER TO LGLH-CUSTNO.
           PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-END.
           IF LGLH-ON-HOLD
             ADD 1 TO WS-RECS-HELD
             GO TO PURGE-ACCESS-ROW-END
           END-IF.

           MOVE HV-ACCLOG-SORTCODE TO ALOG-UNL-SORTCODE.
           MOVE HV-ACCLOG-NUMBER TO ALOG-UNL-NUMBER.
           MOVE HV-ACCLOG-PROGRAM TO ALOG-UNL-PROGRAM.
           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE 0 TO WS-RECS-READ.
           MOVE 0 TO WS-RECS-PURGED.
           MOVE 0 TO WS-RECS-HELD.
           MOVE 0 TO WS-UNCOMMITTED.

           EXEC SQL
           MOVE WS-RECS-PURGED TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: CHANGE_LOG ROWS PURGED = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'LOGHSKP: CHANGE_LOG ROWS HELD   = '
                   WS-RECS-DISPLAY.
       HOUSEKEEP-CHANGE-LOG-END.

      * PROCEDURE PURGE-CHANGE-ROW
       PURGE-CHANGE-ROW.
           MOVE HV-CHGLOG-SORTCODE TO LGLH-SCODE.
           MOVE HV-CHGLOG-NUMBER TO LGLH-CUSTNO.
           PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-END.
           IF LGLH-ON-HOLD
             ADD 1 TO WS-RECS-HELD
             GO TO PURGE-CHANGE-ROW-END
           END-IF.

           MOVE HV-CHGLOG-SORTCODE TO CLOG-UNL-SORTCODE.
           MOVE HV-CHGLOG-NUMBER TO CLOG-UNL-NUMBER.
           MOVE HV-CHGLOG-FIELD-NAME TO CLOG-UNL-FIELD-NAME.
           PERFORM COMMIT-IF-BATCH-FULL THRU COMMIT-IF-BATCH-FULL-END.
       PURGE-CHANGE-ROW-END.

      * PROCEDURE CHECK-LEGAL-HOLD
      * LGLHCHK answers a failed register read as held, so a row
      * whose customer cannot be checked is kept rather than purged.
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO LGLH-HELD.
           MOVE SPACES TO LGLH-REASON.
           MOVE SPACES TO LGLH-CASE-REF.
           CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA.
       CHECK-LEGAL-HOLD-END.

      * PROCEDURE REFORMAT-ROW-DATE
      * The separator byte is ignored, so DD/MM/YYYY and DD.MM.YYYY
      * rows both reformat correctly. A row whose date does not

      * CUSTOMER_PREF_LANGUAGE with the LTRGEN EN fallback. Each
      * account commits individually so a stopped run neither loses
      * nor repeats letters already sent.
      *
      * The vulnerability register is honoured through VULNCHK: a
      * customer with a pause in collections contact agreed still
      * appears on the report, marked, but gets no excess letter -
      * nor does anyone whose register entry cannot be read - and a
      * customer who needs large-print or braille gets that
      * version of the letter where the template exists, falling
      * back to the standard print where it does not.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  HOST-TEMPLATE-ROW.
           03  HV-TEMPLATE-TYPE          PIC X(8).
           03  HV-TEMPLATE-LANGUAGE      PIC X(2).
           03  HV-TEMPLATE-FORMAT        PIC X.
           03  HV-TEMPLATE-LINE-TEXT     PIC X(100).

       77  HV-TEMPLATE-LINE-COUNT    PIC S9(9) COMP    VALUE 0.
       77  WS-SAVED-LANGUAGE         PIC X(2)          VALUE SPACES.

      * Pull in the SQL COMMAREA
           EXEC SQL
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      * VULNCHK commarea - the support agreed on the vulnerability
      * register for the account's customer
       01  VULNCHK-PROGRAM           PIC X(8)  VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

      *
      * The run date, taken from the DB2 CURRENT DATE special
      * register.
       77  WS-NEW-EXCESS             PIC X             VALUE 'N'.
       77  WS-ACCTS-IN-EXCESS        PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-SENT           PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-HELD           PIC 9(8)  COMP    VALUE 0.
       77  WS-LETTERS-PAUSED         PIC X             VALUE 'N'.
       77  WS-ROWS-CLEARED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

           05  WS-RPT-DAYS           PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-BAND           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUPPORT        PIC X(16).

      * Accounts beyond their agreed limit, worst excess first.
      * WITH HOLD so the per-account commits do not close the
                  WHERE OVERDRAFT_EXCESS_LAST_DATE < :WS-RUN-DATE
           END-EXEC.

      * The template lines for one letter type, language and print
      * format, in line order.
           EXEC SQL
              DECLARE TEMPLATE-CURSOR CURSOR FOR
                 SELECT LETTER_TEMPLATE_LINE_TEXT
                  WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                    AND LETTER_TEMPLATE_LANGUAGE
                           = :HV-TEMPLATE-LANGUAGE
                    AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S')
                           = :HV-TEMPLATE-FORMAT
                  ORDER BY LETTER_TEMPLATE_LINE_SEQ
           END-EXEC.

           MOVE WS-LETTERS-SENT TO WS-RECS-DISPLAY.
           DISPLAY 'ODEXCESS: LETTERS PRODUCED   = '
                   WS-RECS-DISPLAY.
           MOVE WS-LETTERS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'ODEXCESS: LETTERS HELD       = '
                   WS-RECS-DISPLAY.
           MOVE WS-ROWS-CLEARED TO WS-RECS-DISPLAY.
           DISPLAY 'ODEXCESS: EXCESSES CLEARED   = '
                   WS-RECS-DISPLAY.

           PERFORM READ-CUSTOMER THRU READ-CUSTOMER-END.

           PERFORM READ-VULNERABILITY THRU READ-VULNERABILITY-END.

           PERFORM TRACK-EXCESS-ROW THRU TRACK-EXCESS-ROW-END.

           PERFORM COMPUTE-DAYS-IN-EXCESS

           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.

      *
      *    A paused customer's letters are held, not marked sent,
      *    so the day-14 letter still goes if the pause is lifted
      *    while the account is in excess.
      *
           IF WS-LETTERS-PAUSED = 'Y'
             IF WS-NEW-EXCESS = 'Y'
                OR (HV-DAYS-IN-EXCESS >= WS-BAND3-DAYS
                    AND HV-EXCESS-DAY14-SENT NOT = 'Y')
               ADD 1 TO WS-LETTERS-HELD
             END-IF
             GO TO MONITOR-ONE-EXCESS-COMMIT
           END-IF.

           IF WS-NEW-EXCESS = 'Y'
             MOVE 'ODEXNEW' TO HV-TEMPLATE-TYPE
             PERFORM PRODUCE-EXCESS-LETTER
             END-IF
           END-IF.

       MONITOR-ONE-EXCESS-COMMIT.
           EXEC SQL
              COMMIT WORK
           END-EXEC.
       MONITOR-ONE-EXCESS-END.

      * PROCEDURE READ-VULNERABILITY
      * The support agreed for the customer. An unreadable register
      * holds the letters for the night rather than risk writing to
      * someone we agreed not to chase.
       READ-VULNERABILITY.
           MOVE 'N' TO WS-LETTERS-PAUSED.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO VULN-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'ODEXCESS: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/'
                     HV-ACCOUNT-CUST-NUMBER ' - LETTERS HELD'
             MOVE 4 TO RETURN-CODE
             MOVE 'Y' TO WS-LETTERS-PAUSED
             GO TO READ-VULNERABILITY-END
           END-IF.

           IF VULN-PAUSE-COLLECTIONS
             MOVE 'Y' TO WS-LETTERS-PAUSED
           END-IF.
       READ-VULNERABILITY-END.

      * PROCEDURE TRACK-EXCESS-ROW
      * Opens the excess row on first sighting, refreshes the
      * last-seen date otherwise.
               MOVE 'NEW' TO WS-RPT-BAND
           END-EVALUATE.

           IF WS-LETTERS-PAUSED = 'Y'
             MOVE 'LETTERS PAUSED' TO WS-RPT-SUPPORT
           END-IF.

           MOVE WS-REPORT-LINE TO ODEX-RPT-RECORD.
           WRITE ODEX-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE PRODUCE-EXCESS-LETTER
      * Settles the language with the LTRGEN EN fallback and the
      * print format with the standard-print fallback, and merges
      * the template lines to the letter file.
       PRODUCE-EXCESS-LETTER.
           MOVE 'S' TO HV-TEMPLATE-FORMAT.
           IF HV-CUSTOMER-LOC-CORR = 'Y'
              AND HV-CUSTOMER-PREF-LANG NOT = 'EN'
              AND HV-CUSTOMER-PREF-LANG NOT = SPACES
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
           END-IF.

           IF NOT VULN-FORMAT-STANDARD
             PERFORM SETTLE-LETTER-FORMAT
                THRU SETTLE-LETTER-FORMAT-END
           END-IF.

           MOVE SPACES TO WS-MERGE-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.
       PRODUCE-EXCESS-LETTER-END.

      * PROCEDURE SETTLE-LETTER-FORMAT
      * The large-print or braille version in the chosen language,
      * else in EN - the format matters more to the customer than
      * the language - else the standard print in the chosen
      * language.
       SETTLE-LETTER-FORMAT.
           MOVE VULN-LETTER-FORMAT TO HV-TEMPLATE-FORMAT.
           PERFORM COUNT-TEMPLATE-LINES
              THRU COUNT-TEMPLATE-LINES-END.
           IF HV-TEMPLATE-LINE-COUNT > 0
             GO TO SETTLE-LETTER-FORMAT-END
           END-IF.

           IF HV-TEMPLATE-LANGUAGE NOT = 'EN'
             MOVE HV-TEMPLATE-LANGUAGE TO WS-SAVED-LANGUAGE
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
             PERFORM COUNT-TEMPLATE-LINES
                THRU COUNT-TEMPLATE-LINES-END
             IF HV-TEMPLATE-LINE-COUNT > 0
               GO TO SETTLE-LETTER-FORMAT-END
             END-IF
             MOVE WS-SAVED-LANGUAGE TO HV-TEMPLATE-LANGUAGE
           END-IF.

           MOVE 'S' TO HV-TEMPLATE-FORMAT.
       SETTLE-LETTER-FORMAT-END.

      * PROCEDURE COUNT-TEMPLATE-LINES
       COUNT-TEMPLATE-LINES.
           MOVE 0 TO HV-TEMPLATE-LINE-COUNT.
                FROM LETTER_TEMPLATE
               WHERE LETTER_TEMPLATE_TYPE = :HV-TEMPLATE-TYPE
                 AND LETTER_TEMPLATE_LANGUAGE = :HV-TEMPLATE-LANGUAGE
                 AND COALESCE(LETTER_TEMPLATE_FORMAT, 'S')
                        = :HV-TEMPLATE-FORMAT
           END-EXEC.

           IF SQLCODE NOT = 0

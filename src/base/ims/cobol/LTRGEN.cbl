      * template in their CUSTOMER_PREF_LANGUAGE; everyone else -
      * and any customer whose language has no template rows yet -
      * gets the EN template, so a missing translation can never
      * stop a letter going out. A customer whose support on the
      * vulnerability register (VULNCHK) asks for large-print or
      * braille gets that version of the template, in their own
      * language if it exists and in EN if not, and the standard
      * print only where neither has been set up. Counts are
      * displayed for the operator/job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  HOST-TEMPLATE-ROW.
           03  HV-TEMPLATE-TYPE           PIC X(8).
           03  HV-TEMPLATE-LANGUAGE       PIC X(2).
           03  HV-TEMPLATE-FORMAT         PIC X.
           03  HV-TEMPLATE-LINE-TEXT      PIC X(100).

       77  HV-TEMPLATE-LINE-COUNT    PIC S9(9) COMP    VALUE 0.
       77  WS-SAVED-LANGUAGE         PIC X(2)          VALUE SPACES.

      * Pull in the SQL COMMAREA
           EXEC SQL
       01  CORRLOG-COMMAREA.
           COPY CORRLOG.

      * VULNCHK commarea - the letter format agreed on the
      * vulnerability register
       01  VULNCHK-PROGRAM           PIC X(8)  VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

      *
      * The run date, taken from the DB2 CURRENT DATE special
      * register.
       77  WS-CSREV-COUNT            PIC 9(8)  COMP    VALUE 0.
       77  WS-LOCALIZED-COUNT        PIC 9(8)  COMP    VALUE 0.
       77  WS-SUPPRESSED-COUNT       PIC 9(8)  COMP    VALUE 0.
       77  WS-ACCESSIBLE-COUNT       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
                  ORDER BY CUSTOMER_SORTCODE, CUSTOMER_NUMBER
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

           MOVE WS-SUPPRESSED-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'LTRGEN: LETTERS QUARANTINE-HELD    = '
                   WS-RECS-DISPLAY.
           MOVE WS-ACCESSIBLE-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'LTRGEN: LARGE-PRINT/BRAILLE        = '
                   WS-RECS-DISPLAY.

           STOP RUN.

       GENERATE-CSREV-RUN-END.

      * PROCEDURE GENERATE-ONE-LETTER
      * Settles which language and print format this customer's
      * letter is produced in, then walks the template lines
      * merging the placeholders.
       GENERATE-ONE-LETTER.
           PERFORM CHECK-POSTAL-QUARANTINE
              THRU CHECK-POSTAL-QUARANTINE-END.
             GO TO GENERATE-ONE-LETTER-END
           END-IF.

           MOVE 'S' TO HV-TEMPLATE-FORMAT.

           IF HV-CUSTOMER-LOC-CORR = 'Y'
              AND HV-CUSTOMER-PREF-LANG NOT = 'EN'
              AND HV-CUSTOMER-PREF-LANG NOT = SPACES
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
           END-IF.

           PERFORM SETTLE-LETTER-FORMAT
              THRU SETTLE-LETTER-FORMAT-END.

           MOVE SPACES TO WS-MERGE-NAME.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
           CALL CORRLOG-PROGRAM USING CORRLOG-COMMAREA.
       GENERATE-ONE-LETTER-END.

      * PROCEDURE SETTLE-LETTER-FORMAT
      * The large-print or braille version in the chosen language,
      * else in EN - the format matters more to the customer than
      * the language - else the standard print in the chosen
      * language. An unreadable register sends the standard print.
       SETTLE-LETTER-FORMAT.
           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-CUSTOMER-SORTCODE TO VULN-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'LTRGEN: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-CUSTOMER-SORTCODE '/'
                     HV-CUSTOMER-NUMBER ' - STANDARD PRINT SENT'
             MOVE 4 TO RETURN-CODE
             GO TO SETTLE-LETTER-FORMAT-END
           END-IF.

           IF VULN-FORMAT-STANDARD
             GO TO SETTLE-LETTER-FORMAT-END
           END-IF.

           MOVE VULN-LETTER-FORMAT TO HV-TEMPLATE-FORMAT.
           PERFORM COUNT-TEMPLATE-LINES
              THRU COUNT-TEMPLATE-LINES-END.
           IF HV-TEMPLATE-LINE-COUNT > 0
             ADD 1 TO WS-ACCESSIBLE-COUNT
             GO TO SETTLE-LETTER-FORMAT-END
           END-IF.

           IF HV-TEMPLATE-LANGUAGE NOT = 'EN'
             MOVE HV-TEMPLATE-LANGUAGE TO WS-SAVED-LANGUAGE
             MOVE 'EN' TO HV-TEMPLATE-LANGUAGE
             PERFORM COUNT-TEMPLATE-LINES
                THRU COUNT-TEMPLATE-LINES-END
             IF HV-TEMPLATE-LINE-COUNT > 0
               ADD 1 TO WS-ACCESSIBLE-COUNT
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
      * PROCEDURE CHECK-POSTAL-QUARANTINE
      * A lookup failure counts as not quarantined - a broken
      * quarantine table must not stop the letters going out.
      * Only a confirmed FAILED row counts; a SCREEN row is a
      * screening match still waiting for staff to confirm it.
       CHECK-POSTAL-QUARANTINE.
           MOVE 0 TO HV-QUAR-COUNT.

               WHERE CONTACT_STATUS_SORTCODE = :HV-CUSTOMER-SORTCODE
                 AND CONTACT_STATUS_NUMBER = :HV-CUSTOMER-NUMBER
                 AND CONTACT_STATUS_CHANNEL = 'POST'
                 AND CONTACT_STATUS_STATE = 'FAILED'
           END-EXEC.

           IF SQLCODE NOT = 0

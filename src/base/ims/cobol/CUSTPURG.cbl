      * that has to be stopped part-way through does not lose work
      * already done.
      *
      * A customer under an active LEGAL_HOLD (LGLHCHK) is left on
      * the live table however long they have been INACTIVE - the
      * hold means everything is kept. They are listed on the report
      * as held, with the case reference, and counted separately.
      *
      * A report of every customer purged is written for the
      * operator/job log, together with a final count.
      ******************************************************************
           03  HV-ARCHIVE-REASON          PIC X.
               88  ARCHIVE-REASON-RETENTION  VALUE 'R'.

      * LGLHCHK commarea - a customer under legal hold is not purged
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

       77  WS-PURGE-NOTE             PIC X(40)         VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NAME           PIC X(60).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-CREATE-DATE    PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE           PIC X(40).

      * INACTIVE customers opened before the retention cutoff, oldest
      * first so the longest-overdue candidates are purged first.
           MOVE WS-RECS-PURGED TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTPURG: CUSTOMERS PURGED TO ARCHIVE = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTPURG: CUSTOMERS KEPT - LEGAL HOLD = '
                   WS-RECS-DISPLAY.

           STOP RUN.

      * PROCEDURE PURGE-CUSTOMER
       PURGE-CUSTOMER.
      *
      *    A held customer is reported and left alone. LGLHCHK
      *    answers a failed register read as held, so a customer
      *    whose position cannot be checked is kept too.
      *
           INITIALIZE LGLHCHK-COMMAREA.
           MOVE HV-CUSTOMER-SORTCODE TO LGLH-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO LGLH-CUSTNO.
           CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA.

           IF LGLH-ON-HOLD
             ADD 1 TO WS-RECS-HELD
             MOVE SPACES TO WS-PURGE-NOTE
             STRING 'LEGAL HOLD - NOT PURGED ' DELIMITED BY SIZE
                    LGLH-CASE-REF DELIMITED BY SIZE
               INTO WS-PURGE-NOTE
             END-STRING
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             GO TO PURGE-CUSTOMER-END
           END-IF.

      *
      *    Tombstone the customer into CUSTOMER_ARCHIVE before the
      *    CUSTOMER row is removed.
      *
           END-EXEC.

           ADD 1 TO WS-RECS-PURGED.
           MOVE SPACES TO WS-PURGE-NOTE.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END.

       PURGE-CUSTOMER-END.
              INTO WS-RPT-NAME
           END-STRING.
           MOVE HV-CUSTOMER-CREATE-DATE TO WS-RPT-CREATE-DATE.
           MOVE WS-PURGE-NOTE TO WS-RPT-NOTE.

           MOVE WS-REPORT-LINE TO CUSTPURG-RPT-RECORD.
           WRITE CUSTPURG-RPT-RECORD.

      * on PARCIN in the JCL, the selection is keyed on SYSIN in
      * the NEWCUSRP card style -
      *
      *    SCODE=nnnnnn        the sort code (required, unless
      *                        QUEUED=Y)
      *    ACCNO=nnnnnnnn      one account, or omit for the whole
      *                        sort code
      *    FROM=CCYYMMDD       range start (default: everything)
      *    TO=CCYYMMDD         range end   (default: everything)
      *    QUEUED=Y            work the retrievals queued online
      *
      * - and every matching unload record is printed one line per
      * transaction in the statement layout, with a count trailer.
      *
      * With QUEUED=Y the selection comes instead from the pending
      * PTRAN_RETRIEVAL_REQUEST rows TXNSRCH queues when a search
      * reaches into archived history - one row per account, up to
      * WS-QREQ-MAX of them per run, the rest left for the next.
      * The generations are read once for all of them, each match
      * printed under its request id, and a line per request gives
      * the count found before the rows are marked done.
      *
      * Read-only over sequential input: nothing here can touch the
      * live table or the generations, and the queued run writes
      * only its own request rows.
      ******************************************************************

       ENVIRONMENT DIVISION.
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-BALANCE        PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-VALUE-DATE     PIC X(10).

      *
      * The selection keys from SYSIN. An omitted ACCNO matches
           05  WS-DTL-BALANCE        PIC -(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DTL-DESC           PIC X(60).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DTL-REQ-ID         PIC X(8)  VALUE SPACES.

      *
      * The queued retrievals loaded for this run.
      *
       77  WS-QUEUED-RUN             PIC X             VALUE 'N'.
       77  WS-QREQ-MAX               PIC S9(4) COMP    VALUE 500.
       77  WS-QREQ-COUNT             PIC S9(4) COMP    VALUE 0.
       77  WS-QREQ-IX                PIC S9(4) COMP    VALUE 0.
       77  WS-QREQ-LEFT              PIC X             VALUE 'N'.
       77  WS-END-OF-QUEUE           PIC X             VALUE 'N'.
           88  END-OF-QUEUE          VALUE 'Y'.
       01  WS-QREQ-TABLE.
           05  WS-QREQ-ENTRY OCCURS 500 TIMES.
               10  WS-QREQ-ID        PIC S9(9) COMP.
               10  WS-QREQ-SCODE     PIC X(6).
               10  WS-QREQ-ACCNO     PIC X(8).
               10  WS-QREQ-FROM      PIC S9(9) COMP.
               10  WS-QREQ-TO        PIC S9(9) COMP.
               10  WS-QREQ-FOUND     PIC S9(9) COMP.

       77  WS-REQ-ID-DISPLAY         PIC 9(8).
       77  WS-TODAY-INT              PIC S9(9) COMP    VALUE 0.
       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

      * PTRAN_RETRIEVAL_REQUEST DB2 copybook
           EXEC SQL
              INCLUDE PTRQDB2
           END-EXEC.

       01  HOST-RETRIEVAL-ROW.
           03  HV-PTRQ-ID                PIC S9(9) COMP.
           03  HV-PTRQ-SORTCODE          PIC X(6).
           03  HV-PTRQ-NUMBER            PIC X(8).
           03  HV-PTRQ-FROM-DATE         PIC S9(9) COMP.
           03  HV-PTRQ-TO-DATE           PIC S9(9) COMP.
           03  HV-PTRQ-FOUND             PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQLCODE-DISPLAY           PIC S9(8) DISPLAY
              SIGN LEADING SEPARATE.

      * Pending retrievals, oldest first, one row per account.
           EXEC SQL
              DECLARE QUEUE-CURSOR CURSOR FOR
                 SELECT PTRQ_ID, PTRQ_SORTCODE, PTRQ_NUMBER,
                        PTRQ_FROM_DATE, PTRQ_TO_DATE
                   FROM PTRAN_RETRIEVAL_REQUEST
                  WHERE PTRQ_STATUS = 'P'
                  ORDER BY PTRQ_ID, PTRQ_NUMBER
           END-EXEC.

       01  WS-QUEUED-HEADING.
           05  FILLER                PIC X(44)
               VALUE 'ARCHIVED TRANSACTIONS FOR QUEUED RETRIEVALS '.
           05  WS-QHEAD-DATE         PIC X(10).

       01  WS-REQUEST-LINE.
           05  FILLER                PIC X(8)  VALUE 'REQUEST '.
           05  WS-RQL-ID             PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RQL-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-RQL-ACCNO          PIC X(8).
           05  FILLER                PIC X(6)  VALUE ' FROM '.
           05  WS-RQL-FROM           PIC 9(8).
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  WS-RQL-TO             PIC 9(8).
           05  FILLER                PIC X(8)  VALUE '  FOUND '.
           05  WS-RQL-FOUND          PIC ZZZZZZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(20)

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           IF WS-QUEUED-RUN = 'Y'
             PERFORM RUN-QUEUED-REQUESTS
                THRU RUN-QUEUED-REQUESTS-END
             STOP RUN
           END-IF.

           IF WS-SEL-SCODE = SPACES
             DISPLAY 'PROCRETR: NO SCODE= CARD - RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
               ELSE
                 DISPLAY 'PROCRETR: UNUSABLE TO= CARD IGNORED'
               END-IF
             WHEN SYSIN-RECORD (1:8) = 'QUEUED=Y'
               MOVE 'Y' TO WS-QUEUED-RUN
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER

           ADD 1 TO WS-RECS-MATCHED.
       MATCH-ONE-RECORD-END.

      * PROCEDURE RUN-QUEUED-REQUESTS
      * One pass of the generations for every pending retrieval
      * loaded, then a line per request and the rows marked done.
       RUN-QUEUED-REQUESTS.
           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           COMPUTE WS-TODAY-INT =
              (WS-CURR-DATE-YYYY * 10000) +
              (WS-CURR-DATE-MM * 100) +
              WS-CURR-DATE-DD.

           PERFORM LOAD-QUEUED-REQUESTS
              THRU LOAD-QUEUED-REQUESTS-END.

           MOVE WS-QREQ-COUNT TO WS-RECS-DISPLAY.
           DISPLAY 'PROCRETR: QUEUED RETRIEVALS   = '
                   WS-RECS-DISPLAY.

           IF WS-QREQ-COUNT = 0
             GO TO RUN-QUEUED-REQUESTS-END
           END-IF.

           OPEN INPUT PARC-IN-FILE.
           OPEN OUTPUT RETR-RPT-FILE.

           MOVE WS-CURRENT-DATE TO WS-QHEAD-DATE.
           MOVE SPACES TO RETR-RPT-RECORD.
           MOVE WS-QUEUED-HEADING TO RETR-RPT-RECORD.
           WRITE RETR-RPT-RECORD.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ PARC-IN-FILE INTO WS-UNLOAD-RECORD
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   ADD 1 TO WS-RECS-READ
                   COMPUTE WS-UNL-DATE-INT =
                      (WS-UNL-DATE-YYYY * 10000) +
                      (WS-UNL-DATE-MM * 100) +
                      WS-UNL-DATE-DD
                   PERFORM MATCH-QUEUED-RECORD
                      THRU MATCH-QUEUED-RECORD-END
                      VARYING WS-QREQ-IX FROM 1 BY 1
                      UNTIL WS-QREQ-IX > WS-QREQ-COUNT
             END-READ
           END-PERFORM.

           MOVE SPACES TO RETR-RPT-RECORD.
           WRITE RETR-RPT-RECORD.

           PERFORM FINISH-QUEUED-REQUEST
              THRU FINISH-QUEUED-REQUEST-END
              VARYING WS-QREQ-IX FROM 1 BY 1
              UNTIL WS-QREQ-IX > WS-QREQ-COUNT.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE WS-RECS-MATCHED TO WS-TRL-COUNT.
           MOVE SPACES TO RETR-RPT-RECORD.
           MOVE WS-TRAILER-LINE TO RETR-RPT-RECORD.
           WRITE RETR-RPT-RECORD.

           CLOSE PARC-IN-FILE.
           CLOSE RETR-RPT-FILE.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'PROCRETR: UNLOAD RECORDS READ = '
                   WS-RECS-DISPLAY.
           MOVE WS-RECS-MATCHED TO WS-RECS-DISPLAY.
           DISPLAY 'PROCRETR: RECORDS MATCHED     = '
                   WS-RECS-DISPLAY.

           IF WS-QREQ-LEFT = 'Y' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
       RUN-QUEUED-REQUESTS-END.

      * PROCEDURE LOAD-QUEUED-REQUESTS
      * Up to WS-QREQ-MAX pending rows - any beyond are left pending
      * for the next run. A failed read leaves the run with nothing
      * to do and RC 8.
       LOAD-QUEUED-REQUESTS.
           MOVE 0 TO WS-QREQ-COUNT.

           EXEC SQL
              OPEN QUEUE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCRETR: UNABLE TO OPEN QUEUE-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
             GO TO LOAD-QUEUED-REQUESTS-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-QUEUE
             EXEC SQL
                FETCH QUEUE-CURSOR
                  INTO :HV-PTRQ-ID, :HV-PTRQ-SORTCODE,
                       :HV-PTRQ-NUMBER, :HV-PTRQ-FROM-DATE,
                       :HV-PTRQ-TO-DATE
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-QREQ-COUNT < WS-QREQ-MAX
                 ADD 1 TO WS-QREQ-COUNT
                 MOVE HV-PTRQ-ID TO WS-QREQ-ID (WS-QREQ-COUNT)
                 MOVE HV-PTRQ-SORTCODE
                    TO WS-QREQ-SCODE (WS-QREQ-COUNT)
                 MOVE HV-PTRQ-NUMBER TO WS-QREQ-ACCNO (WS-QREQ-COUNT)
                 MOVE HV-PTRQ-FROM-DATE
                    TO WS-QREQ-FROM (WS-QREQ-COUNT)
                 MOVE HV-PTRQ-TO-DATE TO WS-QREQ-TO (WS-QREQ-COUNT)
                 MOVE 0 TO WS-QREQ-FOUND (WS-QREQ-COUNT)
               WHEN SQLCODE = 0
                 DISPLAY 'PROCRETR: MORE THAN ' WS-QREQ-MAX
                         ' QUEUED - REST LEFT FOR NEXT RUN'
                 MOVE 'Y' TO WS-QREQ-LEFT
                 MOVE 'Y' TO WS-END-OF-QUEUE
               WHEN SQLCODE = 100
                 MOVE 'Y' TO WS-END-OF-QUEUE
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'PROCRETR: QUEUE FETCH FAILED, SQLCODE='
                         SQLCODE-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 MOVE 'Y' TO WS-END-OF-QUEUE
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE QUEUE-CURSOR
           END-EXEC.
       LOAD-QUEUED-REQUESTS-END.

      * PROCEDURE MATCH-QUEUED-RECORD
      * Prints the unload record under one queued request if it is
      * that request's account and inside its range.
       MATCH-QUEUED-RECORD.
           IF WS-UNL-SORTCODE NOT = WS-QREQ-SCODE (WS-QREQ-IX)
              OR WS-UNL-NUMBER NOT = WS-QREQ-ACCNO (WS-QREQ-IX)
             GO TO MATCH-QUEUED-RECORD-END
           END-IF.

           IF WS-UNL-DATE-INT < WS-QREQ-FROM (WS-QREQ-IX)
              OR WS-UNL-DATE-INT > WS-QREQ-TO (WS-QREQ-IX)
             GO TO MATCH-QUEUED-RECORD-END
           END-IF.

           MOVE WS-UNL-DATE TO WS-DTL-DATE.
           MOVE WS-UNL-TIME TO WS-DTL-TIME.
           MOVE WS-UNL-NUMBER TO WS-DTL-ACCNO.
           MOVE WS-UNL-REF TO WS-DTL-REF.
           MOVE WS-UNL-TYPE TO WS-DTL-TYPE.
           MOVE WS-UNL-AMOUNT TO WS-DTL-AMOUNT.
           MOVE WS-UNL-BALANCE TO WS-DTL-BALANCE.
           MOVE WS-UNL-DESC (1:60) TO WS-DTL-DESC.
           MOVE WS-QREQ-ID (WS-QREQ-IX) TO WS-REQ-ID-DISPLAY.
           MOVE WS-REQ-ID-DISPLAY TO WS-DTL-REQ-ID.

           MOVE SPACES TO RETR-RPT-RECORD.
           MOVE WS-DETAIL-LINE TO RETR-RPT-RECORD.
           WRITE RETR-RPT-RECORD.

           ADD 1 TO WS-QREQ-FOUND (WS-QREQ-IX).
           ADD 1 TO WS-RECS-MATCHED.
       MATCH-QUEUED-RECORD-END.

      * PROCEDURE FINISH-QUEUED-REQUEST
      * The request line, and the row marked done with its count. A
      * row that will not update stays pending for the next run.
       FINISH-QUEUED-REQUEST.
           MOVE WS-QREQ-ID (WS-QREQ-IX) TO WS-RQL-ID.
           MOVE WS-QREQ-SCODE (WS-QREQ-IX) TO WS-RQL-SCODE.
           MOVE WS-QREQ-ACCNO (WS-QREQ-IX) TO WS-RQL-ACCNO.
           MOVE WS-QREQ-FROM (WS-QREQ-IX) TO WS-RQL-FROM.
           MOVE WS-QREQ-TO (WS-QREQ-IX) TO WS-RQL-TO.
           MOVE WS-QREQ-FOUND (WS-QREQ-IX) TO WS-RQL-FOUND.
           MOVE SPACES TO RETR-RPT-RECORD.
           MOVE WS-REQUEST-LINE TO RETR-RPT-RECORD.
           WRITE RETR-RPT-RECORD.

           MOVE WS-QREQ-ID (WS-QREQ-IX) TO HV-PTRQ-ID.
           MOVE WS-QREQ-SCODE (WS-QREQ-IX) TO HV-PTRQ-SORTCODE.
           MOVE WS-QREQ-ACCNO (WS-QREQ-IX) TO HV-PTRQ-NUMBER.
           MOVE WS-QREQ-FOUND (WS-QREQ-IX) TO HV-PTRQ-FOUND.

           EXEC SQL
              UPDATE PTRAN_RETRIEVAL_REQUEST
                 SET PTRQ_STATUS = 'D',
                     PTRQ_DONE_DATE = :WS-TODAY-INT,
                     PTRQ_FOUND = :HV-PTRQ-FOUND
               WHERE PTRQ_ID = :HV-PTRQ-ID
                 AND PTRQ_SORTCODE = :HV-PTRQ-SORTCODE
                 AND PTRQ_NUMBER = :HV-PTRQ-NUMBER
                 AND PTRQ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCRETR: REQUEST UPDATE FAILED FOR '
                     WS-RQL-ID ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 8 TO RETURN-CODE
           END-IF.
       FINISH-QUEUED-REQUEST-END.

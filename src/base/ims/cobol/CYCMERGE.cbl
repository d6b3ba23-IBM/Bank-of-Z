       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCMERGE.

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
      * Statement-cycle partition merge.
      *
      * On a long cycle night ACCRINT, FEECHARG and ACCSTMT each run
      * as several copies at once, one per sort code range (PART=,
      * SCFROM= and SCTO= on their SYSIN). Each partition's report
      * is bracketed by the CYCPART records: a PARTHDR naming its
      * range first, then its control totals as PARTTOT records and
      * a PARTEND record written only when it ran to its end. This
      * step runs after all the partitions of one job and puts their
      * reports back together as the single report the morning
      * expects:
      *
      *   - PARTIN is the partition reports concatenated in
      *     partition order; every line that is not a CYCPART
      *     record is copied to MRGRPT as it stands;
      *   - every partition 01 to PARTS= must be there, in order,
      *     for the same job and run date, with its end record and
      *     an end return code no worse than 4;
      *   - the ranges must follow on from each other without gap
      *     or overlap and cover sort codes 000000 to 999999, so no
      *     account can have been left out of the night;
      *   - the partitions' control totals are summed by name and
      *     written as one control-totals block, and displayed for
      *     the job log as the single run would have displayed them;
      *   - for ACCSTMT the delivery-method trailer, which the
      *     partitions leave off, is rebuilt from the summed counts
      *     and closes the print file as it always did.
      *
      * Anything missing or out of place fails the step with return
      * code 12 - a night with a partition missing must not pass as
      * complete. The merge registers on BATCH_RUN_REGISTER under
      * the job's own name, so BATCHRPT sees the job ran as one.
      *
      * JOB=name and PARTS=nn on SYSIN name the job and how many
      * partitions it was split into. ACCSTMT's ESTMT extract and
      * STMEXC exception files carry no control records and are
      * simply concatenated for the downstream steps.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIN-FILE ASSIGN TO PARTIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MRGRPT-FILE ASSIGN TO MRGRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTIN-FILE
           RECORDING MODE IS F.
       01  PARTIN-RECORD                 PIC X(132).

       FD  MRGRPT-FILE
           RECORDING MODE IS F.
       01  MRGRPT-RECORD                 PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  BATCHREG-PROGRAM          PIC X(8)  VALUE 'BATCHREG'.
       01  BATCHREG-COMMAREA.
           COPY BATCHREG.

      * CYCPART partition control records
       01  CYCP-RECORD.
           COPY CYCPART.

       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-END-OF-PARTIN          PIC X             VALUE 'N'.
           88  END-OF-PARTIN         VALUE 'Y'.

      *
      * The job being merged and how many partitions it ran as.
      *
       77  WS-MERGE-JOB              PIC X(8)          VALUE SPACES.
       77  WS-MERGE-PARTS            PIC 99            VALUE 0.
       77  WS-OPTIONS-OK             PIC X             VALUE 'Y'.
       77  WS-MERGE-OK               PIC X             VALUE 'Y'.

      *
      * Where the merge has got to - the partition last opened by a
      * header, whether its end record has been seen yet, the first
      * sort code the next partition must start from and the run
      * date every partition must share.
      *
       77  WS-CURRENT-PART           PIC 99            VALUE 0.
       77  WS-IN-PART                PIC X             VALUE 'N'.
       77  WS-PARTS-ENDED            PIC 99            VALUE 0.
       77  WS-NEXT-FROM              PIC 9(7)          VALUE 0.
       77  WS-SC-FROM-N              PIC 9(6)          VALUE 0.
       77  WS-SC-TO-N                PIC 9(6)          VALUE 0.
       77  WS-MERGE-RUN-DATE         PIC 9(8)          VALUE 0.
       77  WS-LINES-COPIED           PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * The control totals summed across the partitions, by name,
      * in the order the partitions write them.
      *
       77  WS-TOTAL-COUNT            PIC S9(4) COMP    VALUE 0.
       77  WS-TOTAL-IX               PIC S9(4) COMP    VALUE 0.
       77  WS-TOTAL-MAX              PIC S9(4) COMP    VALUE 10.
       01  WS-TOTAL-TABLE.
           05  WS-TOTAL-ENTRY OCCURS 10 TIMES.
               10  WS-TOTAL-LABEL    PIC X(30).
               10  WS-TOTAL-VALUE    PIC 9(9).
       77  WS-FIND-LABEL             PIC X(30)         VALUE SPACES.
       77  WS-FIND-VALUE             PIC 9(9)          VALUE 0.

       01  WS-CONTROL-HEAD.
           05  FILLER                PIC X(17)
               VALUE 'CONTROL TOTALS - '.
           05  WS-CHD-JOB            PIC X(8).
           05  FILLER                PIC X(13)
               VALUE ' MERGED FROM '.
           05  WS-CHD-PARTS          PIC Z9.
           05  FILLER                PIC X(11)
               VALUE ' PARTITIONS'.

       01  WS-CONTROL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CTL-LABEL          PIC X(30).
           05  FILLER                PIC X(3)  VALUE ' = '.
           05  WS-CTL-VALUE          PIC ZZZZZZZZ9.

      * ACCSTMT's delivery-method trailer, rebuilt for the whole run
       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(18)
               VALUE 'DELIVERY  PRINT   '.
           05  WS-TRL-PRINT          PIC ZZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE '  EMAIL  '.
           05  WS-TRL-EMAIL          PIC ZZZZZZZ9.
           05  FILLER                PIC X(13)
               VALUE '  SUPPRESSED '.
           05  WS-TRL-SUPP           PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       BEGIN.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           IF WS-MERGE-JOB = SPACES
             MOVE 'CYCMERGE' TO BREG-JOB
           ELSE
             MOVE WS-MERGE-JOB TO BREG-JOB
           END-IF.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           IF WS-OPTIONS-OK NOT = 'Y'
             DISPLAY 'CYCMERGE: JOB= AND PARTS= CARDS UNUSABLE - '
                     'RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           DISPLAY 'CYCMERGE: MERGING ' WS-MERGE-JOB ' FROM '
                   WS-MERGE-PARTS ' PARTITIONS'.

           OPEN INPUT PARTIN-FILE.
           OPEN OUTPUT MRGRPT-FILE.

           PERFORM WITH TEST BEFORE UNTIL END-OF-PARTIN
             READ PARTIN-FILE
                AT END
                   MOVE 'Y' TO WS-END-OF-PARTIN
                NOT AT END
                   PERFORM MERGE-PARTIN-LINE
                      THRU MERGE-PARTIN-LINE-END
             END-READ
           END-PERFORM.

           CLOSE PARTIN-FILE.

           PERFORM CHECK-ALL-PARTITIONS
              THRU CHECK-ALL-PARTITIONS-END.

           IF WS-MERGE-OK = 'Y'
             PERFORM WRITE-CONTROL-TOTALS
                THRU WRITE-CONTROL-TOTALS-END
           ELSE
             MOVE SPACES TO MRGRPT-RECORD
             WRITE MRGRPT-RECORD
             MOVE 'MERGE INCOMPLETE - SEE THE JOB LOG'
               TO MRGRPT-RECORD
             WRITE MRGRPT-RECORD
             DISPLAY 'CYCMERGE: ' WS-MERGE-JOB ' MERGE INCOMPLETE - '
                     'CYCLE NOT COMPLETE'
             MOVE 12 TO RETURN-CODE
           END-IF.

           CLOSE MRGRPT-FILE.

           MOVE WS-LINES-COPIED TO WS-RECS-DISPLAY.
           DISPLAY 'CYCMERGE: REPORT LINES MERGED   = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           IF WS-TOTAL-COUNT > 0
             MOVE WS-TOTAL-VALUE (1) TO BREG-ROWS
           ELSE
             MOVE 0 TO BREG-ROWS
           END-IF.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE READ-RUN-OPTIONS
      * JOB=name and PARTS=nn are both required - without them
      * there is nothing to prove the partitions against.
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

           IF WS-MERGE-JOB = SPACES
             DISPLAY 'CYCMERGE: NO JOB= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.

           IF WS-MERGE-PARTS = 0
             DISPLAY 'CYCMERGE: NO PARTS= CARD'
             MOVE 'N' TO WS-OPTIONS-OK
           END-IF.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:4) = 'JOB='
               MOVE SYSIN-RECORD (5:8) TO WS-MERGE-JOB
             WHEN SYSIN-RECORD (1:6) = 'PARTS='
               IF SYSIN-RECORD (7:2) NUMERIC
                  AND SYSIN-RECORD (7:2) NOT = '00'
                 MOVE SYSIN-RECORD (7:2) TO WS-MERGE-PARTS
               ELSE
                 DISPLAY 'CYCMERGE: UNUSABLE PARTS= CARD'
                 MOVE 'N' TO WS-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'CYCMERGE: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-OPTIONS-OK
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE MERGE-PARTIN-LINE
      * A partition's report line goes to the merged report as it
      * stands; its control records are checked and consumed.
       MERGE-PARTIN-LINE.
           MOVE PARTIN-RECORD TO CYCP-RECORD.

           EVALUATE TRUE
             WHEN CYCP-PART-HEADER
               PERFORM START-PARTITION THRU START-PARTITION-END
             WHEN CYCP-PART-TOTAL
               PERFORM ADD-PARTITION-TOTAL
                  THRU ADD-PARTITION-TOTAL-END
             WHEN CYCP-PART-END
               PERFORM END-PARTITION THRU END-PARTITION-END
             WHEN OTHER
               MOVE PARTIN-RECORD TO MRGRPT-RECORD
               WRITE MRGRPT-RECORD
               ADD 1 TO WS-LINES-COPIED
           END-EVALUATE.
       MERGE-PARTIN-LINE-END.

      * PROCEDURE START-PARTITION
      * The next partition's header - the right job and run date,
      * the next number in turn, and a range that starts where the
      * last one stopped.
       START-PARTITION.
           IF CYCP-JOB NOT = WS-MERGE-JOB
             DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                     ' IS A REPORT FOR ' CYCP-JOB
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           IF WS-IN-PART = 'Y'
             DISPLAY 'CYCMERGE: PARTITION ' WS-CURRENT-PART
                     ' HAS NO END RECORD - IT DID NOT FINISH'
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           ADD 1 TO WS-CURRENT-PART.
           IF CYCP-PART NOT = WS-CURRENT-PART
             DISPLAY 'CYCMERGE: PARTITION ' WS-CURRENT-PART
                     ' MISSING - FOUND ' CYCP-PART ' IN ITS PLACE'
             MOVE 'N' TO WS-MERGE-OK
             MOVE CYCP-PART TO WS-CURRENT-PART
           END-IF.

           IF CYCP-PART > WS-MERGE-PARTS
             DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                     ' IS BEYOND PARTS=' WS-MERGE-PARTS
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           IF WS-MERGE-RUN-DATE = 0
             MOVE CYCP-RUN-DATE TO WS-MERGE-RUN-DATE
           ELSE
             IF CYCP-RUN-DATE NOT = WS-MERGE-RUN-DATE
               DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                       ' IS FROM RUN DATE ' CYCP-RUN-DATE
                       ' NOT ' WS-MERGE-RUN-DATE
               MOVE 'N' TO WS-MERGE-OK
             END-IF
           END-IF.

           IF CYCP-SC-FROM NOT NUMERIC OR CYCP-SC-TO NOT NUMERIC
             DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                     ' HAS AN UNREADABLE SORT CODE RANGE'
             MOVE 'N' TO WS-MERGE-OK
           ELSE
             MOVE CYCP-SC-FROM TO WS-SC-FROM-N
             MOVE CYCP-SC-TO TO WS-SC-TO-N
             IF WS-SC-FROM-N NOT = WS-NEXT-FROM
               DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                       ' STARTS AT ' CYCP-SC-FROM
                       ' - RANGES LEAVE A GAP OR OVERLAP'
               MOVE 'N' TO WS-MERGE-OK
             END-IF
             COMPUTE WS-NEXT-FROM = WS-SC-TO-N + 1
           END-IF.

           MOVE 'Y' TO WS-IN-PART.
       START-PARTITION-END.

      * PROCEDURE ADD-PARTITION-TOTAL
      * Adds one partition control total into the merged total of
      * the same name, opening a new one the first time it is seen.
       ADD-PARTITION-TOTAL.
           IF WS-IN-PART NOT = 'Y'
             DISPLAY 'CYCMERGE: CONTROL TOTAL OUTSIDE A PARTITION - '
                     CYCP-TOTAL-LABEL
             MOVE 'N' TO WS-MERGE-OK
             GO TO ADD-PARTITION-TOTAL-END
           END-IF.

           MOVE CYCP-TOTAL-LABEL TO WS-FIND-LABEL.
           PERFORM FIND-TOTAL THRU FIND-TOTAL-END.

           IF WS-TOTAL-IX > WS-TOTAL-COUNT
             IF WS-TOTAL-COUNT = WS-TOTAL-MAX
               DISPLAY 'CYCMERGE: TOO MANY CONTROL TOTALS - '
                       CYCP-TOTAL-LABEL ' NOT MERGED'
               MOVE 'N' TO WS-MERGE-OK
               GO TO ADD-PARTITION-TOTAL-END
             END-IF
             ADD 1 TO WS-TOTAL-COUNT
             MOVE WS-TOTAL-COUNT TO WS-TOTAL-IX
             MOVE CYCP-TOTAL-LABEL TO WS-TOTAL-LABEL (WS-TOTAL-IX)
             MOVE 0 TO WS-TOTAL-VALUE (WS-TOTAL-IX)
           END-IF.

           ADD CYCP-TOTAL-VALUE TO WS-TOTAL-VALUE (WS-TOTAL-IX).
       ADD-PARTITION-TOTAL-END.

      * PROCEDURE END-PARTITION
      * The partition ran to its end; a return code worse than a
      * warning still fails the night.
       END-PARTITION.
           IF WS-IN-PART NOT = 'Y'
              OR CYCP-PART NOT = WS-CURRENT-PART
             DISPLAY 'CYCMERGE: END RECORD FOR PARTITION ' CYCP-PART
                     ' OUT OF PLACE'
             MOVE 'N' TO WS-MERGE-OK
             GO TO END-PARTITION-END
           END-IF.

           IF CYCP-END-RC > 4
             DISPLAY 'CYCMERGE: PARTITION ' CYCP-PART
                     ' ENDED WITH RC=' CYCP-END-RC
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           MOVE 'N' TO WS-IN-PART.
           ADD 1 TO WS-PARTS-ENDED.
       END-PARTITION-END.

      * PROCEDURE CHECK-ALL-PARTITIONS
      * At the end of the input every partition must have been
      * seen to its end, and the ranges must reach 999999.
       CHECK-ALL-PARTITIONS.
           IF WS-IN-PART = 'Y'
             DISPLAY 'CYCMERGE: PARTITION ' WS-CURRENT-PART
                     ' HAS NO END RECORD - IT DID NOT FINISH'
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           IF WS-CURRENT-PART < WS-MERGE-PARTS
             DISPLAY 'CYCMERGE: PARTITIONS AFTER ' WS-CURRENT-PART
                     ' MISSING - ' WS-MERGE-PARTS ' EXPECTED'
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           IF WS-PARTS-ENDED NOT = WS-MERGE-PARTS
             DISPLAY 'CYCMERGE: ' WS-PARTS-ENDED ' OF '
                     WS-MERGE-PARTS ' PARTITIONS FINISHED'
             MOVE 'N' TO WS-MERGE-OK
           END-IF.

           IF WS-NEXT-FROM NOT = 1000000
             DISPLAY 'CYCMERGE: SORT CODE RANGES DO NOT COVER '
                     '000000 TO 999999'
             MOVE 'N' TO WS-MERGE-OK
           END-IF.
       CHECK-ALL-PARTITIONS-END.

      * PROCEDURE WRITE-CONTROL-TOTALS
      * The merged control totals, on the report and the job log;
      * for ACCSTMT the delivery trailer closes the print file.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MRGRPT-RECORD.
           WRITE MRGRPT-RECORD.
           MOVE WS-MERGE-JOB TO WS-CHD-JOB.
           MOVE WS-MERGE-PARTS TO WS-CHD-PARTS.
           MOVE WS-CONTROL-HEAD TO MRGRPT-RECORD.
           WRITE MRGRPT-RECORD.

           PERFORM VARYING WS-TOTAL-IX FROM 1 BY 1
                   UNTIL WS-TOTAL-IX > WS-TOTAL-COUNT
             MOVE WS-TOTAL-LABEL (WS-TOTAL-IX) TO WS-CTL-LABEL
             MOVE WS-TOTAL-VALUE (WS-TOTAL-IX) TO WS-CTL-VALUE
             MOVE WS-CONTROL-LINE TO MRGRPT-RECORD
             WRITE MRGRPT-RECORD
             DISPLAY WS-MERGE-JOB ': ' WS-TOTAL-LABEL (WS-TOTAL-IX)
                     ' = ' WS-TOTAL-VALUE (WS-TOTAL-IX)
           END-PERFORM.

           IF WS-MERGE-JOB = 'ACCSTMT '
             MOVE 'DELIVERED BY PRINT' TO WS-FIND-LABEL
             PERFORM FIND-TOTAL THRU FIND-TOTAL-END
             MOVE WS-FIND-VALUE TO WS-TRL-PRINT
             MOVE 'DELIVERED BY EMAIL' TO WS-FIND-LABEL
             PERFORM FIND-TOTAL THRU FIND-TOTAL-END
             MOVE WS-FIND-VALUE TO WS-TRL-EMAIL
             MOVE 'SUPPRESSED FOR OPS' TO WS-FIND-LABEL
             PERFORM FIND-TOTAL THRU FIND-TOTAL-END
             MOVE WS-FIND-VALUE TO WS-TRL-SUPP
             MOVE WS-TRAILER-LINE TO MRGRPT-RECORD
             WRITE MRGRPT-RECORD
           END-IF.
       WRITE-CONTROL-TOTALS-END.

      * PROCEDURE FIND-TOTAL
      * Looks WS-FIND-LABEL up among the merged totals: WS-TOTAL-IX
      * is its entry (past the last when absent) and WS-FIND-VALUE
      * its value (zero when absent).
       FIND-TOTAL.
           MOVE 0 TO WS-FIND-VALUE.
           PERFORM VARYING WS-TOTAL-IX FROM 1 BY 1
                   UNTIL WS-TOTAL-IX > WS-TOTAL-COUNT
                      OR WS-TOTAL-LABEL (WS-TOTAL-IX) = WS-FIND-LABEL
             CONTINUE
           END-PERFORM.

           IF WS-TOTAL-IX NOT > WS-TOTAL-COUNT
             MOVE WS-TOTAL-VALUE (WS-TOTAL-IX) TO WS-FIND-VALUE
           END-IF.
       FIND-TOTAL-END.

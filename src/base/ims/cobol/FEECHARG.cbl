      * product's 'MONTHLY' tariff - a product with no tariff row
      * is simply not charged, and an account with
      * ACCOUNT_FEE_WAIVER 'Y' is skipped with its waiver counted.
      * So is an account whose customer has a fee waiver agreed on
      * the vulnerability register (VULNCHK), counted separately;
      * if the register cannot be read the fee is left uncharged
      * rather than risk charging someone we agreed to support.
      *
      * The fee debits both balances and posts through PROCTRAN
      * with the 'CHG' type, so a customer can see exactly what
      * finish clears the row. PROCTRAN references come from the
      * HBNKPROCREF counter through DFHNCTR as in the other batch
      * posters.
      *
      * On a long cycle night the book is split: several copies of
      * the job run at once, each given PART=nn, SCFROM=nnnnnn and
      * SCTO=nnnnnn cards on SYSIN and charging only the accounts in
      * its sort code range. A partition registers and checkpoints
      * as FEECHAnn, so each keeps its own BATCH_RUN_REGISTER row
      * and BATCH_RESTART position, and brackets its report with
      * the CYCPART records CYCMERGE needs to put the partition
      * reports and totals back together as the one report. An
      * empty SYSIN (DD DUMMY) runs the whole book as before. A card
      * that does not parse abandons the run - a mistyped partition
      * must not quietly charge the whole book.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FEEC-RPT-FILE ASSIGN TO FEECRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  FEEC-RPT-RECORD               PIC X(132).

       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SYSIN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
       77  WS-RESTART-ACTIVE         PIC X             VALUE 'N'.
           88  RESTART-ACTIVE        VALUE 'Y'.

      *
      * The partition this copy of the job works - the whole book
      * unless SYSIN names a part and its sort code range - and the
      * name it registers and checkpoints under.
      *
       77  WS-END-OF-SYSIN           PIC X             VALUE 'N'.
           88  END-OF-SYSIN          VALUE 'Y'.
       77  WS-PART-NUMBER            PIC 99            VALUE 0.
       77  WS-PART-OPTIONS-OK        PIC X             VALUE 'Y'.
       77  WS-PART-JOB               PIC X(8)          VALUE SPACES.
       77  HV-PART-SC-FROM           PIC X(6)          VALUE '000000'.
       77  HV-PART-SC-TO             PIC X(6)          VALUE '999999'.
       77  WS-PART-TOTAL-LABEL       PIC X(30)         VALUE SPACES.
       77  WS-PART-TOTAL-VALUE       PIC 9(9)          VALUE 0.

      * CYCPART partition control records for CYCMERGE
       01  CYCP-RECORD.
           COPY CYCPART.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

      * VULNCHK commarea - the support agreed on the vulnerability
      * register for the account's customer
       01  VULNCHK-PROGRAM           PIC X(8) VALUE 'VULNCHK'.
       01  VULNCHK-COMMAREA.
           COPY VULNCHK.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
       77  WS-ACCTS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-FEES-CHARGED           PIC 9(8)  COMP    VALUE 0.
       77  WS-FEES-WAIVED            PIC 9(8)  COMP    VALUE 0.
       77  WS-FEES-VULN-WAIVED       PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-FEE-AMOUNT             PIC S9(10)V99     VALUE 0.
                   FROM ACCOUNT
                  WHERE ACCOUNT_NEXT_STMT_DATE <= :WS-RUN-DATE
                    AND COALESCE(ACCOUNT_FEE_WAIVER, 'N') <> 'Y'
                    AND ACCOUNT_SORTCODE BETWEEN :HV-PART-SC-FROM
                                             AND :HV-PART-SC-TO
                    AND ACCOUNT_SORTCODE CONCAT ACCOUNT_NUMBER
                           > :HV-RESTART-KEY
                  ORDER BY ACCOUNT_SORTCODE, ACCOUNT_NUMBER

       BEGIN.

           PERFORM READ-RUN-OPTIONS THRU READ-RUN-OPTIONS-END.

           MOVE WS-PART-JOB TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           IF WS-PART-OPTIONS-OK NOT = 'Y'
             DISPLAY 'FEECHARG: SYSIN PARTITION CARDS UNUSABLE - '
                     'RUN ABANDONED'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE 0 TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
           MOVE 'CHG' TO HV-TXNT-CODE.
           PERFORM VERIFY-TXN-TYPE THRU VERIFY-TXN-TYPE-END.

           MOVE WS-PART-JOB TO HV-RESTART-JOB.
           PERFORM READ-RESTART-POSITION
              THRU READ-RESTART-POSITION-END.

                FROM ACCOUNT
               WHERE ACCOUNT_NEXT_STMT_DATE <= :WS-RUN-DATE
                 AND ACCOUNT_FEE_WAIVER = 'Y'
                 AND ACCOUNT_SORTCODE BETWEEN :HV-PART-SC-FROM
                                          AND :HV-PART-SC-TO
           END-EXEC.
           IF SQLCODE = 0
             MOVE HV-WAIVED-COUNT TO WS-FEES-WAIVED

           OPEN OUTPUT FEEC-RPT-FILE.

           IF WS-PART-NUMBER NOT = 0
             PERFORM WRITE-PARTITION-HEADER
                THRU WRITE-PARTITION-HEADER-END
           END-IF.

           IF RESTART-ACTIVE
             MOVE SPACES TO FEEC-RPT-RECORD
             STRING 'RESTARTED FROM KEY ' DELIMITED BY SIZE,
           PERFORM CLEAR-RESTART-POSITION
              THRU CLEAR-RESTART-POSITION-END.

      *
      *    A partition closes its report with its control totals
      *    and the end record that tells CYCMERGE it finished.
      *
           IF WS-PART-NUMBER NOT = 0
             MOVE 'ACCOUNTS ON CYCLE' TO WS-PART-TOTAL-LABEL
             MOVE WS-ACCTS-READ TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'FEES CHARGED' TO WS-PART-TOTAL-LABEL
             MOVE WS-FEES-CHARGED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'ACCOUNTS WAIVED' TO WS-PART-TOTAL-LABEL
             MOVE WS-FEES-WAIVED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             MOVE 'WAIVED - VULNERABLE' TO WS-PART-TOTAL-LABEL
             MOVE WS-FEES-VULN-WAIVED TO WS-PART-TOTAL-VALUE
             PERFORM WRITE-PARTITION-TOTAL
                THRU WRITE-PARTITION-TOTAL-END
             PERFORM WRITE-PARTITION-END
                THRU WRITE-PARTITION-END-END
           END-IF.

           CLOSE FEEC-RPT-FILE.

           MOVE WS-ACCTS-READ TO WS-RECS-DISPLAY.
           MOVE WS-FEES-WAIVED TO WS-RECS-DISPLAY.
           DISPLAY 'FEECHARG: ACCOUNTS WAIVED    = '
                   WS-RECS-DISPLAY.
           MOVE WS-FEES-VULN-WAIVED TO WS-RECS-DISPLAY.
           DISPLAY 'FEECHARG: WAIVED - VULNERABLE = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ACCTS-READ TO BREG-ROWS.
           MOVE 'Y' TO WS-POSTING-OK.
           MOVE 0 TO HV-TARIFF-AMOUNT.

           INITIALIZE VULNCHK-COMMAREA.
           MOVE HV-ACCOUNT-SORTCODE TO VULN-SCODE.
           MOVE HV-ACCOUNT-CUST-NUMBER TO VULN-CUSTNO.
           CALL VULNCHK-PROGRAM USING VULNCHK-COMMAREA.

           IF NOT VULN-OK
             DISPLAY 'FEECHARG: VULNERABILITY REGISTER UNREADABLE '
                     'FOR ' HV-ACCOUNT-SORTCODE '/'
                     HV-ACCOUNT-NUMBER ' - FEE NOT CHARGED'
             MOVE 4 TO RETURN-CODE
             GO TO CHARGE-ONE-ACCOUNT-END
           END-IF.

           IF VULN-WAIVE-FEES
             ADD 1 TO WS-FEES-VULN-WAIVED
             GO TO CHARGE-ONE-ACCOUNT-END
           END-IF.

           EXEC SQL
              SELECT TARIFF_AMOUNT
                INTO :HV-TARIFF-AMOUNT
           MOVE WS-REPORT-LINE TO FEEC-RPT-RECORD.
           WRITE FEEC-RPT-RECORD.
       WRITE-REPORT-LINE-END.

      * PROCEDURE READ-RUN-OPTIONS
      * PART=nn, SCFROM=nnnnnn and SCTO=nnnnnn make this run one
      * partition of the cycle; with no PART= card it is the whole
      * book under the job's own name. A range without a part, a
      * range upside down or a card that does not parse leaves the
      * options unusable and the run is abandoned.
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

           MOVE 'FEECHARG' TO WS-PART-JOB.

           IF WS-PART-NUMBER = 0
             IF HV-PART-SC-FROM NOT = '000000'
                OR HV-PART-SC-TO NOT = '999999'
               DISPLAY 'FEECHARG: SORT CODE RANGE GIVEN WITHOUT '
                       'A PART= CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
             END-IF
             GO TO READ-RUN-OPTIONS-END
           END-IF.

           IF HV-PART-SC-FROM > HV-PART-SC-TO
             DISPLAY 'FEECHARG: SCFROM= IS ABOVE SCTO='
             MOVE 'N' TO WS-PART-OPTIONS-OK
           END-IF.

           MOVE WS-PART-NUMBER TO WS-PART-JOB (7:2).
           DISPLAY 'FEECHARG: PARTITION ' WS-PART-NUMBER
                   ' SORT CODES ' HV-PART-SC-FROM ' TO '
                   HV-PART-SC-TO ' AS ' WS-PART-JOB.
       READ-RUN-OPTIONS-END.

      * PROCEDURE PARSE-RUN-OPTION
       PARSE-RUN-OPTION.
           EVALUATE TRUE
             WHEN SYSIN-RECORD (1:5) = 'PART='
               IF SYSIN-RECORD (6:2) NUMERIC
                  AND SYSIN-RECORD (6:2) NOT = '00'
                 MOVE SYSIN-RECORD (6:2) TO WS-PART-NUMBER
               ELSE
                 DISPLAY 'FEECHARG: UNUSABLE PART= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:7) = 'SCFROM='
               IF SYSIN-RECORD (8:6) NUMERIC
                 MOVE SYSIN-RECORD (8:6) TO HV-PART-SC-FROM
               ELSE
                 DISPLAY 'FEECHARG: UNUSABLE SCFROM= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD (1:5) = 'SCTO='
               IF SYSIN-RECORD (6:6) NUMERIC
                 MOVE SYSIN-RECORD (6:6) TO HV-PART-SC-TO
               ELSE
                 DISPLAY 'FEECHARG: UNUSABLE SCTO= CARD'
                 MOVE 'N' TO WS-PART-OPTIONS-OK
               END-IF
             WHEN SYSIN-RECORD = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY 'FEECHARG: UNRECOGNISED SYSIN CARD'
               MOVE 'N' TO WS-PART-OPTIONS-OK
           END-EVALUATE.
       PARSE-RUN-OPTION-END.

      * PROCEDURE WRITE-PARTITION-HEADER
      * The partition's range, first on its report.
       WRITE-PARTITION-HEADER.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-HEADER TO TRUE.
           MOVE 'FEECHARG' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE HV-PART-SC-FROM TO CYCP-SC-FROM.
           MOVE HV-PART-SC-TO TO CYCP-SC-TO.
           MOVE WS-RUN-DATE TO CYCP-RUN-DATE.
           MOVE CYCP-RECORD TO FEEC-RPT-RECORD.
           WRITE FEEC-RPT-RECORD.
       WRITE-PARTITION-HEADER-END.

      * PROCEDURE WRITE-PARTITION-TOTAL
      * One control total - WS-PART-TOTAL-LABEL and its value.
       WRITE-PARTITION-TOTAL.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-TOTAL TO TRUE.
           MOVE 'FEECHARG' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-PART-TOTAL-LABEL TO CYCP-TOTAL-LABEL.
           MOVE WS-PART-TOTAL-VALUE TO CYCP-TOTAL-VALUE.
           MOVE CYCP-RECORD TO FEEC-RPT-RECORD.
           WRITE FEEC-RPT-RECORD.
       WRITE-PARTITION-TOTAL-END.

      * PROCEDURE WRITE-PARTITION-END
      * Written only when the partition has run to its end.
       WRITE-PARTITION-END.
           MOVE SPACES TO CYCP-RECORD.
           SET CYCP-PART-END TO TRUE.
           MOVE 'FEECHARG' TO CYCP-JOB.
           MOVE WS-PART-NUMBER TO CYCP-PART.
           MOVE WS-ACCTS-READ TO CYCP-END-ROWS.
           MOVE RETURN-CODE TO CYCP-END-RC.
           MOVE CYCP-RECORD TO FEEC-RPT-RECORD.
           WRITE FEEC-RPT-RECORD.
       WRITE-PARTITION-END-END.

       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBRESP.

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
      * Credit bureau contribution response processor.
      *
      * Reads the bureau's response file (CRBRSPIN) for the monthly
      * contribution CRBEXTR sent. Each 'D' detail quotes one of our
      * accounts with an 'A' (accepted) or 'R' (rejected) status and
      * the bureau's reason code and text; the 'T' trailer carries
      * the detail count, and a file that does not agree with it is
      * rejected whole (the DDCOLL convention).
      *
      * Every rejected record goes on the exceptions report
      * (CRBEXCP) with the account's customer and name - looked up
      * on ACCOUNT, or on ACCOUNT_ARCHIVE for an account closed
      * since - so the matching data can be put right before the
      * next month's contribution. Accepted records are counted.
      * Nothing is updated, so a rerun simply prints the report
      * again.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRB-RSP-FILE ASSIGN TO CRBRSPIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRB-EXC-FILE ASSIGN TO CRBEXCP
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRB-RSP-FILE
           RECORDING MODE IS F.
       01  CRB-RSP-RECORD                PIC X(80).

       FD  CRB-EXC-FILE
           RECORDING MODE IS F.
       01  CRB-EXC-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_ARCHIVE DB2 copybook - an account reported closed
      * has gone from ACCOUNT by the time the response comes back
           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

       01  HOST-ACCOUNT-ROW.
           03  HV-ACCOUNT-SORTCODE       PIC X(6).
           03  HV-ACCOUNT-NUMBER         PIC X(8).
           03  HV-ACCOUNT-CUST-NUMBER    PIC X(10).

       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).

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

      *
      * The response file layouts - one 'D' detail per account
      * contributed, closed by a 'T' control trailer.
      *
       01  WS-RESPONSE-DETAIL.
           05  WS-RSP-REC-TYPE       PIC X.
           05  WS-RSP-SORTCODE       PIC X(6).
           05  WS-RSP-ACCNO          PIC X(8).
           05  WS-RSP-STATUS         PIC X.
               88  RSP-ACCEPTED      VALUE 'A'.
               88  RSP-REJECTED      VALUE 'R'.
           05  WS-RSP-REASON-CODE    PIC X(4).
           05  WS-RSP-REASON-TEXT    PIC X(40).
           05  FILLER                PIC X(20).

       01  WS-RESPONSE-TRAILER REDEFINES WS-RESPONSE-DETAIL.
           05  FILLER                PIC X.
           05  WS-RSP-TRL-COUNT      PIC 9(8).
           05  FILLER                PIC X(71).

       01  WS-EXC-LINE.
           05  WS-EXC-SCODE          PIC X(6).
           05  FILLER                PIC X     VALUE '/'.
           05  WS-EXC-ACCNO          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EXC-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EXC-NAME           PIC X(50).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EXC-REASON-CODE    PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EXC-REASON-TEXT    PIC X(40).

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-ACCEPTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-REJECTED         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'CRBRESP ' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           PERFORM PROVE-RESPONSE-FILE
              THRU PROVE-RESPONSE-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'CRBRESP: RESPONSE FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN INPUT CRB-RSP-FILE.
           OPEN OUTPUT CRB-EXC-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ CRB-RSP-FILE INTO WS-RESPONSE-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF WS-RSP-REC-TYPE = 'D'
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM APPLY-ONE-RESPONSE
                        THRU APPLY-ONE-RESPONSE-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE CRB-RSP-FILE.
           CLOSE CRB-EXC-FILE.

           IF WS-ITEMS-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'CRBRESP: RECORDS RETURNED = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-ACCEPTED TO WS-RECS-DISPLAY.
           DISPLAY 'CRBRESP: ACCEPTED         = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'CRBRESP: REJECTED         = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE PROVE-RESPONSE-FILE
      * Counts the details and checks them against the trailer.
       PROVE-RESPONSE-FILE.
           OPEN INPUT CRB-RSP-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ CRB-RSP-FILE INTO WS-RESPONSE-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-RSP-REC-TYPE
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-RSP-TRL-COUNT = WS-ITEMS-READ
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'CRBRESP: TRAILER COUNT DOES NOT '
                                 'AGREE WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE CRB-RSP-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'CRBRESP: NO CONTROL TRAILER ON RESPONSE FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-RESPONSE-FILE-END.

      * PROCEDURE APPLY-ONE-RESPONSE
      * Anything not accepted is an exception.
       APPLY-ONE-RESPONSE.
           IF RSP-ACCEPTED
             ADD 1 TO WS-ITEMS-ACCEPTED
             GO TO APPLY-ONE-RESPONSE-END
           END-IF.

           ADD 1 TO WS-ITEMS-REJECTED.

           INITIALIZE HOST-ACCOUNT-ROW.
           INITIALIZE HOST-CUSTOMER-ROW.
           MOVE WS-RSP-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE WS-RSP-ACCNO TO HV-ACCOUNT-NUMBER.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-ACCOUNT-CUST-NUMBER
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
           END-EXEC.

           IF SQLCODE = 100
             EXEC SQL
                SELECT ACCOUNT_CUSTOMER_NUMBER
                  INTO :HV-ACCOUNT-CUST-NUMBER
                  FROM ACCOUNT_ARCHIVE
                 WHERE ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND ACCOUNT_NUMBER = :HV-ACCOUNT-NUMBER
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
           END-IF.

           IF SQLCODE = 0
             EXEC SQL
                SELECT CUSTOMER_FIRST_NAME, CUSTOMER_LAST_NAME
                  INTO :HV-CUSTOMER-FIRST-NAME,
                       :HV-CUSTOMER-LAST-NAME
                  FROM CUSTOMER
                 WHERE CUSTOMER_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND CUSTOMER_NUMBER = :HV-ACCOUNT-CUST-NUMBER
             END-EXEC
           END-IF.

           MOVE SPACES TO WS-EXC-LINE.
           MOVE WS-RSP-SORTCODE TO WS-EXC-SCODE.
           MOVE WS-RSP-ACCNO TO WS-EXC-ACCNO.
           MOVE HV-ACCOUNT-CUST-NUMBER TO WS-EXC-CUSTNO.
           IF HV-CUSTOMER-LAST-NAME = SPACES
             MOVE '*** NOT ON FILE ***' TO WS-EXC-NAME
           ELSE
             STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
                INTO WS-EXC-NAME
             END-STRING
           END-IF.
           MOVE WS-RSP-REASON-CODE TO WS-EXC-REASON-CODE.
           MOVE WS-RSP-REASON-TEXT TO WS-EXC-REASON-TEXT.

           MOVE WS-EXC-LINE TO CRB-EXC-RECORD.
           WRITE CRB-EXC-RECORD.
       APPLY-ONE-RESPONSE-END.

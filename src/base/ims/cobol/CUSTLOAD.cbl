      * document supplied is loaded INACTIVE rather than ACTIVE,
      * and activated once a document is recorded through KYCDOC.
      *
      * Each applicant's identity is verified electronically through
      * IDVCHK, CALLed the same way the validators are, exactly as
      * CRECUST does online: a refer loads them RESTRICTED until
      * documents are recorded through KYCDOC, a fail rejects them
      * with reason I (the outcome is still kept on IDENTITY_CHECK
      * against the number drawn), and a provider that is down or
      * slow loads them anyway for the IDVRETRY batch retry.
      *
      * Every applicant is written to the report - ACCEPTED with
      * their new key, or REJECTED with the same one-character
      * reason code CRECUST would have returned in COMM-FAIL-CODE.
      * A file may load applicants to any of our branches, so the
      * sort code on each record must be one of ours - ACCTVAL
      * decides, and an applicant for any other sort code is
      * REJECTED with reason S.
      * Each accepted applicant is committed individually, in the
      * CUSTPURG style, so a stopped run keeps the customers already
      * loaded. Counts are displayed for the operator/job log.
       01  SNDXNAME-COMMAREA.
           COPY SNDXNAME.

      * IDENTITY_CHECK DB2 copybook - the identity verification
      * outcome is recorded against the CUSTOMER-NUMBER drawn
           EXEC SQL
              INCLUDE IDCHKDB2
           END-EXEC.

       01  HOST-IDCHK-ROW.
           03  HV-IDCHK-RESULT           PIC X.
           03  HV-IDCHK-PROVIDER-REF     PIC X(20).
           03  HV-IDCHK-SCORE            PIC S9(4) COMP.

       01  IDVCHK-COMMAREA.
           COPY IDVCHK.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           COPY POSTVALID.
       01  TAXIDVAL-COMMAREA.
           COPY TAXIDVAL.
       01  ACCTVAL-COMMAREA.
           COPY ACCTVAL.

      *
      * The run date, taken from the DB2 CURRENT DATE special
      * register, as a CCYYMMDD integer and in the DD.MM.YYYY text
      * layout PROCTRAN_DATE is stored in. IDENTITY_CHECK takes the
      * ISO text as it comes.
      *
       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
       77  WS-RECS-READ              PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-ACCEPTED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-REJECTED          PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-RESTRICTED        PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-IDV-RETRY         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

       77  WS-REJECT-REASON          PIC X             VALUE ' '.
           05  WS-RPT-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-NAME           PIC X(60).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RPT-IDV            PIC X(10).

       PROCEDURE DIVISION.

           CLOSE CUSTLD-IN-FILE.
           CLOSE CUSTLD-RPT-FILE.

           SET IDVCHK-DISCONNECT TO TRUE.
           CALL 'IDVCHK' USING IDVCHK-COMMAREA.

           MOVE WS-RECS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTLOAD: APPLICANTS READ     = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-ACCEPTED TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTLOAD: APPLICANTS ACCEPTED = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-REJECTED TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTLOAD: APPLICANTS REJECTED = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-RESTRICTED TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTLOAD: LOADED RESTRICTED   = ' WS-RECS-DISPLAY.
           MOVE WS-RECS-IDV-RETRY TO WS-RECS-DISPLAY.
           DISPLAY 'CUSTLOAD: LEFT FOR IDV RETRY  = ' WS-RECS-DISPLAY.

           STOP RUN.

             GO TO PROCESS-APPLICANT-END
           END-IF.

           PERFORM VERIFY-IDENTITY THRU VERIFY-IDENTITY-END.

      *
      *    A fail from the provider rejects the applicant, but the
      *    outcome is kept against the number drawn.
      *
           IF IDVCHK-FAIL
             PERFORM RECORD-IDENTITY-CHECK
                THRU RECORD-IDENTITY-CHECK-END
             EXEC SQL
                COMMIT WORK
             END-EXEC
             MOVE 'I' TO WS-REJECT-REASON
             ADD 1 TO WS-RECS-REJECTED
             PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-END
             GO TO PROCESS-APPLICANT-END
           END-IF.

           PERFORM INSERT-CUSTOMER-ROW THRU INSERT-CUSTOMER-ROW-END.

           IF WS-REJECT-REASON NOT = ' '
             GO TO PROCESS-APPLICANT-END
           END-IF.

           PERFORM RECORD-IDENTITY-CHECK
              THRU RECORD-IDENTITY-CHECK-END.

           IF WS-REJECT-REASON NOT = ' '
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             ADD 1 TO WS-RECS-REJECTED
             PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-END
             GO TO PROCESS-APPLICANT-END
           END-IF.

           PERFORM MAINTAIN-PHONETIC-KEY
              THRU MAINTAIN-PHONETIC-KEY-END.

           END-EXEC.

           ADD 1 TO WS-RECS-ACCEPTED.
           IF IDVCHK-REFER
             ADD 1 TO WS-RECS-RESTRICTED
           END-IF.
           IF IDVCHK-UNAVAILABLE
             ADD 1 TO WS-RECS-IDV-RETRY
           END-IF.
           PERFORM WRITE-ACCEPT-LINE THRU WRITE-ACCEPT-LINE-END.
       PROCESS-APPLICANT-END.

      * order, leaving CRECUST's one-character fail code in
      * WS-REJECT-REASON when a check fails.
       VALIDATE-APPLICANT.
      *
      *    An organisation is onboarded online through CRECUST,
      *    where its signatories are linked and its beneficial
      *    owners screened - this loader takes individuals only.
      *
           IF COMM-CUST-ORGANISATION OF APPLICANT-RECORD
             MOVE 'T' TO WS-REJECT-REASON
             GO TO VALIDATE-APPLICANT-END
           END-IF.

           IF (COMM-FIRST-NAME OF COMM-NAME = SPACES OR LOW-VALUES)
              AND (COMM-LAST-NAME OF COMM-NAME = SPACES OR LOW-VALUES)
             MOVE '4' TO WS-REJECT-REASON
             GO TO VALIDATE-APPLICANT-END
           END-IF.

           PERFORM CHECK-LOAD-SORTCODE
              THRU CHECK-LOAD-SORTCODE-END.
           IF WS-REJECT-REASON NOT = ' '
             GO TO VALIDATE-APPLICANT-END
           END-IF.

           PERFORM CHECK-DUPLICATE-CUSTOMER
              THRU CHECK-DUPLICATE-CUSTOMER-END.
           IF WS-REJECT-REASON NOT = ' '
              THRU CHECK-DUPLICATE-EMAIL-END.
       VALIDATE-APPLICANT-END.

      * PROCEDURE CHECK-LOAD-SORTCODE
      * The applicant's sort code (ours when the record leaves it
      * zero) must be one of our own branches. A check that cannot
      * run fails closed, the way the duplicate checks do.
       CHECK-LOAD-SORTCODE.
           IF COMM-SORTCODE OF COMM-KEY = ZEROS
             MOVE SORTCODE TO COMM-SORTCODE OF COMM-KEY
           END-IF.

           INITIALIZE ACCTVAL-COMMAREA.
           MOVE COMM-SORTCODE OF COMM-KEY TO ACCTVAL-SORTCODE.
           SET ACCTVAL-OWN-BANK-ONLY TO TRUE.
           CALL 'ACCTVAL' USING ACCTVAL-COMMAREA.

           IF ACCTVAL-CHECK-UNAVAILABLE
             DISPLAY 'CUSTLOAD: SORT CODE CHECK FAILED FOR '
                     COMM-SORTCODE OF COMM-KEY
             MOVE 'V' TO WS-REJECT-REASON
             GO TO CHECK-LOAD-SORTCODE-END
           END-IF.

           IF NOT ACCTVAL-VALID
             MOVE 'S' TO WS-REJECT-REASON
           END-IF.
       CHECK-LOAD-SORTCODE-END.

      * PROCEDURE CHECK-DUPLICATE-CUSTOMER
      * CRECUST's last-name + date-of-birth + postcode cross-check,
      * against the sort code this applicant is being loaded to.
           MOVE NCS-CUST-NO-VALUE TO COMM-NUMBER OF COMM-KEY.
       GET-NEXT-CUSTOMER-NUMBER-END.

      * PROCEDURE VERIFY-IDENTITY
      * The same electronic identity verification CRECUST runs
      * online, through the same IDVCHK program. A provider that is
      * down or slow comes back 'U' and the applicant is loaded for
      * IDVRETRY to verify later.
       VERIFY-IDENTITY.
           IF COMM-PREV-ADDR OF APPLICANT-RECORD = LOW-VALUES
             MOVE SPACES TO COMM-PREV-ADDR OF APPLICANT-RECORD
           END-IF.

           INITIALIZE IDVCHK-COMMAREA.
           SET IDVCHK-VERIFY TO TRUE.
           MOVE COMM-SORTCODE OF COMM-KEY TO IDVCHK-SORTCODE.
           MOVE COMM-NUMBER OF COMM-KEY TO IDVCHK-CUSTNO.
           MOVE COMM-TITLE OF COMM-NAME TO IDVCHK-TITLE.
           MOVE COMM-FIRST-NAME OF COMM-NAME TO IDVCHK-FIRST-NAME.
           MOVE COMM-LAST-NAME OF COMM-NAME TO IDVCHK-LAST-NAME.
           COMPUTE IDVCHK-DOB =
              (COMM-DOB-YEAR OF COMM-DOB * 10000) +
              (COMM-DOB-MONTH OF COMM-DOB * 100) +
              COMM-DOB-DAY OF COMM-DOB.
           MOVE COMM-TAX-ID OF APPLICANT-RECORD TO IDVCHK-TAX-ID.
           MOVE COMM-ADDR-LINE1 OF COMM-ADDR
              TO IDVCHK-ADDR-LINE1 (1).
           MOVE COMM-ADDR-LINE2 OF COMM-ADDR
              TO IDVCHK-ADDR-LINE2 (1).
           MOVE COMM-CITY OF COMM-ADDR TO IDVCHK-CITY (1).
           MOVE COMM-POSTCODE OF COMM-ADDR TO IDVCHK-POSTCODE (1).
           MOVE COMM-COUNTRY OF COMM-ADDR TO IDVCHK-COUNTRY (1).
           MOVE COMM-PREV-ADDR-LINE1 OF APPLICANT-RECORD
              TO IDVCHK-ADDR-LINE1 (2).
           MOVE COMM-PREV-ADDR-LINE2 OF APPLICANT-RECORD
              TO IDVCHK-ADDR-LINE2 (2).
           MOVE COMM-PREV-CITY OF APPLICANT-RECORD
              TO IDVCHK-CITY (2).
           MOVE COMM-PREV-POSTCODE OF APPLICANT-RECORD
              TO IDVCHK-POSTCODE (2).
           MOVE COMM-PREV-COUNTRY OF APPLICANT-RECORD
              TO IDVCHK-COUNTRY (2).

           CALL 'IDVCHK' USING IDVCHK-COMMAREA.
       VERIFY-IDENTITY-END.

      * PROCEDURE RECORD-IDENTITY-CHECK
      * The outcome goes onto IDENTITY_CHECK against the number
      * drawn, in the applicant's unit of work, with the previous
      * address kept for a retry. Without the row a customer could
      * never be verified later, so a failure rejects the applicant.
       RECORD-IDENTITY-CHECK.
           MOVE IDVCHK-RESULT TO HV-IDCHK-RESULT.
           MOVE IDVCHK-PROVIDER-REF TO HV-IDCHK-PROVIDER-REF.
           MOVE IDVCHK-SCORE TO HV-IDCHK-SCORE.

           EXEC SQL
              INSERT INTO IDENTITY_CHECK
                     ( IDENTITY_CHECK_SORTCODE,
                       IDENTITY_CHECK_NUMBER,
                       IDENTITY_CHECK_RESULT,
                       IDENTITY_CHECK_PROVIDER_REF,
                       IDENTITY_CHECK_SCORE,
                       IDENTITY_CHECK_PREV_LINE1,
                       IDENTITY_CHECK_PREV_LINE2,
                       IDENTITY_CHECK_PREV_CITY,
                       IDENTITY_CHECK_PREV_POSTCODE,
                       IDENTITY_CHECK_PREV_COUNTRY,
                       IDENTITY_CHECK_DATE,
                       IDENTITY_CHECK_ATTEMPTS,
                       IDENTITY_CHECK_SOURCE,
                       IDENTITY_CHECK_CLEARED_BY )
              VALUES ( :IDVCHK-SORTCODE,
                       :IDVCHK-CUSTNO,
                       :HV-IDCHK-RESULT,
                       CASE :HV-IDCHK-RESULT
                          WHEN 'U' THEN NULL
                          ELSE :HV-IDCHK-PROVIDER-REF
                       END,
                       CASE :HV-IDCHK-RESULT
                          WHEN 'U' THEN NULL
                          ELSE :HV-IDCHK-SCORE
                       END,
                       :COMM-PREV-ADDR-LINE1,
                       :COMM-PREV-ADDR-LINE2,
                       :COMM-PREV-CITY,
                       :COMM-PREV-POSTCODE,
                       :COMM-PREV-COUNTRY,
                       :WS-CURRENT-DATE,
                       1,
                       'CUSTLOAD',
                       NULL )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'CUSTLOAD: UNABLE TO INSERT IDENTITY_CHECK FOR '
                     IDVCHK-SORTCODE '/' IDVCHK-CUSTNO
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'F' TO WS-REJECT-REASON
           END-IF.
       RECORD-IDENTITY-CHECK-END.

      * PROCEDURE INSERT-CUSTOMER-ROW
      * Builds the CUSTOMER row the way CRECUST's CREATE-CUSTOMER-DB2
      * does, including the same defaulting of status, marketing
             MOVE 'INACTIVE' TO HV-CUSTOMER-STATUS
           END-IF.

      *
      *    A refer from the identity verification provider outranks
      *    both, as it does in CRECUST.
      *
           IF IDVCHK-REFER
             MOVE 'RESTRICTED' TO HV-CUSTOMER-STATUS
           END-IF.

           MOVE WS-RUN-DATE TO HV-CUSTOMER-CREATE-DATE.
           MOVE 0 TO HV-CUSTOMER-CREDIT-SCORE.
           MOVE WS-RUN-DATE TO HV-CUSTOMER-CS-REVIEW-DATE.
           MOVE ' ' TO WS-RPT-REASON.
           MOVE HV-CUSTOMER-SORTCODE TO WS-RPT-SCODE.
           MOVE HV-CUSTOMER-NUMBER TO WS-RPT-CUSTNO.
           IF IDVCHK-REFER
             MOVE 'RESTRICTED' TO WS-RPT-IDV
           END-IF.
           IF IDVCHK-UNAVAILABLE
             MOVE 'IDV RETRY' TO WS-RPT-IDV
           END-IF.
           PERFORM BUILD-REPORT-NAME THRU BUILD-REPORT-NAME-END.
           MOVE WS-REPORT-LINE TO CUSTLD-RPT-RECORD.
           WRITE CUSTLD-RPT-RECORD.

      * starts ACTIVE, and KYCCHASE windows this table for expiring
      * documents.
      *
      * Seeing documents is also what clears an electronic identity
      * verification refer: recording a document for a RESTRICTED
      * customer moves them to ACTIVE, with the change written to
      * CUSTOMER_CHANGE_LOG under this task, and marks their
      * IDENTITY_CHECK row cleared by the verifying operator - all
      * in the same unit of work as the document itself.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way CUSREL reports its failures.
      *

       01 HV-CHECK-COUNT                PIC S9(9) COMP.

      * CUSTOMER_CHANGE_LOG DB2 copybook - a lifted restriction is
      * audited like any other status change
           EXEC SQL
              INCLUDE CHGLGDB2
           END-EXEC.

       01 HOST-CHGLOG-ROW.
          03 HV-CHGLOG-SORTCODE         PIC X(6).
          03 HV-CHGLOG-NUMBER           PIC X(10).
          03 HV-CHGLOG-FIELD-NAME       PIC X(30).
          03 HV-CHGLOG-OLD-VALUE        PIC X(60).
          03 HV-CHGLOG-NEW-VALUE        PIC X(60).
          03 HV-CHGLOG-DATE             PIC X(10).
          03 HV-CHGLOG-TIME             PIC X(8).
          03 HV-CHGLOG-TASKNO           PIC 9(7).

      * IDENTITY_CHECK DB2 copybook - the verification refer the
      * document clears
           EXEC SQL
              INCLUDE IDCHKDB2
           END-EXEC.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
          03 WS-TIME-NOW-GRP-HH         PIC 99.
          03 WS-TIME-NOW-GRP-MM         PIC 99.
          03 WS-TIME-NOW-GRP-SS         PIC 99.

       01 WS-RESULT-INDEX               PIC 9(2)  VALUE 0.
       01 WS-EXIT-FETCH                 PIC X     VALUE 'N'.


           MOVE 'N' TO COMM-KYC-SUCCESS.
           MOVE ' ' TO COMM-KYC-FAIL-CD.
           MOVE 'N' TO COMM-KYC-LIFTED.
           MOVE 0 TO COMM-KYC-COUNT.

           IF COMM-KYC-SCODE = SPACES OR COMM-KYC-CUSTNO = SPACES
              GO TO AKD999
           END-IF.

           PERFORM LIFT-IDENTITY-RESTRICTION.

           IF COMM-KYC-FAIL-CD NOT = ' '
              GO TO AKD999
           END-IF.

           MOVE 'Y' TO COMM-KYC-SUCCESS.

       AKD999.
           EXIT.


       LIFT-IDENTITY-RESTRICTION SECTION.
       LIR010.
      *
      *    A customer who is not RESTRICTED is left alone - the
      *    document is simply recorded. A failure part way backs
      *    out the document with it, so the branch can try again
      *    and never leaves a document recorded against a customer
      *    still restricted by it.
      *
           EXEC SQL
              UPDATE CUSTOMER
                 SET CUSTOMER_STATUS = 'ACTIVE'
               WHERE CUSTOMER_SORTCODE = :HV-KYC-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-KYC-NUMBER
                 AND CUSTOMER_STATUS = 'RESTRICTED'
           END-EXEC.

           IF SQLCODE = 100
              GO TO LIR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'KYCDOC - Restriction UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '6' TO COMM-KYC-FAIL-CD
              GO TO LIR999
           END-IF.

           IF SQLERRD(3) = 0
              GO TO LIR999
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           MOVE HV-KYC-SORTCODE TO HV-CHGLOG-SORTCODE.
           MOVE HV-KYC-NUMBER TO HV-CHGLOG-NUMBER.
           MOVE 'CUSTOMER_STATUS' TO HV-CHGLOG-FIELD-NAME.
           MOVE 'RESTRICTED' TO HV-CHGLOG-OLD-VALUE.
           MOVE 'ACTIVE' TO HV-CHGLOG-NEW-VALUE.
           MOVE WS-ORIG-DATE TO HV-CHGLOG-DATE.
           MOVE SPACES TO HV-CHGLOG-TIME.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                  WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
              INTO HV-CHGLOG-TIME
           END-STRING.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-CHGLOG-TASKNO.

           EXEC SQL
              INSERT INTO CUSTOMER_CHANGE_LOG
                     ( CUSTOMER_CHANGE_LOG_SORTCODE,
                       CUSTOMER_CHANGE_LOG_NUMBER,
                       CUSTOMER_CHANGE_LOG_FIELD_NAME,
                       CUSTOMER_CHANGE_LOG_OLD_VALUE,
                       CUSTOMER_CHANGE_LOG_NEW_VALUE,
                       CUSTOMER_CHANGE_LOG_DATE,
                       CUSTOMER_CHANGE_LOG_TIME,
                       CUSTOMER_CHANGE_LOG_TASKNO )
              VALUES ( :HV-CHGLOG-SORTCODE,
                       :HV-CHGLOG-NUMBER,
                       :HV-CHGLOG-FIELD-NAME,
                       :HV-CHGLOG-OLD-VALUE,
                       :HV-CHGLOG-NEW-VALUE,
                       :HV-CHGLOG-DATE,
                       :HV-CHGLOG-TIME,
                       :HV-CHGLOG-TASKNO )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'KYCDOC - Change-log INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '6' TO COMM-KYC-FAIL-CD
              GO TO LIR999
           END-IF.

           EXEC SQL
              UPDATE IDENTITY_CHECK
                 SET IDENTITY_CHECK_RESULT = 'C',
                     IDENTITY_CHECK_CLEARED_BY = :HV-KYC-VERIFIED-BY
               WHERE IDENTITY_CHECK_SORTCODE = :HV-KYC-SORTCODE
                 AND IDENTITY_CHECK_NUMBER = :HV-KYC-NUMBER
                 AND IDENTITY_CHECK_RESULT IN ('R', 'F')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'KYCDOC - Identity check UPDATE failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '6' TO COMM-KYC-FAIL-CD
              GO TO LIR999
           END-IF.

           MOVE 'Y' TO COMM-KYC-LIFTED.

           DISPLAY 'KYCDOC: Identity restriction lifted for '
                   HV-KYC-SORTCODE '/' HV-KYC-NUMBER

       LIR999.
           EXIT.


       DELETE-KYC-DOCUMENT SECTION.
       DKD010.

           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
                ABSTIME(WS-U-TIME)
                END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-U-TIME)
                DDMMYYYY(WS-ORIG-DATE)
                TIME(WS-TIME-NOW)
                DATESEP
                END-EXEC.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.


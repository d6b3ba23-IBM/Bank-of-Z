       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program works the SUSPENSE ledger - the inbound credits
      * ICRPROC could not credit to the account they named. An
      * operator either applies an item to the right account or
      * marks it to go back to the sender.
      *
      * An applied item is credited through DBCRFUN, so it meets the
      * same controls as any other credit, under the 'ICR' type the
      * rest of the inbound credits post with and with the sender's
      * reference in the description. The credit and the closing of
      * the suspense item ride one unit of work - if either fails,
      * both back out and the item stays open.
      *
      * A returned item is only marked here; ICRPROC's next run puts
      * it on the returns file for the clearing house and marks it
      * returned.
      *
      * The operator is captured from EIBOPID the way COMPLNT
      * captures it. A DB2 problem is reported back in the commarea
      * rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * SUSPENSE DB2 copybook
           EXEC SQL
              INCLUDE SUSPDB2
           END-EXEC.

       01 HOST-SUSPENSE-ROW.
          03 HV-SUSP-ID                 PIC S9(9) COMP.
          03 HV-SUSP-SORTCODE           PIC X(6).
          03 HV-SUSP-NUMBER             PIC X(8).
          03 HV-SUSP-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-SUSP-ORIG-REF           PIC X(12).
          03 HV-SUSP-REMITTER-REF       PIC X(18).
          03 HV-SUSP-STATUS             PIC X.
          03 HV-SUSP-CLEARED-BY         PIC X(3).
          03 HV-SUSP-APPLIED-SORTCODE   PIC X(6).
          03 HV-SUSP-APPLIED-NUMBER     PIC X(8).
          03 HV-SUSP-APPLIED-REF        PIC X(12).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-INT                  PIC S9(9) COMP.

      * DBCRFUN commarea - an applied item goes through the same
      * posting rules as any other credit, in this task's unit of
      * work, under the ICR transaction type.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SUSPMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'SUSPMNT: Action=' COMM-SUS-ACTION
                   ' Suspense item=' COMM-SUS-ID

           MOVE 'N' TO COMM-SUS-SUCCESS.
           MOVE ' ' TO COMM-SUS-FAIL-CD.
           MOVE ' ' TO COMM-SUS-DBCR-FAIL-CD.

           IF COMM-SUS-ID NOT NUMERIC OR COMM-SUS-ID = ZERO
              MOVE '2' TO COMM-SUS-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN SUS-ACTION-APPLY
                 PERFORM APPLY-SUSPENSE-ITEM
              WHEN SUS-ACTION-RETURN
                 PERFORM RETURN-SUSPENSE-ITEM
              WHEN OTHER
                 MOVE '1' TO COMM-SUS-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-SUSPENSE-ITEM SECTION.
       RSI010.
      *
      *    Common lookup for apply and return - the item must exist
      *    and still be open.
      *
           MOVE COMM-SUS-ID TO HV-SUSP-ID.

           EXEC SQL
              SELECT SUSPENSE_SORTCODE,
                     SUSPENSE_NUMBER,
                     SUSPENSE_AMOUNT,
                     SUSPENSE_ORIG_REF,
                     SUSPENSE_REMITTER_REF,
                     SUSPENSE_STATUS
                INTO :HV-SUSP-SORTCODE,
                     :HV-SUSP-NUMBER,
                     :HV-SUSP-AMOUNT,
                     :HV-SUSP-ORIG-REF,
                     :HV-SUSP-REMITTER-REF,
                     :HV-SUSP-STATUS
                FROM SUSPENSE
               WHERE SUSPENSE_ID = :HV-SUSP-ID
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-SUS-FAIL-CD
              GO TO RSI999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SUSPMNT - Suspense read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SUS-FAIL-CD
              GO TO RSI999
           END-IF.

           MOVE HV-SUSP-AMOUNT TO COMM-SUS-AMOUNT.

           IF HV-SUSP-STATUS NOT = 'O'
              MOVE '4' TO COMM-SUS-FAIL-CD
           END-IF.

       RSI999.
           EXIT.


       APPLY-SUSPENSE-ITEM SECTION.
       ASI010.

           PERFORM READ-SUSPENSE-ITEM.
           IF COMM-SUS-FAIL-CD NOT = ' '
              GO TO ASI999
           END-IF.

      *
      *    No account given means the item goes to the account it
      *    named - the usual case once a control has been lifted.
      *
           IF COMM-SUS-APPLY-SCODE = SPACES
              MOVE HV-SUSP-SORTCODE TO COMM-SUS-APPLY-SCODE
           END-IF.

           IF COMM-SUS-APPLY-ACCNO = SPACES
              MOVE HV-SUSP-NUMBER TO COMM-SUS-APPLY-ACCNO
           END-IF.

           IF COMM-SUS-APPLY-ACCNO NOT NUMERIC
              MOVE '2' TO COMM-SUS-FAIL-CD
              GO TO ASI999
           END-IF.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-SUS-APPLY-SCODE TO COMM-SCODE.
           MOVE COMM-SUS-APPLY-ACCNO TO COMM-ACCNO.
           MOVE HV-SUSP-AMOUNT TO COMM-AMT.
           MOVE 'ICR' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE HV-SUSP-ORIG-REF TO COMM-ORIGIN(1:12).
           MOVE HV-SUSP-REMITTER-REF TO COMM-ORIGIN(14:17).

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'SUSPMNT: Suspense posting failed for '
                      'item ' COMM-SUS-ID
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-SUS-DBCR-FAIL-CD
              MOVE '5' TO COMM-SUS-FAIL-CD
              GO TO ASI999
           END-IF.

           MOVE EIBOPID TO HV-SUSP-CLEARED-BY.
           MOVE COMM-SUS-APPLY-SCODE TO HV-SUSP-APPLIED-SORTCODE.
           MOVE COMM-SUS-APPLY-ACCNO TO HV-SUSP-APPLIED-NUMBER.
           MOVE COMM-PROCTRAN-REF TO HV-SUSP-APPLIED-REF.

           EXEC SQL
              UPDATE SUSPENSE
                 SET SUSPENSE_STATUS = 'A',
                     SUSPENSE_CLEARED_DATE = :WS-TODAY-INT,
                     SUSPENSE_CLEARED_BY = :HV-SUSP-CLEARED-BY,
                     SUSPENSE_APPLIED_SORTCODE
                        = :HV-SUSP-APPLIED-SORTCODE,
                     SUSPENSE_APPLIED_NUMBER = :HV-SUSP-APPLIED-NUMBER,
                     SUSPENSE_APPLIED_REF = :HV-SUSP-APPLIED-REF
               WHERE SUSPENSE_ID = :HV-SUSP-ID
                 AND SUSPENSE_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SUSPMNT - Suspense apply failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-SUS-FAIL-CD
              GO TO ASI999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO COMM-SUS-APPLIED-REF.
           MOVE 'Y' TO COMM-SUS-SUCCESS.
           DISPLAY 'SUSPMNT: Suspense item ' COMM-SUS-ID
                   ' applied to ' COMM-SUS-APPLY-SCODE '/'
                   COMM-SUS-APPLY-ACCNO ' ref ' COMM-SUS-APPLIED-REF

       ASI999.
           EXIT.


       RETURN-SUSPENSE-ITEM SECTION.
       RTS010.

           PERFORM READ-SUSPENSE-ITEM.
           IF COMM-SUS-FAIL-CD NOT = ' '
              GO TO RTS999
           END-IF.

           MOVE EIBOPID TO HV-SUSP-CLEARED-BY.

           EXEC SQL
              UPDATE SUSPENSE
                 SET SUSPENSE_STATUS = 'R',
                     SUSPENSE_CLEARED_BY = :HV-SUSP-CLEARED-BY
               WHERE SUSPENSE_ID = :HV-SUSP-ID
                 AND SUSPENSE_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SUSPMNT - Suspense return failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-SUS-FAIL-CD
              GO TO RTS999
           END-IF.

           MOVE 'Y' TO COMM-SUS-SUCCESS.
           DISPLAY 'SUSPMNT: Suspense item ' COMM-SUS-ID
                   ' marked for return'

       RTS999.
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

           COMPUTE WS-TODAY-INT =
              (WS-ORIG-DATE-YYYY * 10000) +
              (WS-ORIG-DATE-MM * 100) +
              WS-ORIG-DATE-DD.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program takes a Direct Debit Guarantee indemnity claim.
      * A customer who disputes a direct debit is entitled to an
      * immediate refund of the full amount; we then claim it back
      * from the originator.
      *
      * The disputed collection is named by its PROCTRAN reference
      * and must be a 'DDB' debit on the account given. DDCOLL
      * carried the instruction reference and the originator's
      * service user number in its description, and they go on the
      * claim with the amount and the collection date. A collection
      * can be claimed only once.
      *
      * The refund is credited through DBCRFUN as type 'DDR', so it
      * meets the same controls as any other credit. The refund, the
      * claim row and - when the customer asks - the cancellation of
      * the instruction ride one unit of work; if any of them fails
      * they all back out.
      *
      * The claim is written to DD_INDEMNITY_CLAIM as pending; the
      * nightly DDIXTR run puts it on the outbound indemnity file for
      * the originator.
      *
      * The operator is captured from EIBOPID the way COMPLNT
      * captures it. A DB2 problem is reported back in the commarea
      * rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDICLAIM.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * PROCTRAN DB2 copybook
           EXEC SQL
              INCLUDE PROCDB2
           END-EXEC.

      * DD_INDEMNITY_CLAIM DB2 copybook
           EXEC SQL
              INCLUDE DDICLDB2
           END-EXEC.

      * DIRECT_DEBIT_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-DESC           PIC X(90).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.

       01 HOST-CLAIM-ROW.
          03 HV-CLM-ID                  PIC S9(9) COMP.
          03 HV-CLM-SORTCODE            PIC X(6).
          03 HV-CLM-NUMBER              PIC X(8).
          03 HV-CLM-SUN                 PIC X(6).
          03 HV-CLM-DDI-REFERENCE       PIC X(18).
          03 HV-CLM-DEBIT-REF           PIC X(12).
          03 HV-CLM-DEBIT-DATE          PIC X(10).
          03 HV-CLM-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-CLM-REFUND-REF          PIC X(12).
          03 HV-CLM-REASON              PIC X.
          03 HV-CLM-CLAIMED-BY          PIC X(3).

       01 HV-CLAIM-COUNT                PIC S9(9) COMP.

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

      * DBCRFUN commarea - the refund goes through the same posting
      * rules as any other credit, in this task's unit of work,
      * under the DDR transaction type.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY DDICLAIM.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'DDICLAIM: Account=' COMM-CLM-SCODE '/'
                   COMM-CLM-ACCNO ' Debit=' COMM-CLM-DEBIT-REF
                   ' Reason=' COMM-CLM-REASON

           MOVE 'N' TO COMM-CLM-SUCCESS.
           MOVE ' ' TO COMM-CLM-FAIL-CD.
           MOVE ' ' TO COMM-CLM-DBCR-FAIL-CD.

           IF COMM-CLM-SCODE NOT NUMERIC
              OR COMM-CLM-ACCNO NOT NUMERIC
              OR COMM-CLM-DEBIT-REF = SPACES
              MOVE '2' TO COMM-CLM-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF NOT CLM-REASON-VALID
              MOVE '1' TO COMM-CLM-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           PERFORM READ-DISPUTED-DEBIT.
           IF COMM-CLM-FAIL-CD = ' '
              PERFORM REFUND-AND-RECORD-CLAIM
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-DISPUTED-DEBIT SECTION.
       RDD010.
      *
      *    The collection must be a DDB debit on this account and
      *    must not already have been claimed.
      *
           MOVE COMM-CLM-SCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE COMM-CLM-ACCNO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE COMM-CLM-DEBIT-REF TO HV-PROCTRAN-REF.

           EXEC SQL
              SELECT PROCTRAN_DATE,
                     PROCTRAN_DESC,
                     PROCTRAN_AMOUNT
                INTO :HV-PROCTRAN-DATE,
                     :HV-PROCTRAN-DESC,
                     :HV-PROCTRAN-AMOUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-PROCTRAN-SORT-CODE
                 AND PROCTRAN_NUMBER = :HV-PROCTRAN-ACC-NUMBER
                 AND PROCTRAN_REF = :HV-PROCTRAN-REF
                 AND PROCTRAN_TYPE = 'DDB'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-CLM-FAIL-CD
              GO TO RDD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDICLAIM - Debit read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-CLM-FAIL-CD
              GO TO RDD999
           END-IF.

           MOVE 0 TO HV-CLAIM-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CLAIM-COUNT
                FROM DD_INDEMNITY_CLAIM
               WHERE DDICL_SORTCODE = :HV-PROCTRAN-SORT-CODE
                 AND DDICL_NUMBER = :HV-PROCTRAN-ACC-NUMBER
                 AND DDICL_DEBIT_REF = :HV-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDICLAIM - Claim check failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-CLM-FAIL-CD
              GO TO RDD999
           END-IF.

           IF HV-CLAIM-COUNT > 0
              MOVE '4' TO COMM-CLM-FAIL-CD
              GO TO RDD999
           END-IF.

      *
      *    DDCOLL carries the instruction reference at DESC(14:18)
      *    and the service user number at DESC(45:6).
      *
           INITIALIZE HOST-CLAIM-ROW.
           MOVE COMM-CLM-SCODE TO HV-CLM-SORTCODE.
           MOVE COMM-CLM-ACCNO TO HV-CLM-NUMBER.
           MOVE HV-PROCTRAN-DESC(45:6) TO HV-CLM-SUN.
           MOVE HV-PROCTRAN-DESC(14:18) TO HV-CLM-DDI-REFERENCE.
           MOVE COMM-CLM-DEBIT-REF TO HV-CLM-DEBIT-REF.
           MOVE HV-PROCTRAN-DATE TO HV-CLM-DEBIT-DATE.
           COMPUTE HV-CLM-AMOUNT = 0 - HV-PROCTRAN-AMOUNT.
           MOVE COMM-CLM-REASON TO HV-CLM-REASON.
           MOVE EIBOPID TO HV-CLM-CLAIMED-BY.

       RDD999.
           EXIT.


       REFUND-AND-RECORD-CLAIM SECTION.
       RRC010.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE COMM-CLM-SCODE TO COMM-SCODE.
           MOVE COMM-CLM-ACCNO TO COMM-ACCNO.
           MOVE HV-CLM-AMOUNT TO COMM-AMT.
           MOVE 'DDR' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'DD INDEMNITY' TO COMM-ORIGIN(1:12).
           MOVE COMM-CLM-DEBIT-REF TO COMM-ORIGIN(14:12).

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'DDICLAIM: Indemnity refund failed for '
                      COMM-CLM-SCODE '/' COMM-CLM-ACCNO
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-CLM-DBCR-FAIL-CD
              MOVE '5' TO COMM-CLM-FAIL-CD
              GO TO RRC999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO HV-CLM-REFUND-REF.

           EXEC SQL
              SELECT COALESCE(MAX(DDICL_ID), 0)
                INTO :HV-CLM-ID
                FROM DD_INDEMNITY_CLAIM
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDICLAIM - Claim id failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-CLM-FAIL-CD
              GO TO RRC999
           END-IF.

           ADD 1 TO HV-CLM-ID.

           EXEC SQL
              INSERT INTO DD_INDEMNITY_CLAIM
                     ( DDICL_ID,
                       DDICL_SORTCODE,
                       DDICL_NUMBER,
                       DDICL_SUN,
                       DDICL_DDI_REFERENCE,
                       DDICL_DEBIT_REF,
                       DDICL_DEBIT_DATE,
                       DDICL_AMOUNT,
                       DDICL_REFUND_REF,
                       DDICL_REASON,
                       DDICL_CLAIM_DATE,
                       DDICL_CLAIMED_BY,
                       DDICL_STATUS,
                       DDICL_SENT_DATE )
              VALUES ( :HV-CLM-ID,
                       :HV-CLM-SORTCODE,
                       :HV-CLM-NUMBER,
                       :HV-CLM-SUN,
                       :HV-CLM-DDI-REFERENCE,
                       :HV-CLM-DEBIT-REF,
                       :HV-CLM-DEBIT-DATE,
                       :HV-CLM-AMOUNT,
                       :HV-CLM-REFUND-REF,
                       :HV-CLM-REASON,
                       :WS-TODAY-INT,
                       :HV-CLM-CLAIMED-BY,
                       'P',
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDICLAIM - Claim insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-CLM-FAIL-CD
              GO TO RRC999
           END-IF.

      *
      *    A customer who no longer wants the originator to collect
      *    can have the instruction cancelled with the claim. There
      *    may be no live instruction to cancel - that is the point
      *    of some claims - so not finding one is not an error.
      *
           IF CLM-CANCEL-DDI
              EXEC SQL
                 UPDATE DIRECT_DEBIT_INSTRUCTION
                    SET DDI_STATUS = 'C',
                        DDI_CANCELLED_DATE = :WS-TODAY-INT,
                        DDI_CANCELLED_BY = :HV-CLM-CLAIMED-BY
                  WHERE DDI_SORTCODE = :HV-CLM-SORTCODE
                    AND DDI_NUMBER = :HV-CLM-NUMBER
                    AND DDI_SUN = :HV-CLM-SUN
                    AND DDI_REFERENCE = :HV-CLM-DDI-REFERENCE
                    AND DDI_STATUS = 'L'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'DDICLAIM - Instruction cancel failed. '
                         'SQLCODE=' SQLCODE-DISPLAY
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE '8' TO COMM-CLM-FAIL-CD
                 GO TO RRC999
              END-IF
           END-IF.

           MOVE HV-CLM-ID TO COMM-CLM-ID.
           MOVE HV-CLM-AMOUNT TO COMM-CLM-AMOUNT.
           MOVE HV-CLM-REFUND-REF TO COMM-CLM-REFUND-REF.
           MOVE 'Y' TO COMM-CLM-SUCCESS.
           DISPLAY 'DDICLAIM: Claim ' COMM-CLM-ID ' refunded to '
                   COMM-CLM-SCODE '/' COMM-CLM-ACCNO
                   ' ref ' COMM-CLM-REFUND-REF

       RRC999.
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

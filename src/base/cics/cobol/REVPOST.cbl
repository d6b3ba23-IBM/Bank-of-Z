       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program reverses a posting by its PROCTRAN reference -
      * the way a teller's or caller's posting to the wrong account
      * is put right, with the correction tied back to the original
      * instead of keyed as an unrelated compensating posting.
      *
      * The reversal is the opposite amount on the same account,
      * posted through DBCRFUN as type 'REV' so it meets the same
      * controls as any other posting, with 'REVERSAL OF' and the
      * original reference in the description. A transfer is
      * reversed on both sides in one unit of work - XFRFUN records
      * its two sides under separate references, and the other side
      * is found by the account, date and time the two share and
      * its amount, converted where the transfer crossed
      * currencies. A payment to another bank has left the bank and
      * must be recalled through the clearing house instead, and a
      * reversal is never itself reversed.
      *
      * A back-valued posting is reversed with the same value date,
      * so DBCRFUN has ACCRINT undo the interest it recalculated; one
      * whose value date has fallen out of the BNKDATE window is
      * refused rather than reversed as of today.
      *
      * A credit into a tax-free wrapper that counted against the
      * customer's allowance gives that allowance back through
      * WRAPCHK, in the same unit of work.
      *
      * A credit posted with a clearing period put a hold on
      * ACCOUNT_HOLD; reversing it takes the hold back - the held
      * amount returns to the available balance just before the
      * reversing debit takes it out again, so the available
      * balance is only reduced once.
      *
      * Every reversal is written to POSTING_REVERSAL, which is how
      * a reference is refused a second time. One above the
      * approval threshold, or of a posting from before the current
      * business date, is held there instead of posted, until a
      * second operator approves or rejects it - the REFDMNT and
      * CUSCHAPP maker/checker rule, never self-approved.
      *
      * If any step fails after money has started moving, the whole
      * unit of work is rolled back and the fail code returned.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPOST.
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

      * POSTING_REVERSAL DB2 copybook
           EXEC SQL
              INCLUDE REVRDB2
           END-EXEC.

      * ACCOUNT_HOLD DB2 copybook
           EXEC SQL
              INCLUDE ACCHDB2
           END-EXEC.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * The posting being reversed
       01 HOST-ORIGINAL-ROW.
          03 HV-ORIG-SORTCODE           PIC X(6).
          03 HV-ORIG-NUMBER             PIC X(8).
          03 HV-ORIG-DATE               PIC X(10).
          03 HV-ORIG-TIME               PIC X(6).
          03 HV-ORIG-REF                PIC X(12).
          03 HV-ORIG-TYPE               PIC X(3).
          03 HV-ORIG-DESC               PIC X(90).
          03 HV-ORIG-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-ORIG-VALUE-DATE         PIC X(10).

      * The other side of a transfer
       01 HOST-CONTRA-ROW.
          03 HV-CONTRA-SORTCODE         PIC X(6).
          03 HV-CONTRA-NUMBER           PIC X(8).
          03 HV-CONTRA-REF              PIC X(12).
          03 HV-CONTRA-AMOUNT           PIC S9(10)V99 COMP-3.
          03 HV-CONTRA-DESC-KEY         PIC X(14).

       01 HOST-REVERSAL-ROW.
          03 HV-REV-ID                  PIC S9(9) COMP.
          03 HV-REV-STATUS              PIC X.
          03 HV-REV-REQ-BY              PIC X(3).
          03 HV-REV-APPROVED-BY         PIC X(3).
          03 HV-REV-REF                 PIC X(12).
          03 HV-REV-CONTRA-REF          PIC X(12).

       01 HOST-HOLD-ROW.
          03 HV-HOLD-SORTCODE           PIC X(6).
          03 HV-HOLD-NUMBER             PIC X(8).
          03 HV-HOLD-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-HOLD-PROCTRAN-REF       PIC X(12).

       01 HV-CHECK-COUNT                PIC S9(9) COMP.

      * The conversion XFRFUN packs into DESC(41:26) of each side of
      * a transfer across currencies - the other side's currency and
      * amount and the rate. Spaces on a transfer in one currency.
       01 WS-ORIG-FX-DESC.
          03 WS-OFX-CURRENCY            PIC X(3).
          03 WS-OFX-AMOUNT              PIC 9(10)V99.
          03 WS-OFX-RATE                PIC 9(5)V9(6).

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

      * The original posting's date, and its value date, in PROCTRAN's
      * DD.MM.YYYY layout
       01 WS-POSTED-DOT                 PIC X(10).
       01 WS-POSTED-DOT-GRP REDEFINES WS-POSTED-DOT.
          03 WS-POSTED-DD               PIC 99.
          03 FILLER                     PIC X.
          03 WS-POSTED-MM               PIC 99.
          03 FILLER                     PIC X.
          03 WS-POSTED-YYYY             PIC 9999.
       01 WS-POSTED-INT                 PIC 9(8).

       01 WS-VALUE-DOT                  PIC X(10).
       01 WS-VALUE-DOT-GRP REDEFINES WS-VALUE-DOT.
          03 WS-VALUE-DD                PIC XX.
          03 FILLER                     PIC X.
          03 WS-VALUE-MM                PIC XX.
          03 FILLER                     PIC X.
          03 WS-VALUE-YYYY              PIC X(4).

      * The value date the reversal carries, in ISO for DBCRFUN -
      * spaces when the original was valued the day it posted.
       01 WS-REV-VALUE-DATE             PIC X(10) VALUE SPACES.
       01 WS-REV-VALUE-ISO.
          03 WS-REV-VALUE-YYYY          PIC X(4).
          03 FILLER                     PIC X VALUE '-'.
          03 WS-REV-VALUE-MM            PIC XX.
          03 FILLER                     PIC X VALUE '-'.
          03 WS-REV-VALUE-DD            PIC XX.

      * The current business date in PROCTRAN's DD.MM.YYYY layout -
      * a posting from an earlier day needs a second operator.
       01 WS-BUSINESS-DOT               PIC X(10).

       01 BNKDATE-PROGRAM               PIC X(8) VALUE 'BNKDATE'.
       01 BNKDATE-COMMAREA.
           COPY BNKDATE.

      * A reversal of more than this needs a second operator.
       01 WS-REV-APPROVAL-LIMIT         PIC S9(10)V99 VALUE 1000.00.
       01 WS-REV-MAGNITUDE              PIC S9(10)V99 VALUE 0.

       01 WS-OPERATOR-ID                PIC X(3).

      * One side of the reversal, as handed to REVERSE-ONE-SIDE
       01 WS-SIDE.
          03 WS-SIDE-SCODE              PIC X(6).
          03 WS-SIDE-ACCNO              PIC X(8).
          03 WS-SIDE-AMOUNT             PIC S9(10)V99.
          03 WS-SIDE-ORIG-REF           PIC X(12).
          03 WS-SIDE-NEW-REF            PIC X(12).
          03 WS-SIDE-TYPE               PIC X(3).
          03 WS-SIDE-FROM-ACCNO         PIC X(8).

      * DBCRFUN commarea - each side is reversed through the same
      * posting rules as any other posting, in this task's unit of
      * work, under the REV transaction type.
       01 DBCRFUN-PROGRAM               PIC X(8) VALUE 'DBCRFUN'.
       01 DBCRFUN-COMMAREA.
           COPY DBCRFUN.

      * WRAPCHK commarea - the one copy of the tax-free wrapper
      * allowance rules
       01 WRAPCHK-PROGRAM               PIC X(8) VALUE 'WRAPCHK'.
       01 WRAPCHK-COMMAREA.
           COPY WRAPCHK.

       01 WS-CICS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY REVPOST.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'REVPOST: Action=' COMM-REV-ACTION
                   ' Reference=' COMM-REV-ORIG-REF

           MOVE 'N' TO COMM-REV-SUCCESS.
           MOVE 'N' TO COMM-REV-PENDING.
           MOVE ' ' TO COMM-REV-FAIL-CD.
           MOVE ' ' TO COMM-REV-DBCR-FAIL-CD.
           MOVE SPACES TO COMM-REV-REF.
           MOVE SPACES TO COMM-REV-CONTRA-ORIG-REF.
           MOVE SPACES TO COMM-REV-CONTRA-REF.

           IF COMM-REV-ORIG-REF = SPACES OR LOW-VALUES
              MOVE '2' TO COMM-REV-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE EIBOPID TO WS-OPERATOR-ID.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN REV-ACTION-REQUEST
                 PERFORM REQUEST-REVERSAL
              WHEN REV-ACTION-APPROVE
                 PERFORM APPROVE-REVERSAL
              WHEN REV-ACTION-REJECT
                 PERFORM REJECT-REVERSAL
              WHEN OTHER
                 MOVE '1' TO COMM-REV-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       REQUEST-REVERSAL SECTION.
       RQR010.

           PERFORM READ-ORIGINAL-POSTING.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO RQR999
           END-IF.

           PERFORM CHECK-NOT-REVERSED.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO RQR999
           END-IF.

      *
      *    Too large, or from an earlier business day - hold it for
      *    a second operator.
      *
           IF HV-ORIG-AMOUNT < 0
              COMPUTE WS-REV-MAGNITUDE = 0 - HV-ORIG-AMOUNT
           ELSE
              MOVE HV-ORIG-AMOUNT TO WS-REV-MAGNITUDE
           END-IF.

           IF WS-REV-MAGNITUDE > WS-REV-APPROVAL-LIMIT
              OR HV-ORIG-DATE NOT = WS-BUSINESS-DOT
              MOVE 'P' TO HV-REV-STATUS
              MOVE SPACES TO HV-REV-APPROVED-BY
              MOVE SPACES TO HV-REV-REF
              MOVE SPACES TO HV-REV-CONTRA-REF
              PERFORM INSERT-REVERSAL-ROW
              IF COMM-REV-FAIL-CD = ' '
                 MOVE 'Y' TO COMM-REV-PENDING
                 MOVE 'Y' TO COMM-REV-SUCCESS
                 DISPLAY 'REVPOST: Reversal of ' COMM-REV-ORIG-REF
                         ' awaiting approval'
              END-IF
              GO TO RQR999
           END-IF.

           PERFORM POST-REVERSAL.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO RQR999
           END-IF.

           MOVE 'D' TO HV-REV-STATUS.
           MOVE SPACES TO HV-REV-APPROVED-BY.
           PERFORM INSERT-REVERSAL-ROW.
           IF COMM-REV-FAIL-CD NOT = ' '
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO RQR999
           END-IF.

           MOVE 'Y' TO COMM-REV-SUCCESS.

       RQR999.
           EXIT.


       APPROVE-REVERSAL SECTION.
       APR010.

           PERFORM READ-PENDING-REVERSAL.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO APR999
           END-IF.

           PERFORM READ-ORIGINAL-POSTING.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO APR999
           END-IF.

           PERFORM POST-REVERSAL.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO APR999
           END-IF.

           EXEC SQL
              UPDATE POSTING_REVERSAL
                 SET REV_STATUS = 'D',
                     REV_APPROVED_BY = :WS-OPERATOR-ID,
                     REV_REF = :HV-REV-REF,
                     REV_CONTRA_REF = :HV-REV-CONTRA-REF
               WHERE REV_ID = :HV-REV-ID
                 AND REV_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Reversal approval failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO APR999
           END-IF.

           MOVE 'Y' TO COMM-REV-SUCCESS.

       APR999.
           EXIT.


       REJECT-REVERSAL SECTION.
       RJR010.

           PERFORM READ-PENDING-REVERSAL.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO RJR999
           END-IF.

           EXEC SQL
              UPDATE POSTING_REVERSAL
                 SET REV_STATUS = 'R',
                     REV_APPROVED_BY = :WS-OPERATOR-ID
               WHERE REV_ID = :HV-REV-ID
                 AND REV_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Reversal reject failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO RJR999
           END-IF.

           MOVE 'Y' TO COMM-REV-SUCCESS.
           DISPLAY 'REVPOST: Reversal of ' COMM-REV-ORIG-REF
                   ' rejected by ' WS-OPERATOR-ID.

       RJR999.
           EXIT.


       READ-ORIGINAL-POSTING SECTION.
       ROP010.
      *
      *    The posting must exist and be one a reversal can undo.
      *    For a transfer, the other side is found too.
      *
           MOVE COMM-REV-ORIG-REF TO HV-ORIG-REF.

           EXEC SQL
              SELECT PROCTRAN_SORTCODE,
                     PROCTRAN_NUMBER,
                     PROCTRAN_DATE,
                     PROCTRAN_TIME,
                     PROCTRAN_TYPE,
                     PROCTRAN_DESC,
                     PROCTRAN_AMOUNT,
                     COALESCE(PROCTRAN_VALUE_DATE, PROCTRAN_DATE)
                INTO :HV-ORIG-SORTCODE,
                     :HV-ORIG-NUMBER,
                     :HV-ORIG-DATE,
                     :HV-ORIG-TIME,
                     :HV-ORIG-TYPE,
                     :HV-ORIG-DESC,
                     :HV-ORIG-AMOUNT,
                     :HV-ORIG-VALUE-DATE
                FROM PROCTRAN
               WHERE PROCTRAN_REF = :HV-ORIG-REF
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-REV-FAIL-CD
              GO TO ROP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Posting read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO ROP999
           END-IF.

           MOVE HV-ORIG-SORTCODE TO COMM-REV-SCODE.
           MOVE HV-ORIG-NUMBER TO COMM-REV-ACCNO.
           COMPUTE COMM-REV-AMOUNT = 0 - HV-ORIG-AMOUNT.

           IF HV-ORIG-TYPE = 'REV' OR HV-ORIG-TYPE = 'OBP'
              MOVE '5' TO COMM-REV-FAIL-CD
              GO TO ROP999
           END-IF.

           PERFORM CHECK-ORIG-VALUE-DATE.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO ROP999
           END-IF.

           INITIALIZE HOST-CONTRA-ROW.

           IF HV-ORIG-TYPE NOT = 'TFR'
              GO TO ROP999
           END-IF.

      *
      *    XFRFUN packs the other account into DESC(1:14) of each
      *    side, with both sides on the same date and time. In one
      *    currency the other side is the same amount the other
      *    way. Across currencies each side carries the other side's
      *    currency and amount at DESC(41:15), and the other side is
      *    that amount the other way.
      *
           MOVE HV-ORIG-DESC(1:6) TO HV-CONTRA-SORTCODE.
           MOVE HV-ORIG-DESC(7:8) TO HV-CONTRA-NUMBER.
           MOVE HV-ORIG-SORTCODE TO HV-CONTRA-DESC-KEY(1:6).
           MOVE HV-ORIG-NUMBER TO HV-CONTRA-DESC-KEY(7:8).
           MOVE HV-ORIG-DESC(41:26) TO WS-ORIG-FX-DESC.

           IF WS-OFX-CURRENCY = SPACES OR LOW-VALUES
              COMPUTE HV-CONTRA-AMOUNT = 0 - HV-ORIG-AMOUNT
           ELSE
              IF WS-OFX-AMOUNT NOT NUMERIC
                 MOVE '7' TO COMM-REV-FAIL-CD
                 GO TO ROP999
              END-IF
              IF HV-ORIG-AMOUNT < 0
                 MOVE WS-OFX-AMOUNT TO HV-CONTRA-AMOUNT
              ELSE
                 COMPUTE HV-CONTRA-AMOUNT = 0 - WS-OFX-AMOUNT
              END-IF
           END-IF.

           EXEC SQL
              SELECT PROCTRAN_REF
                INTO :HV-CONTRA-REF
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-CONTRA-SORTCODE
                 AND PROCTRAN_NUMBER = :HV-CONTRA-NUMBER
                 AND PROCTRAN_DATE = :HV-ORIG-DATE
                 AND PROCTRAN_TIME = :HV-ORIG-TIME
                 AND PROCTRAN_TYPE = 'TFR'
                 AND PROCTRAN_AMOUNT = :HV-CONTRA-AMOUNT
                 AND SUBSTR(PROCTRAN_DESC, 1, 14)
                        = :HV-CONTRA-DESC-KEY
                 AND PROCTRAN_REF <> :HV-ORIG-REF
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '7' TO COMM-REV-FAIL-CD
              GO TO ROP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Transfer side read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO ROP999
           END-IF.

           MOVE HV-CONTRA-REF TO COMM-REV-CONTRA-ORIG-REF.

       ROP999.
           EXIT.


       CHECK-NOT-REVERSED SECTION.
       CNR010.
      *
      *    A reference on a pending or done reversal - either side
      *    of a transfer - cannot be reversed again.
      *
           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM POSTING_REVERSAL
               WHERE REV_STATUS IN ('P', 'D')
                 AND (REV_ORIG_REF = :HV-ORIG-REF
                      OR REV_CONTRA_ORIG_REF = :HV-ORIG-REF)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Reversal check failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO CNR999
           END-IF.

           IF HV-CHECK-COUNT > 0
              MOVE '4' TO COMM-REV-FAIL-CD
           END-IF.

       CNR999.
           EXIT.


       READ-PENDING-REVERSAL SECTION.
       RPR010.
      *
      *    The reversal must be awaiting approval, and the approver
      *    must be a different operator from the requester.
      *
           MOVE COMM-REV-ORIG-REF TO HV-ORIG-REF.

           EXEC SQL
              SELECT REV_ID,
                     REV_REQ_BY
                INTO :HV-REV-ID,
                     :HV-REV-REQ-BY
                FROM POSTING_REVERSAL
               WHERE REV_ORIG_REF = :HV-ORIG-REF
                 AND REV_STATUS = 'P'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '9' TO COMM-REV-FAIL-CD
              GO TO RPR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Pending read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO RPR999
           END-IF.

           IF HV-REV-REQ-BY = WS-OPERATOR-ID
              DISPLAY 'REVPOST: Self-approval rejected for '
                      'operator ' WS-OPERATOR-ID
              MOVE 'S' TO COMM-REV-FAIL-CD
           END-IF.

       RPR999.
           EXIT.


       POST-REVERSAL SECTION.
       PRV010.
      *
      *    The named side, then for a transfer the other side - one
      *    unit of work.
      *
           MOVE HV-ORIG-SORTCODE TO WS-SIDE-SCODE.
           MOVE HV-ORIG-NUMBER TO WS-SIDE-ACCNO.
           MOVE HV-ORIG-AMOUNT TO WS-SIDE-AMOUNT.
           MOVE HV-ORIG-REF TO WS-SIDE-ORIG-REF.
           MOVE HV-ORIG-TYPE TO WS-SIDE-TYPE.
           MOVE SPACES TO WS-SIDE-FROM-ACCNO.
           IF (HV-ORIG-TYPE = 'TFR' OR HV-ORIG-TYPE = 'STO')
              AND HV-ORIG-DESC(1:6) = HV-ORIG-SORTCODE
              MOVE HV-ORIG-DESC(7:8) TO WS-SIDE-FROM-ACCNO
           END-IF.

           PERFORM REVERSE-ONE-SIDE.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO PRV999
           END-IF.

           MOVE WS-SIDE-NEW-REF TO HV-REV-REF.
           MOVE SPACES TO HV-REV-CONTRA-REF.

           IF HV-CONTRA-REF = SPACES
              GO TO PRV900
           END-IF.

           MOVE HV-CONTRA-SORTCODE TO WS-SIDE-SCODE.
           MOVE HV-CONTRA-NUMBER TO WS-SIDE-ACCNO.
           MOVE HV-CONTRA-AMOUNT TO WS-SIDE-AMOUNT.
           MOVE HV-CONTRA-REF TO WS-SIDE-ORIG-REF.
           MOVE 'TFR' TO WS-SIDE-TYPE.
           MOVE SPACES TO WS-SIDE-FROM-ACCNO.
           IF HV-CONTRA-SORTCODE = HV-ORIG-SORTCODE
              MOVE HV-ORIG-NUMBER TO WS-SIDE-FROM-ACCNO
           END-IF.

           PERFORM REVERSE-ONE-SIDE.
           IF COMM-REV-FAIL-CD NOT = ' '
              GO TO PRV999
           END-IF.

           MOVE WS-SIDE-NEW-REF TO HV-REV-CONTRA-REF.

       PRV900.
           MOVE HV-REV-REF TO COMM-REV-REF.
           MOVE HV-REV-CONTRA-REF TO COMM-REV-CONTRA-REF.
           DISPLAY 'REVPOST: Reference ' COMM-REV-ORIG-REF
                   ' reversed by ' COMM-REV-REF.

       PRV999.
           EXIT.


       REVERSE-ONE-SIDE SECTION.
       ROS010.
      *
      *    A credit still under a clearing hold gives the hold back
      *    first, so the reversing debit takes the amount out of the
      *    available balance once, not twice.
      *
           IF WS-SIDE-AMOUNT > 0
              PERFORM TAKE-BACK-HOLD
              IF COMM-REV-FAIL-CD NOT = ' '
                 GO TO ROS999
              END-IF
           END-IF.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE 'ACCT' TO COMM-EYE.
           MOVE WS-SIDE-SCODE TO COMM-SCODE.
           MOVE WS-SIDE-ACCNO TO COMM-ACCNO.
           COMPUTE COMM-AMT = 0 - WS-SIDE-AMOUNT.
           MOVE 'REV' TO COMM-TXN-TYPE.
           MOVE SPACES TO COMM-ORIGIN.
           MOVE 'REVERSAL OF' TO COMM-ORIGIN(1:11).
           MOVE WS-SIDE-ORIG-REF TO COMM-ORIGIN(13:12).
           MOVE WS-REV-VALUE-DATE TO COMM-VALUE-DATE.

           EXEC CICS LINK PROGRAM(DBCRFUN-PROGRAM)
                COMMAREA(DBCRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR COMM-SUCCESS NOT = 'Y'
              DISPLAY 'REVPOST: Reversal posting failed for '
                      WS-SIDE-SCODE '/' WS-SIDE-ACCNO
                      ' fail code ' COMM-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE COMM-FAIL-CODE TO COMM-REV-DBCR-FAIL-CD
              IF DBCR-BAD-VALUE-DATE
                 MOVE 'V' TO COMM-REV-FAIL-CD
              ELSE
                 MOVE '6' TO COMM-REV-FAIL-CD
              END-IF
              GO TO ROS999
           END-IF.

           MOVE COMM-PROCTRAN-REF TO WS-SIDE-NEW-REF.

      *
      *    A credit the customer paid into a wrapper counted against
      *    their allowance - DBCRFUN and ICRPROC count a 'CRE' or
      *    'ICR', XFRFUN a 'TFR' and SORDEXEC a 'STO'. Taking the
      *    credit back gives the allowance back.
      *
           IF WS-SIDE-AMOUNT > 0
              AND (WS-SIDE-TYPE = 'CRE' OR WS-SIDE-TYPE = 'ICR'
                   OR WS-SIDE-TYPE = 'TFR' OR WS-SIDE-TYPE = 'STO')
              PERFORM TAKE-BACK-SUBSCRIPTION
           END-IF.

       ROS999.
           EXIT.


       CHECK-ORIG-VALUE-DATE SECTION.
       COV010.
      *
      *    A back-valued original is reversed as of the same value
      *    date, if BNKDATE's window still allows it - a reversal
      *    valued today would leave the interest ACCRINT recalculated
      *    for the original in place.
      *
           MOVE SPACES TO WS-REV-VALUE-DATE.

           IF HV-ORIG-VALUE-DATE = SPACES
              OR HV-ORIG-VALUE-DATE = HV-ORIG-DATE
              GO TO COV999
           END-IF.

           MOVE HV-ORIG-VALUE-DATE TO WS-VALUE-DOT.
           MOVE WS-VALUE-YYYY TO WS-REV-VALUE-YYYY.
           MOVE WS-VALUE-MM TO WS-REV-VALUE-MM.
           MOVE WS-VALUE-DD TO WS-REV-VALUE-DD.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-VALUE-DATE TO TRUE.
           MOVE WS-REV-VALUE-ISO TO BNKD-DATE-IN.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.

           IF NOT BNKD-OK
              DISPLAY 'REVPOST: Value date ' WS-REV-VALUE-ISO
                      ' of ' HV-ORIG-REF ' refused, BNKDATE fail code '
                      BNKD-FAIL-CD
              MOVE 'V' TO COMM-REV-FAIL-CD
              GO TO COV999
           END-IF.

           MOVE WS-REV-VALUE-ISO TO WS-REV-VALUE-DATE.

       COV999.
           EXIT.


       TAKE-BACK-SUBSCRIPTION SECTION.
       TBS010.
      *
      *    WRAPCHK decides whether the account is a wrapper and the
      *    credit a subscription, and reduces the tax year the
      *    original posting date falls in.
      *
           MOVE HV-ORIG-DATE TO WS-POSTED-DOT.
           COMPUTE WS-POSTED-INT =
              (WS-POSTED-YYYY * 10000) +
              (WS-POSTED-MM * 100) +
              WS-POSTED-DD.

           INITIALIZE WRAPCHK-COMMAREA.
           MOVE 'V' TO COMM-WR-FUNCTION.
           MOVE WS-SIDE-SCODE TO COMM-WR-SCODE.
           MOVE WS-SIDE-ACCNO TO COMM-WR-ACCNO.
           MOVE WS-SIDE-FROM-ACCNO TO COMM-WR-FROM-ACCNO.
           MOVE WS-SIDE-AMOUNT TO COMM-WR-AMOUNT.
           MOVE WS-POSTED-INT TO COMM-WR-DATE.

           CALL WRAPCHK-PROGRAM USING WRAPCHK-COMMAREA.

           IF NOT WR-CREDIT-PERMITTED
              DISPLAY 'REVPOST: Wrapper subscription reversal failed '
                      'for ' WS-SIDE-SCODE '/' WS-SIDE-ACCNO
                      ' WRAPCHK code=' COMM-WR-FAIL-CD
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-REV-FAIL-CD
           END-IF.

       TBS999.
           EXIT.


       TAKE-BACK-HOLD SECTION.
       TBH010.
      *
      *    Release the hold the original credit placed - what
      *    HLDRELSE would have done on the release date - ahead of
      *    the reversing debit.
      *
           MOVE WS-SIDE-SCODE TO HV-HOLD-SORTCODE.
           MOVE WS-SIDE-ACCNO TO HV-HOLD-NUMBER.
           MOVE WS-SIDE-ORIG-REF TO HV-HOLD-PROCTRAN-REF.

           EXEC SQL
              SELECT ACCOUNT_HOLD_AMOUNT
                INTO :HV-HOLD-AMOUNT
                FROM ACCOUNT_HOLD
               WHERE ACCOUNT_HOLD_SORTCODE = :HV-HOLD-SORTCODE
                 AND ACCOUNT_HOLD_NUMBER = :HV-HOLD-NUMBER
                 AND ACCOUNT_HOLD_PROCTRAN_REF
                        = :HV-HOLD-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 100
              GO TO TBH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Hold read failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO TBH999
           END-IF.

           EXEC SQL
              DELETE FROM ACCOUNT_HOLD
               WHERE ACCOUNT_HOLD_SORTCODE = :HV-HOLD-SORTCODE
                 AND ACCOUNT_HOLD_NUMBER = :HV-HOLD-NUMBER
                 AND ACCOUNT_HOLD_PROCTRAN_REF
                        = :HV-HOLD-PROCTRAN-REF
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE ACCOUNT
                    SET ACCOUNT_AVAILABLE_BALANCE =
                        ACCOUNT_AVAILABLE_BALANCE + :HV-HOLD-AMOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-HOLD-SORTCODE
                    AND ACCOUNT_NUMBER = :HV-HOLD-NUMBER
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Hold release failed. SQLCODE='
                      SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO TBH999
           END-IF.

           DISPLAY 'REVPOST: Hold on ' HV-HOLD-PROCTRAN-REF
                   ' taken back'.

       TBH999.
           EXIT.


       INSERT-REVERSAL-ROW SECTION.
       IRR010.

           EXEC SQL
              SELECT COALESCE(MAX(REV_ID), 0)
                INTO :HV-REV-ID
                FROM POSTING_REVERSAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Reversal id failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
              GO TO IRR999
           END-IF.

           ADD 1 TO HV-REV-ID.
           MOVE WS-OPERATOR-ID TO HV-REV-REQ-BY.

           EXEC SQL
              INSERT INTO POSTING_REVERSAL
                     ( REV_ID,
                       REV_ORIG_REF,
                       REV_SORTCODE,
                       REV_NUMBER,
                       REV_ORIG_TYPE,
                       REV_ORIG_DATE,
                       REV_AMOUNT,
                       REV_CONTRA_ORIG_REF,
                       REV_STATUS,
                       REV_REQ_BY,
                       REV_REQ_DATE,
                       REV_APPROVED_BY,
                       REV_REF,
                       REV_CONTRA_REF )
              VALUES ( :HV-REV-ID,
                       :HV-ORIG-REF,
                       :HV-ORIG-SORTCODE,
                       :HV-ORIG-NUMBER,
                       :HV-ORIG-TYPE,
                       :HV-ORIG-DATE,
                       :HV-ORIG-AMOUNT,
                       :HV-CONTRA-REF,
                       :HV-REV-STATUS,
                       :HV-REV-REQ-BY,
                       :WS-TODAY-INT,
                       :HV-REV-APPROVED-BY,
                       :HV-REV-REF,
                       :HV-REV-CONTRA-REF )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'REVPOST - Reversal insert failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-REV-FAIL-CD
           END-IF.

       IRR999.
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
                DATESEP('.')
                END-EXEC.

           MOVE WS-ORIG-DATE TO WS-BUSINESS-DOT.

      *
      *    The business date is the one DBCRFUN posts under; the
      *    clock date stands if the date service fails.
      *
           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
              MOVE BNKD-ONLINE-DOT TO WS-BUSINESS-DOT
              MOVE BNKD-ONLINE-DOT TO WS-ORIG-DATE
           END-IF.

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

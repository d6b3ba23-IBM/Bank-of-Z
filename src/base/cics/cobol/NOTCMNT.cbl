       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program records and cancels notices of withdrawal in
      * the WITHDRAWAL_NOTICE register - the branch's record that a
      * notice savings account holder has given the notice their
      * product asks for. DBCRFUN and XFRFUN draw a matured notice
      * down as the money is taken; NOTCEXEC pays a matured notice
      * to its nominated account and expires those left unused.
      *
      * The account must be on a product with a notice period. A
      * notice matures that many days after it is given and stays
      * good for a fortnight after that. The notices pending on an
      * account may not between them promise more than its balance.
      * A nominated account must be another of our accounts at the
      * same sort code.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way MANDMNT reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

      * ACCOUNT DB2 copybook
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

      * ACCOUNT_PRODUCT DB2 copybook - the notice period
           EXEC SQL
              INCLUDE ACCPDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE DB2 copybook
           EXEC SQL
              INCLUDE WNOTDB2
           END-EXEC.

      * WITHDRAWAL_NOTICE host variables for DB2
       01 HOST-NOTICE-ROW.
          03 HV-WN-ID                   PIC S9(9) COMP.
          03 HV-WN-SORTCODE             PIC X(6).
          03 HV-WN-ACCOUNT              PIC X(8).
          03 HV-WN-AMOUNT               PIC S9(10)V99 COMP-3.
          03 HV-WN-USED-AMOUNT          PIC S9(10)V99 COMP-3.
          03 HV-WN-GIVEN-DATE           PIC S9(9) COMP.
          03 HV-WN-MATURES              PIC S9(9) COMP.
          03 HV-WN-EXPIRES              PIC S9(9) COMP.
          03 HV-WN-DEST-ACCNO           PIC X(8).
          03 HV-WN-STATUS               PIC X.
          03 HV-WN-GIVEN-BY             PIC X(3).

       01 HV-ACCOUNT-ACTUAL-BAL         PIC S9(10)V99 COMP-3.
       01 HV-PROD-NOTICE-DAYS           PIC S9(9) COMP.
       01 HV-NOTICE-OUTSTANDING         PIC S9(10)V99 COMP-3.
       01 HV-MAX-ID                     PIC S9(9) COMP.
       01 HV-CHECK-COUNT                PIC S9(9) COMP.

      * Dates worked out by DB2 date arithmetic
       01 HV-DATE-ISO                   PIC X(10).
       01 HV-DATE-ISO-GRP REDEFINES HV-DATE-ISO.
          03 HV-DATE-ISO-YYYY           PIC 9(4).
          03 FILLER                     PIC X.
          03 HV-DATE-ISO-MM             PIC 99.
          03 FILLER                     PIC X.
          03 HV-DATE-ISO-DD             PIC 99.
       01 HV-DAYS-AHEAD                 PIC S9(9) COMP.

      *
      * A matured notice stays good this many days before it
      * expires unused.
      *
       01 WS-NOTICE-WINDOW-DAYS         PIC S9(9) COMP VALUE 14.

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

       01 WS-ROWS-TO-SKIP               PIC 9(4)  VALUE 0.
       01 WS-ROWS-SKIPPED               PIC 9(4)  VALUE 0.
       01 WS-LIST-INDEX                 PIC 9(2)  VALUE 0.

      * The account's pending notices, soonest to mature first.
           EXEC SQL
              DECLARE NOTLIST-CURSOR CURSOR FOR
                 SELECT WITHDRAWAL_NOTICE_ID,
                        WITHDRAWAL_NOTICE_AMOUNT,
                        WITHDRAWAL_NOTICE_USED_AMOUNT,
                        WITHDRAWAL_NOTICE_MATURES,
                        WITHDRAWAL_NOTICE_EXPIRES,
                        WITHDRAWAL_NOTICE_DEST_ACCNO
                   FROM WITHDRAWAL_NOTICE
                  WHERE WITHDRAWAL_NOTICE_SORTCODE = :HV-WN-SORTCODE
                    AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-WN-ACCOUNT
                    AND WITHDRAWAL_NOTICE_STATUS = 'P'
                  ORDER BY WITHDRAWAL_NOTICE_MATURES,
                           WITHDRAWAL_NOTICE_ID
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY NOTCMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'NOTCMNT: Action=' COMM-WN-ACTION
                   ' Account=' COMM-WN-SCODE '/' COMM-WN-ACCNO.

           MOVE 'N' TO COMM-WN-SUCCESS.
           MOVE ' ' TO COMM-WN-FAIL-CD.
           SET NO-MORE-WN-ROWS TO TRUE.
           MOVE 0 TO COMM-WN-LIST-COUNT.

           IF COMM-WN-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO COMM-WN-SCODE
           END-IF.

           MOVE COMM-WN-SCODE TO HV-WN-SORTCODE.
           MOVE COMM-WN-ACCNO TO HV-WN-ACCOUNT.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN WN-ACTION-ADD
                 PERFORM GIVE-NOTICE
              WHEN WN-ACTION-CANCEL
                 PERFORM CANCEL-NOTICE
              WHEN WN-ACTION-LIST
                 PERFORM LIST-NOTICES
              WHEN OTHER
                 MOVE '1' TO COMM-WN-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       GIVE-NOTICE SECTION.
       GN010.

           IF COMM-WN-AMOUNT NOT NUMERIC
              OR COMM-WN-AMOUNT NOT > 0
              MOVE '4' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           EXEC SQL
              SELECT A.ACCOUNT_ACTUAL_BALANCE,
                     P.ACCOUNT_PRODUCT_NOTICE_DAYS
                INTO :HV-ACCOUNT-ACTUAL-BAL,
                     :HV-PROD-NOTICE-DAYS
                FROM ACCOUNT A, ACCOUNT_PRODUCT P
               WHERE A.ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                 AND A.ACCOUNT_NUMBER = :HV-WN-ACCOUNT
                 AND P.ACCOUNT_PRODUCT_TYPE = A.ACCOUNT_TYPE
           END-EXEC.

           IF SQLCODE = 100
              MOVE '2' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           IF HV-PROD-NOTICE-DAYS NOT > 0
              MOVE '3' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

      *
      *    Everything already under notice, plus this, must be
      *    there to pay.
      *
           EXEC SQL
              SELECT COALESCE(SUM(WITHDRAWAL_NOTICE_AMOUNT
                                - WITHDRAWAL_NOTICE_USED_AMOUNT), 0)
                INTO :HV-NOTICE-OUTSTANDING
                FROM WITHDRAWAL_NOTICE
               WHERE WITHDRAWAL_NOTICE_SORTCODE = :HV-WN-SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-WN-ACCOUNT
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           IF HV-NOTICE-OUTSTANDING + COMM-WN-AMOUNT
                 > HV-ACCOUNT-ACTUAL-BAL
              MOVE '4' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           MOVE SPACES TO HV-WN-DEST-ACCNO.
           IF COMM-WN-DEST-ACCNO NOT = 0
              IF COMM-WN-DEST-ACCNO = COMM-WN-ACCNO
                 MOVE '5' TO COMM-WN-FAIL-CD
                 GO TO GN999
              END-IF
              MOVE COMM-WN-DEST-ACCNO TO HV-WN-DEST-ACCNO
              MOVE 0 TO HV-CHECK-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-CHECK-COUNT
                   FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-WN-SORTCODE
                    AND ACCOUNT_NUMBER = :HV-WN-DEST-ACCNO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '8' TO COMM-WN-FAIL-CD
                 GO TO GN999
              END-IF
              IF HV-CHECK-COUNT = 0
                 MOVE '5' TO COMM-WN-FAIL-CD
                 GO TO GN999
              END-IF
           END-IF.

      *
      *    The maturity and expiry dates by DB2 date arithmetic, so
      *    month and year ends come out right.
      *
           MOVE HV-PROD-NOTICE-DAYS TO HV-DAYS-AHEAD.
           PERFORM DATE-DAYS-AHEAD.
           IF COMM-WN-FAIL-CD NOT = ' '
              GO TO GN999
           END-IF.
           MOVE HV-WN-GIVEN-DATE TO HV-WN-MATURES.

           COMPUTE HV-DAYS-AHEAD =
              HV-PROD-NOTICE-DAYS + WS-NOTICE-WINDOW-DAYS.
           PERFORM DATE-DAYS-AHEAD.
           IF COMM-WN-FAIL-CD NOT = ' '
              GO TO GN999
           END-IF.
           MOVE HV-WN-GIVEN-DATE TO HV-WN-EXPIRES.

      *
      *    Notice ids run in one sequence across the whole book,
      *    the same way MANDMNT numbers mandates.
      *
           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(WITHDRAWAL_NOTICE_ID), 0)
                INTO :HV-MAX-ID
                FROM WITHDRAWAL_NOTICE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           COMPUTE HV-WN-ID = HV-MAX-ID + 1.
           MOVE COMM-WN-AMOUNT TO HV-WN-AMOUNT.
           MOVE 0 TO HV-WN-USED-AMOUNT.
           MOVE WS-TODAY-INT TO HV-WN-GIVEN-DATE.
           MOVE 'P' TO HV-WN-STATUS.
           MOVE EIBOPID TO HV-WN-GIVEN-BY.

           EXEC SQL
              INSERT INTO WITHDRAWAL_NOTICE
                     ( WITHDRAWAL_NOTICE_ID,
                       WITHDRAWAL_NOTICE_SORTCODE,
                       WITHDRAWAL_NOTICE_ACCOUNT,
                       WITHDRAWAL_NOTICE_AMOUNT,
                       WITHDRAWAL_NOTICE_USED_AMOUNT,
                       WITHDRAWAL_NOTICE_GIVEN_DATE,
                       WITHDRAWAL_NOTICE_MATURES,
                       WITHDRAWAL_NOTICE_EXPIRES,
                       WITHDRAWAL_NOTICE_DEST_ACCNO,
                       WITHDRAWAL_NOTICE_STATUS,
                       WITHDRAWAL_NOTICE_GIVEN_BY )
              VALUES ( :HV-WN-ID,
                       :HV-WN-SORTCODE,
                       :HV-WN-ACCOUNT,
                       :HV-WN-AMOUNT,
                       :HV-WN-USED-AMOUNT,
                       :HV-WN-GIVEN-DATE,
                       :HV-WN-MATURES,
                       :HV-WN-EXPIRES,
                       :HV-WN-DEST-ACCNO,
                       :HV-WN-STATUS,
                       :HV-WN-GIVEN-BY )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'NOTCMNT - Notice INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO GN999
           END-IF.

           MOVE HV-WN-ID TO COMM-WN-ID.
           MOVE HV-WN-MATURES TO COMM-WN-MATURES.
           MOVE HV-WN-EXPIRES TO COMM-WN-EXPIRES.
           MOVE 'Y' TO COMM-WN-SUCCESS.
           DISPLAY 'NOTCMNT: Notice given, id=' COMM-WN-ID
                   ' matures ' COMM-WN-MATURES
                   ' taken by ' EIBOPID.

       GN999.
           EXIT.


       DATE-DAYS-AHEAD SECTION.
       DDA010.
      *
      *    Today plus HV-DAYS-AHEAD days, as a YYYYMMDD integer, in
      *    HV-WN-GIVEN-DATE for the caller to pick up.
      *
           EXEC SQL
              SELECT CHAR(CURRENT DATE + :HV-DAYS-AHEAD DAYS, ISO)
                INTO :HV-DATE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO DDA999
           END-IF.

           COMPUTE HV-WN-GIVEN-DATE =
              (HV-DATE-ISO-YYYY * 10000) +
              (HV-DATE-ISO-MM * 100) +
              HV-DATE-ISO-DD.

       DDA999.
           EXIT.


       CANCEL-NOTICE SECTION.
       CN010.

           MOVE COMM-WN-ID TO HV-WN-ID.

           EXEC SQL
              UPDATE WITHDRAWAL_NOTICE
                 SET WITHDRAWAL_NOTICE_STATUS = 'C'
               WHERE WITHDRAWAL_NOTICE_ID = :HV-WN-ID
                 AND WITHDRAWAL_NOTICE_SORTCODE = :HV-WN-SORTCODE
                 AND WITHDRAWAL_NOTICE_ACCOUNT = :HV-WN-ACCOUNT
                 AND WITHDRAWAL_NOTICE_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO CN999
           END-IF.

           IF SQLCODE = 100 OR SQLERRD(3) = 0
              MOVE '7' TO COMM-WN-FAIL-CD
              GO TO CN999
           END-IF.

           MOVE 'Y' TO COMM-WN-SUCCESS.

       CN999.
           EXIT.


       LIST-NOTICES SECTION.
       LN010.

           MOVE COMM-WN-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN NOTLIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '8' TO COMM-WN-FAIL-CD
              GO TO LN999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH NOTLIST-CURSOR
                   INTO :HV-WN-ID, :HV-WN-AMOUNT,
                        :HV-WN-USED-AMOUNT, :HV-WN-MATURES,
                        :HV-WN-EXPIRES, :HV-WN-DEST-ACCNO
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       MOVE HV-WN-ID
                          TO COMM-WN-LIST-ID (WS-LIST-INDEX)
                       MOVE HV-WN-AMOUNT
                          TO COMM-WN-LIST-AMOUNT (WS-LIST-INDEX)
                       MOVE HV-WN-USED-AMOUNT
                          TO COMM-WN-LIST-USED (WS-LIST-INDEX)
                       MOVE HV-WN-MATURES
                          TO COMM-WN-LIST-MATURES (WS-LIST-INDEX)
                       MOVE HV-WN-EXPIRES
                          TO COMM-WN-LIST-EXPIRES (WS-LIST-INDEX)
                       MOVE HV-WN-DEST-ACCNO
                          TO COMM-WN-LIST-DEST-ACCNO (WS-LIST-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE NOTLIST-CURSOR
           END-EXEC.

           IF WS-LIST-INDEX > 10
              SET MORE-WN-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-WN-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-WN-LIST-COUNT.
           COMPUTE COMM-WN-LIST-START =
              COMM-WN-LIST-START + WS-LIST-INDEX.
           MOVE 'Y' TO COMM-WN-SUCCESS.

       LN999.
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

      *
      *   - the day has PROVEN IN BALANCE under the ACCTCTL
      *     arithmetic (the stored opening position plus the day's
      *     movements equals the stored closing position, in every
      *     currency held at the sort code), and
      *   - every row of the day has been REPORTED BY A COMPLETED
      *     STATEMENT CYCLE - no live account still carries an
      *     ACCOUNT_LAST_STMT_DATE at or before the day. Rows for
      * in the per-item commit style ACCSTMT uses, so a stopped run
      * neither loses rows nor unloads them twice.
      *
      * Rows belonging to a customer under an active LEGAL_HOLD -
      * their account's primary holder, a joint owner, the holder
      * of a closed account on ACCOUNT_ARCHIVE, or the customer
      * named on a customer lifecycle row - are not archived: they
      * stay on the live table and are reported as kept live, while
      * the rest of the day archives and the marker moves on. Once
      * the hold is lifted, the next run finds the kept rows on a
      * day the marker has already passed and archives them then,
      * without re-proving a day that was proven when it went.
      *
      * Archived rows are retrievable through the PROCRETR batch
      * request path, which reads the unload generations back.
      ******************************************************************
              INCLUDE PARCDB2
           END-EXEC.

      * LEGAL_HOLD DB2 copybook - a held customer's rows stay live
           EXEC SQL
              INCLUDE LGHDDB2
           END-EXEC.

      * ACCOUNT_OWNER and ACCOUNT_ARCHIVE DB2 copybooks - the joint
      * owners and closed accounts a held customer's rows are
      * recognised through
           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCARC
           END-EXEC.

       01  HV-BRANCH-SORTCODE        PIC X(6).

      * PROCTRAN host variables for DB2
           03  HV-PROCTRAN-DESC          PIC X(90).
           03  HV-PROCTRAN-AMOUNT        PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-BALANCE      PIC S9(10)V99 COMP-3.
           03  HV-PROCTRAN-VALUE-DATE   PIC X(10).

       77  HV-OPENING-BALANCE        PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-CLOSING-BALANCE        PIC S9(12)V99 COMP-3 VALUE 0.
       77  HV-UNSTMT-COUNT           PIC S9(9) COMP    VALUE 0.
       77  HV-ARCH-THRU-DATE         PIC S9(9) COMP    VALUE 0.
       77  HV-ARCH-ROW-COUNT         PIC S9(9) COMP    VALUE 0.
       77  HV-BRANCH-ARCH-THRU       PIC S9(9) COMP    VALUE 0.
       77  HV-HELD-ROW-COUNT         PIC S9(9) COMP    VALUE 0.
       77  HV-FREE-ROW-COUNT         PIC S9(9) COMP    VALUE 0.
       01  HV-CURRENCY               PIC X(3).

      * Pull in the SQL COMMAREA
           EXEC SQL
       77  WS-DAY-ELIGIBLE           PIC X             VALUE 'Y'.
       77  WS-DAY-OK                 PIC X             VALUE 'Y'.
       77  WS-HOLD-REASON            PIC X(36)         VALUE SPACES.
           88  REASON-SHOWS-ROWS     VALUE 'ARCHIVED'
                                       'HOLD LIFTED - ARCHIVED'
                                       'LEGAL HOLD - ROWS KEPT LIVE'.

       77  WS-DAYS-ARCHIVED          PIC 9(8)  COMP    VALUE 0.
       77  WS-ROWS-ARCHIVED          PIC 9(8)  COMP    VALUE 0.
       77  WS-ROWS-HELD              PIC 9(8)  COMP    VALUE 0.
       77  WS-DAY-ROWS               PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      *
      * One day's proof, a row per currency held or posted at the
      * sort code - balances in different currencies are never
      * added together, as in ACCTCTL.
      *
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE           PIC X(3).
               10  WS-CCY-OPEN-KNOWN     PIC X.
               10  WS-CCY-CLOSE-KNOWN    PIC X.
               10  WS-CCY-OPENING        PIC S9(12)V99 COMP-3.
               10  WS-CCY-MOVEMENTS      PIC S9(12)V99 COMP-3.
               10  WS-CCY-DELETIONS      PIC S9(12)V99 COMP-3.
               10  WS-CCY-CLOSING        PIC S9(12)V99 COMP-3.
       77  WS-CCY-COUNT              PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-IX                 PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-FOUND-IX           PIC S9(4) COMP    VALUE 0.
       77  WS-CCY-LIMIT              PIC S9(4) COMP    VALUE 20.
       77  WS-OPEN-ROWS              PIC S9(4) COMP    VALUE 0.
       77  WS-CLOSE-ROWS             PIC S9(4) COMP    VALUE 0.
       77  WS-GATHER-OK              PIC X             VALUE 'Y'.

      *
      * The unload record - every PROCTRAN column in fixed text,
      * amounts sign-leading-separate so PROCRETR (and anything
      * else reading the generations back) maps plain characters.
      * The value date is the posting date unless it was back-valued;
      * generations unloaded before it was carried have spaces there.
      *
       01  WS-UNLOAD-RECORD.
           05  WS-UNL-EYECATCHER     PIC X(4).
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-BALANCE        PIC S9(10)V99
                                     SIGN LEADING SEPARATE.
           05  WS-UNL-VALUE-DATE     PIC X(10).

       01  WS-REPORT-LINE.
           05  WS-RPT-SCODE          PIC X(6).
           END-EXEC.

      * The day's rows, in reference order as INQPTRAN would have
      * returned them - less any row of a customer under an active
      * LEGAL_HOLD, which stays on the live table.
           EXEC SQL
              DECLARE ARCROW-CURSOR CURSOR FOR
                 SELECT PROCTRAN_EYECATCHER, PROCTRAN_NUMBER,
                        PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT, PROCTRAN_BALANCE,
                        COALESCE(PROCTRAN_VALUE_DATE, PROCTRAN_DATE)
                   FROM PROCTRAN
                  WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                    AND PROCTRAN_DATE = :HV-DAY-TEXT
                    AND NOT EXISTS
                        (SELECT 1
                           FROM LEGAL_HOLD
                          WHERE LEGAL_HOLD_STATUS = 'A'
                            AND LEGAL_HOLD_SORTCODE = PROCTRAN_SORTCODE
                            AND (LEGAL_HOLD_CUSTNO IN
                                   (SELECT ACCOUNT_CUSTOMER_NUMBER
                                      FROM ACCOUNT
                                     WHERE ACCOUNT_SORTCODE
                                              = PROCTRAN_SORTCODE
                                       AND ACCOUNT_NUMBER
                                              = PROCTRAN_NUMBER)
                             OR LEGAL_HOLD_CUSTNO IN
                                   (SELECT ACCOUNT_OWNER_CUSTOMER
                                      FROM ACCOUNT_OWNER
                                     WHERE ACCOUNT_OWNER_SORTCODE
                                              = PROCTRAN_SORTCODE
                                       AND ACCOUNT_OWNER_NUMBER
                                              = PROCTRAN_NUMBER)
                             OR LEGAL_HOLD_CUSTNO IN
                                   (SELECT ACCOUNT_CUSTOMER_NUMBER
                                      FROM ACCOUNT_ARCHIVE
                                     WHERE ACCOUNT_SORTCODE
                                              = PROCTRAN_SORTCODE
                                       AND ACCOUNT_NUMBER
                                              = PROCTRAN_NUMBER)
                             OR (PROCTRAN_NUMBER = '00000000'
                            AND  LEGAL_HOLD_CUSTNO
                                    = SUBSTR(PROCTRAN_DESC, 7, 10))))
                  ORDER BY PROCTRAN_REF
           END-EXEC.

      * The stored control positions for one date, by currency -
      * the day before's are the opening, the day's own the closing.
           EXEC SQL
              DECLARE ARCOPN-CURSOR CURSOR FOR
                 SELECT ACCOUNT_BAL_CTL_CURRENCY,
                        ACCOUNT_BAL_CTL_BALANCE
                   FROM ACCOUNT_BALANCE_CONTROL
                  WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-BRANCH-SORTCODE
                    AND ACCOUNT_BAL_CTL_DATE = :WS-PREV-DAY-INT
           END-EXEC.

           EXEC SQL
              DECLARE ARCCLS-CURSOR CURSOR FOR
                 SELECT ACCOUNT_BAL_CTL_CURRENCY,
                        ACCOUNT_BAL_CTL_BALANCE
                   FROM ACCOUNT_BALANCE_CONTROL
                  WHERE ACCOUNT_BAL_CTL_SORTCODE = :HV-BRANCH-SORTCODE
                    AND ACCOUNT_BAL_CTL_DATE = :WS-DAY-INT
           END-EXEC.

      * The day's postings and deletions, by the currency of the
      * account posted to - live, else archived under its product,
      * else sterling - exactly as ACCTCTL summed them.
           EXEC SQL
              DECLARE ARCMOV-CURSOR CURSOR FOR
                 SELECT M.CCY,
                        SUM(CASE WHEN M.PTYPE <> 'ODA'
                                 THEN M.PAMT ELSE 0 END),
                        SUM(CASE WHEN M.PTYPE = 'ODA'
                                 THEN M.PAMT ELSE 0 END)
                   FROM (SELECT COALESCE(
                            (SELECT A.ACCOUNT_CURRENCY
                               FROM ACCOUNT A
                              WHERE A.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND A.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER),
                            (SELECT MAX(R.ACCOUNT_PRODUCT_CURRENCY)
                               FROM ACCOUNT_ARCHIVE H,
                                    ACCOUNT_PRODUCT R
                              WHERE H.ACCOUNT_SORTCODE
                                       = P.PROCTRAN_SORTCODE
                                AND H.ACCOUNT_NUMBER
                                       = P.PROCTRAN_NUMBER
                                AND R.ACCOUNT_PRODUCT_TYPE
                                       = H.ACCOUNT_TYPE),
                            'GBP') AS CCY,
                            P.PROCTRAN_TYPE AS PTYPE,
                            P.PROCTRAN_AMOUNT AS PAMT
                           FROM PROCTRAN P
                          WHERE P.PROCTRAN_SORTCODE
                                   = :HV-BRANCH-SORTCODE
                            AND P.PROCTRAN_DATE = :HV-DAY-TEXT) AS M
                  GROUP BY M.CCY
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.
           DISPLAY 'PROCARCH: DAYS ARCHIVED = ' WS-RECS-DISPLAY.
           MOVE WS-ROWS-ARCHIVED TO WS-RECS-DISPLAY.
           DISPLAY 'PROCARCH: ROWS ARCHIVED = ' WS-RECS-DISPLAY.
           MOVE WS-ROWS-HELD TO WS-RECS-DISPLAY.
           DISPLAY 'PROCARCH: ROWS KEPT LIVE (LEGAL HOLD) = '
                   WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ROWS-ARCHIVED TO BREG-ROWS.
       ARCHIVE-ONE-BRANCH.
           MOVE 'N' TO WS-END-OF-DAYS.

      *
      *    How far the branch has been archived already - a day on
      *    or before it can only still be here for legal-hold rows.
      *
           MOVE 0 TO HV-BRANCH-ARCH-THRU.
           EXEC SQL
              SELECT COALESCE(MAX(PTRAN_ARCHIVE_THRU_DATE), 0)
                INTO :HV-BRANCH-ARCH-THRU
                FROM PTRAN_ARCHIVE_CONTROL
               WHERE PTRAN_ARCHIVE_SORTCODE = :HV-BRANCH-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: MARKER READ FAILED FOR '
                     HV-BRANCH-SORTCODE ' SQLCODE=' SQLCODE-DISPLAY
             GO TO ARCHIVE-ONE-BRANCH-END
           END-IF.

           EXEC SQL
              OPEN ARCDAY-CURSOR
           END-EXEC.
             GO TO CONSIDER-ONE-DAY-END
           END-IF.

      *
      *    A day the marker has already passed was proven and
      *    statemented when it went; what is left of it is legal-
      *    hold rows. Any whose hold has since been lifted archive
      *    now, the rest are reported again, and the branch carries
      *    on to its next day.
      *
           IF WS-DAY-INT NOT > HV-BRANCH-ARCH-THRU
             PERFORM COUNT-HELD-ROWS THRU COUNT-HELD-ROWS-END
             IF HV-FREE-ROW-COUNT > 0
               PERFORM ARCHIVE-THE-DAY THRU ARCHIVE-THE-DAY-END
             ELSE
               PERFORM REPORT-HELD-ROWS THRU REPORT-HELD-ROWS-END
             END-IF
             GO TO CONSIDER-ONE-DAY-END
           END-IF.

           PERFORM PROVE-THE-DAY THRU PROVE-THE-DAY-END.

           IF WS-DAY-ELIGIBLE = 'Y'
       CONSIDER-ONE-DAY-END.

      * PROCEDURE PROVE-THE-DAY
      * The ACCTCTL arithmetic re-applied to the stored positions,
      * currency by currency: the day-before closing position plus
      * the day's movements (less the ODA deletion records) must
      * equal the day's own stored closing position. A day with no
      * stored positions on either side cannot be proven and is
      * held, and so is a day on which any one currency fails.
       PROVE-THE-DAY.
           MOVE SPACES TO HV-DAY-ISO.
           MOVE WS-DAY-YYYY-X TO HV-DAY-ISO(1:4).
              (WS-PREV-ISO-MM * 100) +
              WS-PREV-ISO-DD.

           PERFORM GATHER-DAY-FIGURES THRU GATHER-DAY-FIGURES-END.

           IF WS-GATHER-OK NOT = 'Y'
             MOVE 'N' TO WS-DAY-ELIGIBLE
             MOVE 'CONTROL READ FAILED - HELD' TO WS-HOLD-REASON
             GO TO PROVE-THE-DAY-END
           END-IF.

           IF WS-OPEN-ROWS = 0
             MOVE 'N' TO WS-DAY-ELIGIBLE
             MOVE 'NO OPENING POSITION - NOT PROVEN'
                TO WS-HOLD-REASON
             GO TO PROVE-THE-DAY-END
           END-IF.

           IF WS-CLOSE-ROWS = 0
             MOVE 'N' TO WS-DAY-ELIGIBLE
             MOVE 'NO CLOSING POSITION - NOT PROVEN'
                TO WS-HOLD-REASON
             GO TO PROVE-THE-DAY-END
           END-IF.

           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
             PERFORM PROVE-ONE-CURRENCY
                THRU PROVE-ONE-CURRENCY-END
           END-PERFORM.
       PROVE-THE-DAY-END.

      * PROCEDURE PROVE-ONE-CURRENCY
      * One currency's proof in its own currency. ACCTCTL stores a
      * row for every currency it proves, so on a day before that
      * has rows at all, a currency without one had nothing at the
      * sort code and opens at zero. A currency posted on the day
      * with no closing row of its own was never proven.
       PROVE-ONE-CURRENCY.
           IF WS-CCY-CLOSE-KNOWN (WS-CCY-IX) NOT = 'Y'
             DISPLAY 'PROCARCH: ' WS-CCY-CODE (WS-CCY-IX)
                     ' NO CLOSING POSITION AT ' HV-BRANCH-SORTCODE
                     ' ' HV-DAY-TEXT
             MOVE 'N' TO WS-DAY-ELIGIBLE
             MOVE 'NO CLOSING POSITION - NOT PROVEN'
                TO WS-HOLD-REASON
             GO TO PROVE-ONE-CURRENCY-END
           END-IF.

           IF WS-CCY-OPENING (WS-CCY-IX)
              + WS-CCY-MOVEMENTS (WS-CCY-IX)
              - WS-CCY-DELETIONS (WS-CCY-IX)
                 NOT = WS-CCY-CLOSING (WS-CCY-IX)
             DISPLAY 'PROCARCH: ' WS-CCY-CODE (WS-CCY-IX)
                     ' OUT OF BALANCE AT ' HV-BRANCH-SORTCODE
                     ' ' HV-DAY-TEXT
             MOVE 'N' TO WS-DAY-ELIGIBLE
             MOVE 'DAY OUT OF BALANCE - HELD' TO WS-HOLD-REASON
           END-IF.
       PROVE-ONE-CURRENCY-END.

      * PROCEDURE GATHER-DAY-FIGURES
      * Fills the currency table for the day from the stored
      * opening and closing positions and the day's postings. A
      * currency that appears in any of the three gets its row.
       GATHER-DAY-FIGURES.
           MOVE 0 TO WS-CCY-COUNT.
           MOVE 0 TO WS-OPEN-ROWS.
           MOVE 0 TO WS-CLOSE-ROWS.
           MOVE 'Y' TO WS-GATHER-OK.

           EXEC SQL
              OPEN ARCOPN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: UNABLE TO OPEN ARCOPN-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-GATHER-OK
             GO TO GATHER-DAY-FIGURES-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH ARCOPN-CURSOR
                  INTO :HV-CURRENCY, :HV-OPENING-BALANCE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-OPEN-ROWS
               PERFORM FIND-CURRENCY-ENTRY
                  THRU FIND-CURRENCY-ENTRY-END
               MOVE HV-OPENING-BALANCE
                 TO WS-CCY-OPENING (WS-CCY-IX)
               MOVE 'Y' TO WS-CCY-OPEN-KNOWN (WS-CCY-IX)
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE 'N' TO WS-GATHER-OK
           END-IF.
           EXEC SQL
              CLOSE ARCOPN-CURSOR
           END-EXEC.

           EXEC SQL
              OPEN ARCCLS-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: UNABLE TO OPEN ARCCLS-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-GATHER-OK
             GO TO GATHER-DAY-FIGURES-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH ARCCLS-CURSOR
                  INTO :HV-CURRENCY, :HV-CLOSING-BALANCE
             END-EXEC
             IF SQLCODE = 0
               ADD 1 TO WS-CLOSE-ROWS
               PERFORM FIND-CURRENCY-ENTRY
                  THRU FIND-CURRENCY-ENTRY-END
               MOVE HV-CLOSING-BALANCE
                 TO WS-CCY-CLOSING (WS-CCY-IX)
               MOVE 'Y' TO WS-CCY-CLOSE-KNOWN (WS-CCY-IX)
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE 'N' TO WS-GATHER-OK
           END-IF.
           EXEC SQL
              CLOSE ARCCLS-CURSOR
           END-EXEC.

      *
      *    The day's monetary movement, with the ODA deletion
      *    records summed apart because their amount is a balance
      *    leaving the book, not a posting to a live account.
      *
           EXEC SQL
              OPEN ARCMOV-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: UNABLE TO OPEN ARCMOV-CURSOR, '
                     'SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-GATHER-OK
             GO TO GATHER-DAY-FIGURES-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH ARCMOV-CURSOR
                  INTO :HV-CURRENCY, :HV-MOVEMENTS, :HV-DELETIONS
             END-EXEC
             IF SQLCODE = 0
               PERFORM FIND-CURRENCY-ENTRY
                  THRU FIND-CURRENCY-ENTRY-END
               MOVE HV-MOVEMENTS TO WS-CCY-MOVEMENTS (WS-CCY-IX)
               MOVE HV-DELETIONS TO WS-CCY-DELETIONS (WS-CCY-IX)
             END-IF
           END-PERFORM.
           IF SQLCODE NOT = 100
             MOVE 'N' TO WS-GATHER-OK
           END-IF.
           EXEC SQL
              CLOSE ARCMOV-CURSOR
           END-EXEC.
       GATHER-DAY-FIGURES-END.

      * PROCEDURE FIND-CURRENCY-ENTRY
      * Points WS-CCY-IX at HV-CURRENCY's row, adding an empty one
      * the first time the currency is seen. A sort code holding
      * more currencies than the table has rows shares the last
      * row, which then fails to prove and holds the day.
       FIND-CURRENCY-ENTRY.
           MOVE 0 TO WS-CCY-FOUND-IX.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
             IF WS-CCY-CODE (WS-CCY-IX) = HV-CURRENCY
               MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
             END-IF
           END-PERFORM.

           IF WS-CCY-FOUND-IX > 0
             MOVE WS-CCY-FOUND-IX TO WS-CCY-IX
             GO TO FIND-CURRENCY-ENTRY-END
           END-IF.

           IF WS-CCY-COUNT >= WS-CCY-LIMIT
             DISPLAY 'PROCARCH: TOO MANY CURRENCIES AT '
                     HV-BRANCH-SORTCODE ' - ' HV-CURRENCY
             MOVE WS-CCY-LIMIT TO WS-CCY-IX
             GO TO FIND-CURRENCY-ENTRY-END
           END-IF.

           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-IX.
           MOVE HV-CURRENCY TO WS-CCY-CODE (WS-CCY-IX).
           MOVE 'N' TO WS-CCY-OPEN-KNOWN (WS-CCY-IX).
           MOVE 'N' TO WS-CCY-CLOSE-KNOWN (WS-CCY-IX).
           MOVE 0 TO WS-CCY-OPENING (WS-CCY-IX).
           MOVE 0 TO WS-CCY-MOVEMENTS (WS-CCY-IX).
           MOVE 0 TO WS-CCY-DELETIONS (WS-CCY-IX).
           MOVE 0 TO WS-CCY-CLOSING (WS-CCY-IX).
       FIND-CURRENCY-ENTRY-END.

      * PROCEDURE CHECK-STATEMENT-RULE
      * A row whose live account has not yet been statemented past
           MOVE 'N' TO WS-END-OF-ROWS.
           MOVE 0 TO WS-DAY-ROWS.

           IF WS-DAY-INT > HV-BRANCH-ARCH-THRU
             PERFORM COUNT-HELD-ROWS THRU COUNT-HELD-ROWS-END
           END-IF.

           EXEC SQL
              OPEN ARCROW-CURSOR
           END-EXEC.
                       :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                       :HV-PROCTRAN-REF, :HV-PROCTRAN-TYPE,
                       :HV-PROCTRAN-DESC, :HV-PROCTRAN-AMOUNT,
                       :HV-PROCTRAN-BALANCE, :HV-PROCTRAN-VALUE-DATE
             END-EXEC
             IF SQLCODE = 0
               PERFORM WRITE-UNLOAD-RECORD
                DELETE FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                   AND PROCTRAN_DATE = :HV-DAY-TEXT
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LEGAL_HOLD
                        WHERE LEGAL_HOLD_STATUS = 'A'
                          AND LEGAL_HOLD_SORTCODE = PROCTRAN_SORTCODE
                          AND (LEGAL_HOLD_CUSTNO IN
                                 (SELECT ACCOUNT_CUSTOMER_NUMBER
                                    FROM ACCOUNT
                                   WHERE ACCOUNT_SORTCODE
                                            = PROCTRAN_SORTCODE
                                     AND ACCOUNT_NUMBER
                                            = PROCTRAN_NUMBER)
                           OR LEGAL_HOLD_CUSTNO IN
                                 (SELECT ACCOUNT_OWNER_CUSTOMER
                                    FROM ACCOUNT_OWNER
                                   WHERE ACCOUNT_OWNER_SORTCODE
                                            = PROCTRAN_SORTCODE
                                     AND ACCOUNT_OWNER_NUMBER
                                            = PROCTRAN_NUMBER)
                           OR LEGAL_HOLD_CUSTNO IN
                                 (SELECT ACCOUNT_CUSTOMER_NUMBER
                                    FROM ACCOUNT_ARCHIVE
                                   WHERE ACCOUNT_SORTCODE
                                            = PROCTRAN_SORTCODE
                                     AND ACCOUNT_NUMBER
                                            = PROCTRAN_NUMBER)
                           OR (PROCTRAN_NUMBER = '00000000'
                          AND  LEGAL_HOLD_CUSTNO
                                  = SUBSTR(PROCTRAN_DESC, 7, 10))))
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'PROCARCH: DAY DELETE FAILED, SQLCODE='
                       SQLCODE-DISPLAY
             EXEC SQL
                COMMIT WORK
             END-EXEC
             ADD WS-DAY-ROWS TO WS-ROWS-ARCHIVED
             MOVE WS-DAY-ROWS TO WS-RPT-ROWS
             IF WS-DAY-INT > HV-BRANCH-ARCH-THRU
               ADD 1 TO WS-DAYS-ARCHIVED
               MOVE 'ARCHIVED' TO WS-HOLD-REASON
               MOVE WS-DAY-INT TO HV-BRANCH-ARCH-THRU
             ELSE
               MOVE 'HOLD LIFTED - ARCHIVED' TO WS-HOLD-REASON
             END-IF
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
             PERFORM REPORT-HELD-ROWS THRU REPORT-HELD-ROWS-END
           ELSE
             EXEC SQL
                ROLLBACK WORK
           MOVE HV-PROCTRAN-DESC TO WS-UNL-DESC.
           MOVE HV-PROCTRAN-AMOUNT TO WS-UNL-AMOUNT.
           MOVE HV-PROCTRAN-BALANCE TO WS-UNL-BALANCE.
           MOVE HV-PROCTRAN-VALUE-DATE TO WS-UNL-VALUE-DATE.

           MOVE SPACES TO PARC-OUT-RECORD.
           MOVE WS-UNLOAD-RECORD TO PARC-OUT-RECORD.
             GO TO ADVANCE-ARCHIVE-MARKER-END
           END-IF.

      *
      *    Archiving the lifted-hold rows of a day already passed
      *    never moves the marker back.
      *
           IF WS-DAY-INT > HV-BRANCH-ARCH-THRU
             MOVE WS-DAY-INT TO HV-ARCH-THRU-DATE
           ELSE
             MOVE HV-BRANCH-ARCH-THRU TO HV-ARCH-THRU-DATE
           END-IF.

           EXEC SQL
              INSERT INTO PTRAN_ARCHIVE_CONTROL
           END-IF.
       ADVANCE-ARCHIVE-MARKER-END.

      * PROCEDURE COUNT-HELD-ROWS
      * How many of the day's live rows belong to a customer under
      * an active LEGAL_HOLD, and how many do not. A failed count
      * is taken as every row held, so nothing is archived on it.
       COUNT-HELD-ROWS.
           MOVE 0 TO HV-HELD-ROW-COUNT.
           MOVE 0 TO HV-FREE-ROW-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-HELD-ROW-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                 AND PROCTRAN_DATE = :HV-DAY-TEXT
                 AND EXISTS
                     (SELECT 1
                        FROM LEGAL_HOLD
                       WHERE LEGAL_HOLD_STATUS = 'A'
                         AND LEGAL_HOLD_SORTCODE = PROCTRAN_SORTCODE
                         AND (LEGAL_HOLD_CUSTNO IN
                                (SELECT ACCOUNT_CUSTOMER_NUMBER
                                   FROM ACCOUNT
                                  WHERE ACCOUNT_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND ACCOUNT_NUMBER
                                           = PROCTRAN_NUMBER)
                          OR LEGAL_HOLD_CUSTNO IN
                                (SELECT ACCOUNT_OWNER_CUSTOMER
                                   FROM ACCOUNT_OWNER
                                  WHERE ACCOUNT_OWNER_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND ACCOUNT_OWNER_NUMBER
                                           = PROCTRAN_NUMBER)
                          OR LEGAL_HOLD_CUSTNO IN
                                (SELECT ACCOUNT_CUSTOMER_NUMBER
                                   FROM ACCOUNT_ARCHIVE
                                  WHERE ACCOUNT_SORTCODE
                                           = PROCTRAN_SORTCODE
                                    AND ACCOUNT_NUMBER
                                           = PROCTRAN_NUMBER)
                          OR (PROCTRAN_NUMBER = '00000000'
                         AND  LEGAL_HOLD_CUSTNO
                                 = SUBSTR(PROCTRAN_DESC, 7, 10))))
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: LEGAL HOLD COUNT FAILED FOR '
                     HV-BRANCH-SORTCODE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'N' TO WS-DAY-OK
             GO TO COUNT-HELD-ROWS-END
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-FREE-ROW-COUNT
                FROM PROCTRAN
               WHERE PROCTRAN_SORTCODE = :HV-BRANCH-SORTCODE
                 AND PROCTRAN_DATE = :HV-DAY-TEXT
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'PROCARCH: DAY ROW COUNT FAILED FOR '
                     HV-BRANCH-SORTCODE ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 0 TO HV-FREE-ROW-COUNT
             MOVE 'N' TO WS-DAY-OK
             GO TO COUNT-HELD-ROWS-END
           END-IF.

           COMPUTE HV-FREE-ROW-COUNT =
              HV-FREE-ROW-COUNT - HV-HELD-ROW-COUNT.
       COUNT-HELD-ROWS-END.

      * PROCEDURE REPORT-HELD-ROWS
      * One report line for the day's rows kept live under a legal
      * hold, when there are any.
       REPORT-HELD-ROWS.
           IF HV-HELD-ROW-COUNT > 0
             ADD HV-HELD-ROW-COUNT TO WS-ROWS-HELD
             MOVE HV-HELD-ROW-COUNT TO WS-RPT-ROWS
             MOVE 'LEGAL HOLD - ROWS KEPT LIVE' TO WS-HOLD-REASON
             PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-END
           END-IF.
       REPORT-HELD-ROWS-END.

      * PROCEDURE WRITE-REPORT-LINE
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-SCODE.
           MOVE HV-BRANCH-SORTCODE TO WS-RPT-SCODE.
           MOVE WS-DAY-INT TO WS-DAY-DISPLAY.
           MOVE WS-DAY-DISPLAY TO WS-RPT-DAY.
           IF NOT REASON-SHOWS-ROWS
             MOVE 0 TO WS-RPT-ROWS
           END-IF.
           MOVE WS-HOLD-REASON TO WS-RPT-VERDICT.

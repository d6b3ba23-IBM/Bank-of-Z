       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORTSCRN.

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
      * Mortality and gone-away screening import.
      *
      * Reads the data supplier's monthly screening file (MORTSCIN)
      * - an 'H' header naming the supplier and the month, one 'D'
      * detail per reported death and one 'G' detail per reported
      * gone-away, each carrying the person's last name, first
      * name, date of birth (DDMMYYYY, the way CUSTOMER holds it),
      * postcode, the date of death or of the move, and the
      * supplier's reference; and a 'T' trailer carrying the 'D'
      * and 'G' counts. A file that does not agree with its trailer
      * is rejected whole (the DDCOLL convention).
      *
      * Each record is matched against CUSTOMER on last name, date
      * of birth and postcode - the home postcode, or the mailing
      * postcode where one is in use - skipping customers already
      * DECEASED:
      *
      *   - a STRONG match (last name, first name, date of birth
      *     and postcode all agree) with exactly one customer raises
      *     a candidate for staff to confirm. A death becomes a
      *     DECEASED_NOTICE row with STATUS 'S', which UPDCUST
      *     confirms when the customer is set to DECEASED; a
      *     gone-away becomes a CONTACT_STATUS 'POST' row in state
      *     SCREEN, which CONTFLAG confirms to FAILED. Nothing here
      *     touches CUSTOMER_STATUS, and an unconfirmed candidate
      *     suppresses nothing - once confirmed, MKTEXTR, LTRGEN and
      *     the other postal runs stop writing to the customer on
      *     their next run;
      *
      *   - a WEAKER match (last name and date of birth, or last
      *     name, postcode and first initial), or a strong match
      *     that hits more than one customer, raises nothing and
      *     goes on the review report for staff to look into.
      *
      * A customer who already holds a notice or a POST row is not
      * raised again, so a rerun of the same file adds nothing. One
      * record per unit of work. The report (MORTRPT) lists every
      * candidate raised and every weaker match, then the file's
      * totals; return code 4 when anything needs review.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORT-SCR-FILE ASSIGN TO MORTSCIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT MORT-RPT-FILE ASSIGN TO MORTRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MORT-SCR-FILE
           RECORDING MODE IS F.
       01  MORT-SCR-RECORD               PIC X(150).

       FD  MORT-RPT-FILE
           RECORDING MODE IS F.
       01  MORT-RPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * DECEASED_NOTICE DB2 copybook - death candidates are raised
      * here for staff to confirm
           EXEC SQL
              INCLUDE DECNTDB2
           END-EXEC.

      * CONTACT_STATUS DB2 copybook - gone-away candidates are
      * raised here for staff to confirm
           EXEC SQL
              INCLUDE CONSTDB2
           END-EXEC.

       77  HV-STRONG-COUNT           PIC S9(9) COMP    VALUE 0.
       77  HV-HELD-COUNT             PIC S9(9) COMP    VALUE 0.

      * Screening record host variables for DB2
       01  HOST-SCREEN-ROW.
           03  HV-SCR-LAST-NAME          PIC X(50).
           03  HV-SCR-FIRST-NAME         PIC X(50).
           03  HV-SCR-FIRST-INITIAL      PIC X.
           03  HV-SCR-DOB                PIC S9(9) COMP.
           03  HV-SCR-POSTCODE           PIC X(10).

      * CUSTOMER host variables for DB2
       01  HOST-CUSTOMER-ROW.
           03  HV-CUSTOMER-SORTCODE      PIC X(6).
           03  HV-CUSTOMER-NUMBER        PIC X(10).
           03  HV-CUSTOMER-FIRST-NAME    PIC X(50).
           03  HV-CUSTOMER-LAST-NAME     PIC X(50).
           03  HV-CUSTOMER-DOB           PIC S9(9) COMP.
           03  HV-CUSTOMER-POSTCODE      PIC X(10).
           03  HV-CUSTOMER-MAIL-IND      PIC X.
           03  HV-CUSTOMER-MAIL-POSTCD   PIC X(10).

      * DECEASED_NOTICE host variables for DB2
       01  HOST-DECEASED-NOTICE-ROW.
           03  HV-DECNT-NOTIFIED-BY      PIC X(50).
           03  HV-DECNT-DATE             PIC X(10).

      * CONTACT_STATUS host variables for DB2
       01  HOST-CONTACT-STATUS-ROW.
           03  HV-CONST-DATE             PIC X(10).

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
      * The run date, taken from the BANKING_DATE business date
      * with the CURRENT DATE fallback.
      *
       01  BNKDATE-PROGRAM           PIC X(8) VALUE 'BNKDATE'.
       01  BNKDATE-COMMAREA.
           COPY BNKDATE.

       01  WS-CURRENT-DATE           PIC X(10).
       01  WS-CURRENT-DATE-GRP REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-DATE-YYYY     PIC 9(4).
           05  FILLER                PIC X.
           05  WS-CURR-DATE-MM       PIC 99.
           05  FILLER                PIC X.
           05  WS-CURR-DATE-DD       PIC 99.

       01  WS-FLAG-DATE-X.
           05  WS-FLG-DATE-DD-X      PIC XX.
           05  FILLER                PIC X VALUE '/'.
           05  WS-FLG-DATE-MM-X      PIC XX.
           05  FILLER                PIC X VALUE '/'.
           05  WS-FLG-DATE-YYYY-X    PIC X(4).

      *
      * The screening file layouts - an 'H' header, one 'D' (death)
      * or 'G' (gone-away) detail per person reported, closed by a
      * 'T' control trailer.
      *
       01  WS-SCREEN-DETAIL.
           05  WS-SCR-REC-TYPE       PIC X.
               88  SCR-DECEASED      VALUE 'D'.
               88  SCR-GONE-AWAY     VALUE 'G'.
           05  WS-SCR-SUPPLIER-REF   PIC X(12).
           05  WS-SCR-LAST-NAME      PIC X(30).
           05  WS-SCR-FIRST-NAME     PIC X(30).
           05  WS-SCR-DOB            PIC 9(8).
           05  WS-SCR-POSTCODE       PIC X(10).
           05  WS-SCR-EVENT-DATE     PIC 9(8).
           05  WS-SCR-EVENT-DATE-GRP REDEFINES WS-SCR-EVENT-DATE.
               07  WS-SCR-EVENT-DD   PIC XX.
               07  WS-SCR-EVENT-MM   PIC XX.
               07  WS-SCR-EVENT-YYYY PIC X(4).
           05  FILLER                PIC X(51).

       01  WS-SCREEN-HEADER REDEFINES WS-SCREEN-DETAIL.
           05  FILLER                PIC X.
           05  WS-SCR-HDR-SUPPLIER   PIC X(8).
           05  WS-SCR-HDR-MONTH      PIC 9(6).
           05  WS-SCR-HDR-CREATED    PIC 9(8).
           05  FILLER                PIC X(127).

       01  WS-SCREEN-TRAILER REDEFINES WS-SCREEN-DETAIL.
           05  FILLER                PIC X.
           05  WS-SCR-TRL-DECEASED   PIC 9(8).
           05  WS-SCR-TRL-GONE-AWAY  PIC 9(8).
           05  FILLER                PIC X(133).

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(46)
               VALUE 'MORTALITY AND GONE-AWAY SCREENING - SUPPLIER '.
           05  WS-TTL-SUPPLIER       PIC X(8).
           05  FILLER                PIC X(8)  VALUE '  MONTH '.
           05  WS-TTL-MONTH          PIC 9(6).

       01  WS-MATCH-HEADING.
           05  FILLER                PIC X(48)
               VALUE 'REPORTED   SUPPLIER REF  CUSTOMER           NAME'.
           05  FILLER                PIC X(48)
               VALUE '                            DOB       POSTCODE  '.
           05  FILLER                PIC X(36)
               VALUE '  MATCHED ON    ACTION'.

       01  WS-MATCH-LINE.
           05  WS-MTC-KIND           PIC X(9).
           05  FILLER                PIC X(2).
           05  WS-MTC-SUPPLIER-REF   PIC X(12).
           05  FILLER                PIC X(2).
           05  WS-MTC-SCODE          PIC X(6).
           05  WS-MTC-SLASH          PIC X.
           05  WS-MTC-CUSTNO         PIC X(10).
           05  FILLER                PIC X(2).
           05  WS-MTC-NAME           PIC X(30).
           05  FILLER                PIC X(2).
           05  WS-MTC-DOB            PIC 9(8).
           05  FILLER                PIC X(2).
           05  WS-MTC-POSTCODE       PIC X(10).
           05  FILLER                PIC X(2).
           05  WS-MTC-BASIS          PIC X(12).
           05  FILLER                PIC X(2).
           05  WS-MTC-ACTION         PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL          PIC X(40).
           05  WS-TOT-COUNT          PIC ZZZZZZZ9.

       77  WS-END-OF-INPUT           PIC X             VALUE 'N'.
           88  END-OF-INPUT          VALUE 'Y'.
       77  WS-END-OF-CURSOR          PIC X             VALUE 'N'.
           88  END-OF-CURSOR         VALUE 'Y'.
       77  WS-HEADER-SEEN            PIC X             VALUE 'N'.
       77  WS-TRAILER-SEEN           PIC X             VALUE 'N'.
       77  WS-FILE-IN-BALANCE        PIC X             VALUE 'N'.
       77  WS-HIT-DOB                PIC X             VALUE 'N'.
       77  WS-HIT-POSTCODE           PIC X             VALUE 'N'.
       77  WS-HIT-FIRST-NAME         PIC X             VALUE 'N'.
       77  WS-HIT-FIRST-INITIAL      PIC X             VALUE 'N'.
       77  WS-BASIS-PTR              PIC 9(4)  COMP    VALUE 0.
       77  WS-ACTION-TEXT            PIC X(20)         VALUE SPACES.
       77  WS-DECEASED-READ          PIC 9(8)  COMP    VALUE 0.
       77  WS-GONE-AWAY-READ         PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-READ             PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEMS-UNMATCHED        PIC 9(8)  COMP    VALUE 0.
       77  WS-ITEM-LINES             PIC 9(8)  COMP    VALUE 0.
       77  WS-DECEASED-RAISED        PIC 9(8)  COMP    VALUE 0.
       77  WS-GONE-AWAY-RAISED       PIC 9(8)  COMP    VALUE 0.
       77  WS-ALREADY-HELD           PIC 9(8)  COMP    VALUE 0.
       77  WS-REVIEW-LINES           PIC 9(8)  COMP    VALUE 0.
       77  WS-RAISE-FAILURES         PIC 9(8)  COMP    VALUE 0.
       77  WS-RECS-DISPLAY           PIC 9(8).

      * Every live customer the record could be - same last name,
      * and the same date of birth or the same postcode. Held over
      * the commit of a candidate raised part way through.
           EXEC SQL
              DECLARE MATCH-CURSOR CURSOR WITH HOLD FOR
                 SELECT CUSTOMER_SORTCODE,
                        CUSTOMER_NUMBER,
                        CUSTOMER_FIRST_NAME,
                        CUSTOMER_LAST_NAME,
                        CUSTOMER_DATE_OF_BIRTH,
                        CUSTOMER_POSTCODE,
                        COALESCE(CUSTOMER_MAIL_ADDR_IND, 'N'),
                        COALESCE(CUSTOMER_MAIL_POSTCODE, ' ')
                   FROM CUSTOMER
                  WHERE CUSTOMER_LAST_NAME = :HV-SCR-LAST-NAME
                    AND COALESCE(CUSTOMER_STATUS, ' ') <> 'DECEASED'
                    AND ( CUSTOMER_DATE_OF_BIRTH = :HV-SCR-DOB
                       OR CUSTOMER_POSTCODE = :HV-SCR-POSTCODE
                       OR CUSTOMER_MAIL_POSTCODE = :HV-SCR-POSTCODE )
                  ORDER BY CUSTOMER_SORTCODE, CUSTOMER_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       BEGIN.

           MOVE 'MORTSCRN' TO BREG-JOB.
           SET BREG-REGISTER-START TO TRUE.
           MOVE 0 TO BREG-ROWS.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.

           EXEC SQL
              SELECT CURRENT DATE
                INTO :WS-CURRENT-DATE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           INITIALIZE BNKDATE-COMMAREA.
           SET BNKD-GET-DATES TO TRUE.
           CALL BNKDATE-PROGRAM USING BNKDATE-COMMAREA.
           IF BNKD-OK
             MOVE BNKD-BUSINESS-ISO TO WS-CURRENT-DATE
           END-IF.

           MOVE WS-CURR-DATE-DD TO WS-FLG-DATE-DD-X.
           MOVE WS-CURR-DATE-MM TO WS-FLG-DATE-MM-X.
           MOVE WS-CURR-DATE-YYYY TO WS-FLG-DATE-YYYY-X.

           PERFORM PROVE-SCREENING-FILE
              THRU PROVE-SCREENING-FILE-END.

           IF WS-FILE-IN-BALANCE NOT = 'Y'
             DISPLAY 'MORTSCRN: SCREENING FILE REJECTED - SEE ABOVE'
             MOVE 12 TO RETURN-CODE
             SET BREG-REGISTER-END TO TRUE
             MOVE WS-ITEMS-READ TO BREG-ROWS
             MOVE RETURN-CODE TO BREG-RC
             CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA
             STOP RUN
           END-IF.

           OPEN INPUT MORT-SCR-FILE.
           OPEN OUTPUT MORT-RPT-FILE.

           MOVE SPACES TO MORT-RPT-RECORD.
           MOVE WS-TITLE-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE SPACES TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.
           MOVE WS-MATCH-HEADING TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 0 TO WS-ITEMS-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ MORT-SCR-FILE INTO WS-SCREEN-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   IF SCR-DECEASED OR SCR-GONE-AWAY
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM SCREEN-ONE-RECORD
                        THRU SCREEN-ONE-RECORD-END
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE MORT-SCR-FILE.

           PERFORM WRITE-SCREENING-TOTALS
              THRU WRITE-SCREENING-TOTALS-END.

           CLOSE MORT-RPT-FILE.

           IF WS-REVIEW-LINES > 0 OR WS-RAISE-FAILURES > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ITEMS-READ TO WS-RECS-DISPLAY.
           DISPLAY 'MORTSCRN: RECORDS READ        = ' WS-RECS-DISPLAY.
           MOVE WS-DECEASED-RAISED TO WS-RECS-DISPLAY.
           DISPLAY 'MORTSCRN: DEATHS RAISED       = ' WS-RECS-DISPLAY.
           MOVE WS-GONE-AWAY-RAISED TO WS-RECS-DISPLAY.
           DISPLAY 'MORTSCRN: GONE-AWAYS RAISED   = ' WS-RECS-DISPLAY.
           MOVE WS-REVIEW-LINES TO WS-RECS-DISPLAY.
           DISPLAY 'MORTSCRN: MATCHES FOR REVIEW  = ' WS-RECS-DISPLAY.
           MOVE WS-ITEMS-UNMATCHED TO WS-RECS-DISPLAY.
           DISPLAY 'MORTSCRN: RECORDS UNMATCHED   = ' WS-RECS-DISPLAY.

           SET BREG-REGISTER-END TO TRUE.
           MOVE WS-ITEMS-READ TO BREG-ROWS.
           MOVE RETURN-CODE TO BREG-RC.
           CALL BATCHREG-PROGRAM USING BATCHREG-COMMAREA.
           STOP RUN.

      * PROCEDURE PROVE-SCREENING-FILE
      * Counts the deaths and gone-aways and checks them against
      * the trailer. The header is kept for the report title.
       PROVE-SCREENING-FILE.
           OPEN INPUT MORT-SCR-FILE.

           MOVE 'N' TO WS-END-OF-INPUT.
           MOVE 'N' TO WS-HEADER-SEEN.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-ITEMS-READ.
           MOVE 0 TO WS-DECEASED-READ.
           MOVE 0 TO WS-GONE-AWAY-READ.

           PERFORM WITH TEST BEFORE UNTIL END-OF-INPUT
             READ MORT-SCR-FILE INTO WS-SCREEN-DETAIL
                AT END
                   MOVE 'Y' TO WS-END-OF-INPUT
                NOT AT END
                   EVALUATE WS-SCR-REC-TYPE
                     WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE WS-SCR-HDR-SUPPLIER TO WS-TTL-SUPPLIER
                       MOVE WS-SCR-HDR-MONTH TO WS-TTL-MONTH
                     WHEN 'D'
                       ADD 1 TO WS-ITEMS-READ
                       ADD 1 TO WS-DECEASED-READ
                     WHEN 'G'
                       ADD 1 TO WS-ITEMS-READ
                       ADD 1 TO WS-GONE-AWAY-READ
                     WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF WS-SCR-TRL-DECEASED = WS-DECEASED-READ
                          AND WS-SCR-TRL-GONE-AWAY = WS-GONE-AWAY-READ
                         MOVE 'Y' TO WS-FILE-IN-BALANCE
                       ELSE
                         DISPLAY 'MORTSCRN: TRAILER COUNTS DO NOT '
                                 'AGREE WITH DETAILS'
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE MORT-SCR-FILE.

           IF WS-HEADER-SEEN NOT = 'Y'
             DISPLAY 'MORTSCRN: NO HEADER ON SCREENING FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'MORTSCRN: NO CONTROL TRAILER ON SCREENING FILE'
             MOVE 'N' TO WS-FILE-IN-BALANCE
           END-IF.
       PROVE-SCREENING-FILE-END.

      * PROCEDURE SCREEN-ONE-RECORD
      * A single strong match raises a candidate; every other
      * customer the record could be goes on the report for review.
       SCREEN-ONE-RECORD.
           INITIALIZE HOST-SCREEN-ROW.
           MOVE WS-SCR-LAST-NAME TO HV-SCR-LAST-NAME.
           MOVE WS-SCR-FIRST-NAME TO HV-SCR-FIRST-NAME.
           MOVE WS-SCR-FIRST-NAME (1:1) TO HV-SCR-FIRST-INITIAL.
           MOVE WS-SCR-DOB TO HV-SCR-DOB.
           MOVE WS-SCR-POSTCODE TO HV-SCR-POSTCODE.
           MOVE 0 TO WS-ITEM-LINES.

           MOVE 0 TO HV-STRONG-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-STRONG-COUNT
                FROM CUSTOMER
               WHERE CUSTOMER_LAST_NAME = :HV-SCR-LAST-NAME
                 AND CUSTOMER_FIRST_NAME = :HV-SCR-FIRST-NAME
                 AND CUSTOMER_DATE_OF_BIRTH = :HV-SCR-DOB
                 AND COALESCE(CUSTOMER_STATUS, ' ') <> 'DECEASED'
                 AND ( CUSTOMER_POSTCODE = :HV-SCR-POSTCODE
                    OR ( CUSTOMER_MAIL_ADDR_IND = 'Y'
                     AND CUSTOMER_MAIL_POSTCODE = :HV-SCR-POSTCODE ) )
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MORTSCRN: MATCH CHECK FAILED FOR '
                     WS-SCR-SUPPLIER-REF ' SQLCODE=' SQLCODE-DISPLAY
             ADD 1 TO WS-RAISE-FAILURES
             GO TO SCREEN-ONE-RECORD-END
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.

           EXEC SQL
              OPEN MATCH-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MORTSCRN: MATCH-CURSOR OPEN FAILED, SQLCODE='
                     SQLCODE-DISPLAY
             ADD 1 TO WS-RAISE-FAILURES
             GO TO SCREEN-ONE-RECORD-END
           END-IF.

           PERFORM WITH TEST BEFORE UNTIL END-OF-CURSOR
             EXEC SQL
                FETCH MATCH-CURSOR
                 INTO :HV-CUSTOMER-SORTCODE,
                      :HV-CUSTOMER-NUMBER,
                      :HV-CUSTOMER-FIRST-NAME,
                      :HV-CUSTOMER-LAST-NAME,
                      :HV-CUSTOMER-DOB,
                      :HV-CUSTOMER-POSTCODE,
                      :HV-CUSTOMER-MAIL-IND,
                      :HV-CUSTOMER-MAIL-POSTCD
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 PERFORM CLASSIFY-ONE-MATCH
                    THRU CLASSIFY-ONE-MATCH-END
               WHEN 100
                 MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'MORTSCRN: MATCH-CURSOR FETCH FAILED, '
                         'SQLCODE=' SQLCODE-DISPLAY
                 ADD 1 TO WS-RAISE-FAILURES
                 MOVE 'Y' TO WS-END-OF-CURSOR
             END-EVALUATE
           END-PERFORM.

           EXEC SQL
              CLOSE MATCH-CURSOR
           END-EXEC.

           IF WS-ITEM-LINES = 0
             ADD 1 TO WS-ITEMS-UNMATCHED
           END-IF.
       SCREEN-ONE-RECORD-END.

      * PROCEDURE CLASSIFY-ONE-MATCH
      * Works out which of the details agree. All four with the
      * only such customer is a candidate; last name and date of
      * birth, or last name, postcode and first initial, is worth a
      * look; anything less is a coincidence of surname and street.
       CLASSIFY-ONE-MATCH.
           MOVE 'N' TO WS-HIT-DOB.
           MOVE 'N' TO WS-HIT-POSTCODE.
           MOVE 'N' TO WS-HIT-FIRST-NAME.
           MOVE 'N' TO WS-HIT-FIRST-INITIAL.

           IF HV-CUSTOMER-DOB = HV-SCR-DOB
             MOVE 'Y' TO WS-HIT-DOB
           END-IF.

           IF HV-CUSTOMER-POSTCODE = HV-SCR-POSTCODE
             MOVE 'Y' TO WS-HIT-POSTCODE
           END-IF.

           IF HV-CUSTOMER-MAIL-IND = 'Y'
              AND HV-CUSTOMER-MAIL-POSTCD = HV-SCR-POSTCODE
             MOVE 'Y' TO WS-HIT-POSTCODE
           END-IF.

           IF HV-CUSTOMER-FIRST-NAME = HV-SCR-FIRST-NAME
             MOVE 'Y' TO WS-HIT-FIRST-NAME
           END-IF.

           IF HV-CUSTOMER-FIRST-NAME (1:1) = HV-SCR-FIRST-INITIAL
             MOVE 'Y' TO WS-HIT-FIRST-INITIAL
           END-IF.

           IF WS-HIT-DOB NOT = 'Y'
              AND (WS-HIT-POSTCODE NOT = 'Y'
                   OR WS-HIT-FIRST-INITIAL NOT = 'Y')
             GO TO CLASSIFY-ONE-MATCH-END
           END-IF.

           IF WS-HIT-DOB = 'Y' AND WS-HIT-POSTCODE = 'Y'
              AND WS-HIT-FIRST-NAME = 'Y'
             IF HV-STRONG-COUNT = 1
               PERFORM RAISE-CANDIDATE THRU RAISE-CANDIDATE-END
             ELSE
               MOVE 'REVIEW - MORE THAN 1' TO WS-ACTION-TEXT
               ADD 1 TO WS-REVIEW-LINES
             END-IF
           ELSE
             MOVE 'REVIEW - WEAK MATCH' TO WS-ACTION-TEXT
             ADD 1 TO WS-REVIEW-LINES
           END-IF.

           PERFORM WRITE-MATCH-LINE THRU WRITE-MATCH-LINE-END.
       CLASSIFY-ONE-MATCH-END.

      * PROCEDURE RAISE-CANDIDATE
      * A customer who already holds a notice (or a POST row, for
      * a gone-away) is left as they are - a rerun adds nothing and
      * a confirmed flag is never turned back into a candidate.
       RAISE-CANDIDATE.
           MOVE 0 TO HV-HELD-COUNT.

           IF SCR-DECEASED
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-HELD-COUNT
                  FROM DECEASED_NOTICE
                 WHERE DECEASED_NOTICE_SORTCODE = :HV-CUSTOMER-SORTCODE
                   AND DECEASED_NOTICE_NUMBER = :HV-CUSTOMER-NUMBER
             END-EXEC
           ELSE
             EXEC SQL
                SELECT COUNT(*)
                  INTO :HV-HELD-COUNT
                  FROM CONTACT_STATUS
                 WHERE CONTACT_STATUS_SORTCODE = :HV-CUSTOMER-SORTCODE
                   AND CONTACT_STATUS_NUMBER = :HV-CUSTOMER-NUMBER
                   AND CONTACT_STATUS_CHANNEL = 'POST'
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MORTSCRN: CANDIDATE CHECK FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             MOVE 'RAISE FAILED' TO WS-ACTION-TEXT
             ADD 1 TO WS-RAISE-FAILURES
             GO TO RAISE-CANDIDATE-END
           END-IF.

           IF HV-HELD-COUNT > 0
             MOVE 'ALREADY HELD' TO WS-ACTION-TEXT
             ADD 1 TO WS-ALREADY-HELD
             GO TO RAISE-CANDIDATE-END
           END-IF.

           IF SCR-DECEASED
      *
      *      The supplier's date of death stands as the notice date;
      *      the run date is used where the supplier has none.
      *
             MOVE SPACES TO HV-DECNT-NOTIFIED-BY
             STRING 'MORTALITY SCREENING ' DELIMITED BY SIZE
                    WS-SCR-SUPPLIER-REF DELIMITED BY SPACE
                INTO HV-DECNT-NOTIFIED-BY
             END-STRING
             IF WS-SCR-EVENT-DATE = 0
               MOVE WS-FLAG-DATE-X TO HV-DECNT-DATE
             ELSE
               MOVE WS-FLAG-DATE-X TO HV-DECNT-DATE
               MOVE WS-SCR-EVENT-DD TO HV-DECNT-DATE (1:2)
               MOVE WS-SCR-EVENT-MM TO HV-DECNT-DATE (4:2)
               MOVE WS-SCR-EVENT-YYYY TO HV-DECNT-DATE (7:4)
             END-IF
             EXEC SQL
                INSERT INTO DECEASED_NOTICE
                       ( DECEASED_NOTICE_SORTCODE,
                         DECEASED_NOTICE_NUMBER,
                         DECEASED_NOTICE_NOTIFIED_BY,
                         DECEASED_NOTICE_DATE,
                         DECEASED_NOTICE_STATUS )
                VALUES ( :HV-CUSTOMER-SORTCODE,
                         :HV-CUSTOMER-NUMBER,
                         :HV-DECNT-NOTIFIED-BY,
                         :HV-DECNT-DATE,
                         'S' )
             END-EXEC
           ELSE
             MOVE WS-FLAG-DATE-X TO HV-CONST-DATE
             EXEC SQL
                INSERT INTO CONTACT_STATUS
                       ( CONTACT_STATUS_SORTCODE,
                         CONTACT_STATUS_NUMBER,
                         CONTACT_STATUS_CHANNEL,
                         CONTACT_STATUS_STATE,
                         CONTACT_STATUS_DATE,
                         CONTACT_STATUS_PROGRAM )
                VALUES ( :HV-CUSTOMER-SORTCODE,
                         :HV-CUSTOMER-NUMBER,
                         'POST',
                         'SCREEN',
                         :HV-CONST-DATE,
                         'MORTSCRN' )
             END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
             MOVE SQLCODE TO SQLCODE-DISPLAY
             DISPLAY 'MORTSCRN: CANDIDATE INSERT FAILED FOR '
                     HV-CUSTOMER-SORTCODE '/' HV-CUSTOMER-NUMBER
                     ' SQLCODE=' SQLCODE-DISPLAY
             EXEC SQL
                ROLLBACK WORK
             END-EXEC
             MOVE 'RAISE FAILED' TO WS-ACTION-TEXT
             ADD 1 TO WS-RAISE-FAILURES
             GO TO RAISE-CANDIDATE-END
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE 'CANDIDATE RAISED' TO WS-ACTION-TEXT.

           IF SCR-DECEASED
             ADD 1 TO WS-DECEASED-RAISED
           ELSE
             ADD 1 TO WS-GONE-AWAY-RAISED
           END-IF.
       RAISE-CANDIDATE-END.

      * PROCEDURE WRITE-MATCH-LINE
       WRITE-MATCH-LINE.
           MOVE SPACES TO WS-MATCH-LINE.

           IF SCR-DECEASED
             MOVE 'DECEASED' TO WS-MTC-KIND
           ELSE
             MOVE 'GONE AWAY' TO WS-MTC-KIND
           END-IF.

           MOVE WS-SCR-SUPPLIER-REF TO WS-MTC-SUPPLIER-REF.
           MOVE HV-CUSTOMER-SORTCODE TO WS-MTC-SCODE.
           MOVE '/' TO WS-MTC-SLASH.
           MOVE HV-CUSTOMER-NUMBER TO WS-MTC-CUSTNO.
           STRING HV-CUSTOMER-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HV-CUSTOMER-LAST-NAME DELIMITED BY '  '
              INTO WS-MTC-NAME
           END-STRING.
           MOVE HV-CUSTOMER-DOB TO WS-MTC-DOB.

           IF HV-CUSTOMER-MAIL-IND = 'Y'
              AND HV-CUSTOMER-MAIL-POSTCD = HV-SCR-POSTCODE
             MOVE HV-CUSTOMER-MAIL-POSTCD TO WS-MTC-POSTCODE
           ELSE
             MOVE HV-CUSTOMER-POSTCODE TO WS-MTC-POSTCODE
           END-IF.

           MOVE 'SN' TO WS-MTC-BASIS.
           MOVE 3 TO WS-BASIS-PTR.
           IF WS-HIT-DOB = 'Y'
             STRING ' DOB' DELIMITED BY SIZE
                INTO WS-MTC-BASIS WITH POINTER WS-BASIS-PTR
             END-STRING
           END-IF.
           IF WS-HIT-POSTCODE = 'Y'
             STRING ' PC' DELIMITED BY SIZE
                INTO WS-MTC-BASIS WITH POINTER WS-BASIS-PTR
             END-STRING
           END-IF.
           IF WS-HIT-FIRST-NAME = 'Y'
             STRING ' FN' DELIMITED BY SIZE
                INTO WS-MTC-BASIS WITH POINTER WS-BASIS-PTR
             END-STRING
           ELSE
             IF WS-HIT-FIRST-INITIAL = 'Y'
               STRING ' FI' DELIMITED BY SIZE
                  INTO WS-MTC-BASIS WITH POINTER WS-BASIS-PTR
               END-STRING
             END-IF
           END-IF.

           MOVE WS-ACTION-TEXT TO WS-MTC-ACTION.

           MOVE WS-MATCH-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.
           ADD 1 TO WS-ITEM-LINES.
       WRITE-MATCH-LINE-END.

      * PROCEDURE WRITE-SCREENING-TOTALS
       WRITE-SCREENING-TOTALS.
           MOVE SPACES TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DEATHS REPORTED' TO WS-TOT-LABEL.
           MOVE WS-DECEASED-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'GONE-AWAYS REPORTED' TO WS-TOT-LABEL.
           MOVE WS-GONE-AWAY-READ TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'DEATH CANDIDATES RAISED' TO WS-TOT-LABEL.
           MOVE WS-DECEASED-RAISED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'GONE-AWAY CANDIDATES RAISED' TO WS-TOT-LABEL.
           MOVE WS-GONE-AWAY-RAISED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'ALREADY HELD - NOT RAISED AGAIN' TO WS-TOT-LABEL.
           MOVE WS-ALREADY-HELD TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'MATCHES FOR REVIEW' TO WS-TOT-LABEL.
           MOVE WS-REVIEW-LINES TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'RECORDS MATCHING NO CUSTOMER' TO WS-TOT-LABEL.
           MOVE WS-ITEMS-UNMATCHED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.

           MOVE 'FAILURES - SEE JOB LOG' TO WS-TOT-LABEL.
           MOVE WS-RAISE-FAILURES TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO MORT-RPT-RECORD.
           WRITE MORT-RPT-RECORD.
       WRITE-SCREENING-TOTALS-END.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program maintains the vulnerability register. Staff
      * used to record a customer's circumstances as free text in
      * CUSTOMER_NOTE, where nothing acted on it; here they record
      * the category (health, bereavement, financial difficulty or
      * accessibility), whether the customer consented to it being
      * recorded, the support agreed and when it is to be reviewed.
      *
      * The support is held as flags the batch honours through
      * VULNCHK: a fee waiver (FEECHARG), a pause in collections
      * contact (ODEXCESS and COLLNITE) and the letter format
      * (large-print or braille templates in LTRGEN and ODEXCESS).
      * Where the customer declined consent only the category and
      * the support are kept - the notes must be blank.
      *
      * One row per customer and category: 'A' records a new
      * category, 'U' replaces the support and review date on an
      * existing one (a review with the customer is an update with
      * the next review date), 'D' removes it and 'L' lists them.
      * The recording operator is captured from EIBOPID the way
      * KYCDOC captures the verifier.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way KYCDOC reports its failures.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * CUSTOMER DB2 copybook - used to confirm the customer exists
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_VULNERABILITY DB2 copybook
           EXEC SQL
              INCLUDE CVULDB2
           END-EXEC.

       01 HOST-VULN-ROW.
          03 HV-VULN-SORTCODE           PIC X(6).
          03 HV-VULN-NUMBER             PIC X(10).
          03 HV-VULN-CATEGORY           PIC X(10).
          03 HV-VULN-CONSENT            PIC X.
          03 HV-VULN-FEE-WAIVE          PIC X.
          03 HV-VULN-COLL-PAUSE         PIC X.
          03 HV-VULN-LETTER-FORMAT      PIC X.
          03 HV-VULN-SUPPORT-NOTES      PIC X(100).
          03 HV-VULN-RECORDED-BY        PIC X(3).
          03 HV-VULN-RECORDED-DATE      PIC S9(9) COMP.
          03 HV-VULN-REVIEW-DATE        PIC S9(9) COMP.

       01 HV-CHECK-COUNT                PIC S9(9) COMP.
       01 HV-TODAY                      PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-RESULT-INDEX               PIC 9(2)  VALUE 0.
       01 WS-EXIT-FETCH                 PIC X     VALUE 'N'.

           EXEC SQL
              DECLARE VULNMNT-CURSOR CURSOR FOR
                 SELECT CUST_VULN_CATEGORY, CUST_VULN_CONSENT,
                        CUST_VULN_FEE_WAIVE, CUST_VULN_COLL_PAUSE,
                        CUST_VULN_LETTER_FORMAT,
                        CUST_VULN_SUPPORT_NOTES,
                        CUST_VULN_RECORDED_BY,
                        CUST_VULN_RECORDED_DATE,
                        CUST_VULN_REVIEW_DATE
                   FROM CUSTOMER_VULNERABILITY
                  WHERE CUST_VULN_SORTCODE = :HV-VULN-SORTCODE
                    AND CUST_VULN_NUMBER = :HV-VULN-NUMBER
                  ORDER BY CUST_VULN_REVIEW_DATE
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY VULNMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'VULNMNT: Action=' COMM-VUL-ACTION
                   ' Customer=' COMM-VUL-SCODE '/' COMM-VUL-CUSTNO

           MOVE 'N' TO COMM-VUL-SUCCESS.
           MOVE ' ' TO COMM-VUL-FAIL-CD.
           MOVE 0 TO COMM-VUL-COUNT.

           IF COMM-VUL-SCODE = SPACES OR COMM-VUL-CUSTNO = SPACES
              MOVE '2' TO COMM-VUL-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE COMM-VUL-SCODE TO HV-VULN-SORTCODE.
           MOVE COMM-VUL-CUSTNO TO HV-VULN-NUMBER.

           EVALUATE TRUE
              WHEN VUL-ACTION-ADD
                 PERFORM ADD-VULNERABILITY
              WHEN VUL-ACTION-UPDATE
                 PERFORM UPDATE-VULNERABILITY
              WHEN VUL-ACTION-DELETE
                 PERFORM DELETE-VULNERABILITY
              WHEN VUL-ACTION-LIST
                 PERFORM LIST-VULNERABILITIES
              WHEN OTHER
                 MOVE '1' TO COMM-VUL-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       ADD-VULNERABILITY SECTION.
       AV010.

           PERFORM VALIDATE-VULNERABILITY.

           IF COMM-VUL-FAIL-CD NOT = ' '
              GO TO AV999
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CHECK-COUNT
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-VULN-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-VULN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO AV999
           END-IF.

           IF HV-CHECK-COUNT = 0
              MOVE '4' TO COMM-VUL-FAIL-CD
              GO TO AV999
           END-IF.

           EXEC SQL
              INSERT INTO CUSTOMER_VULNERABILITY
                     ( CUST_VULN_SORTCODE,
                       CUST_VULN_NUMBER,
                       CUST_VULN_CATEGORY,
                       CUST_VULN_CONSENT,
                       CUST_VULN_FEE_WAIVE,
                       CUST_VULN_COLL_PAUSE,
                       CUST_VULN_LETTER_FORMAT,
                       CUST_VULN_SUPPORT_NOTES,
                       CUST_VULN_RECORDED_BY,
                       CUST_VULN_RECORDED_DATE,
                       CUST_VULN_REVIEW_DATE )
              VALUES ( :HV-VULN-SORTCODE,
                       :HV-VULN-NUMBER,
                       :HV-VULN-CATEGORY,
                       :HV-VULN-CONSENT,
                       :HV-VULN-FEE-WAIVE,
                       :HV-VULN-COLL-PAUSE,
                       :HV-VULN-LETTER-FORMAT,
                       :HV-VULN-SUPPORT-NOTES,
                       :HV-VULN-RECORDED-BY,
                       :HV-VULN-RECORDED-DATE,
                       :HV-VULN-REVIEW-DATE )
           END-EXEC.

           IF SQLCODE = -803
              MOVE '7' TO COMM-VUL-FAIL-CD
              GO TO AV999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT - Register INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO AV999
           END-IF.

           MOVE 'Y' TO COMM-VUL-SUCCESS.

       AV999.
           EXIT.


       UPDATE-VULNERABILITY SECTION.
       UV010.

           PERFORM VALIDATE-VULNERABILITY.

           IF COMM-VUL-FAIL-CD NOT = ' '
              GO TO UV999
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_VULNERABILITY
                 SET CUST_VULN_CONSENT = :HV-VULN-CONSENT,
                     CUST_VULN_FEE_WAIVE = :HV-VULN-FEE-WAIVE,
                     CUST_VULN_COLL_PAUSE = :HV-VULN-COLL-PAUSE,
                     CUST_VULN_LETTER_FORMAT = :HV-VULN-LETTER-FORMAT,
                     CUST_VULN_SUPPORT_NOTES = :HV-VULN-SUPPORT-NOTES,
                     CUST_VULN_RECORDED_BY = :HV-VULN-RECORDED-BY,
                     CUST_VULN_RECORDED_DATE = :HV-VULN-RECORDED-DATE,
                     CUST_VULN_REVIEW_DATE = :HV-VULN-REVIEW-DATE
               WHERE CUST_VULN_SORTCODE = :HV-VULN-SORTCODE
                 AND CUST_VULN_NUMBER = :HV-VULN-NUMBER
                 AND CUST_VULN_CATEGORY = :HV-VULN-CATEGORY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-VUL-FAIL-CD
              GO TO UV999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT - Register UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO UV999
           END-IF.

           MOVE 'Y' TO COMM-VUL-SUCCESS.

       UV999.
           EXIT.


       DELETE-VULNERABILITY SECTION.
       DV010.

           EXEC SQL
              DELETE FROM CUSTOMER_VULNERABILITY
               WHERE CUST_VULN_SORTCODE = :HV-VULN-SORTCODE
                 AND CUST_VULN_NUMBER = :HV-VULN-NUMBER
                 AND CUST_VULN_CATEGORY = :COMM-VUL-CATEGORY
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-VUL-FAIL-CD
              GO TO DV999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT - Register DELETE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO DV999
           END-IF.

           MOVE 'Y' TO COMM-VUL-SUCCESS.

       DV999.
           EXIT.


       VALIDATE-VULNERABILITY SECTION.
       VV010.

      *
      *    The category must be one of the four, the flags 'Y' or
      *    'N' and the format 'S', 'L' or 'B'. Notes without the
      *    customer's consent are refused outright rather than
      *    silently dropped.
      *
           IF NOT VUL-CATEGORY-VALID
              OR (COMM-VUL-CONSENT NOT = 'Y'
                  AND COMM-VUL-CONSENT NOT = 'N')
              OR (COMM-VUL-FEE-WAIVE NOT = 'Y'
                  AND COMM-VUL-FEE-WAIVE NOT = 'N')
              OR (COMM-VUL-COLL-PAUSE NOT = 'Y'
                  AND COMM-VUL-COLL-PAUSE NOT = 'N')
              OR (COMM-VUL-LETTER-FORMAT NOT = 'S'
                  AND COMM-VUL-LETTER-FORMAT NOT = 'L'
                  AND COMM-VUL-LETTER-FORMAT NOT = 'B')
              OR COMM-VUL-REVIEW-DATE NOT NUMERIC
              MOVE '3' TO COMM-VUL-FAIL-CD
              GO TO VV999
           END-IF.

           IF COMM-VUL-CONSENT = 'N'
              AND COMM-VUL-SUPPORT-NOTES NOT = SPACES
              MOVE 'C' TO COMM-VUL-FAIL-CD
              GO TO VV999
           END-IF.

           EXEC SQL
              SELECT YEAR(CURRENT DATE) * 10000
                   + MONTH(CURRENT DATE) * 100
                   + DAY(CURRENT DATE)
                INTO :HV-TODAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO VV999
           END-IF.

           IF COMM-VUL-REVIEW-DATE NOT > HV-TODAY
              MOVE '3' TO COMM-VUL-FAIL-CD
              GO TO VV999
           END-IF.

           MOVE COMM-VUL-CATEGORY TO HV-VULN-CATEGORY.
           MOVE COMM-VUL-CONSENT TO HV-VULN-CONSENT.
           MOVE COMM-VUL-FEE-WAIVE TO HV-VULN-FEE-WAIVE.
           MOVE COMM-VUL-COLL-PAUSE TO HV-VULN-COLL-PAUSE.
           MOVE COMM-VUL-LETTER-FORMAT TO HV-VULN-LETTER-FORMAT.
           MOVE COMM-VUL-SUPPORT-NOTES TO HV-VULN-SUPPORT-NOTES.
           MOVE EIBOPID TO HV-VULN-RECORDED-BY.
           MOVE HV-TODAY TO HV-VULN-RECORDED-DATE.
           MOVE COMM-VUL-REVIEW-DATE TO HV-VULN-REVIEW-DATE.

       VV999.
           EXIT.


       LIST-VULNERABILITIES SECTION.
       LV010.

           MOVE 0 TO WS-RESULT-INDEX.
           MOVE 'N' TO WS-EXIT-FETCH.

           EXEC SQL
              OPEN VULNMNT-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNMNT: Unable to OPEN VULNMNT-CURSOR, '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE '6' TO COMM-VUL-FAIL-CD
              GO TO LV999
           END-IF.

           PERFORM FETCH-NEXT-VULNERABILITY
              UNTIL WS-EXIT-FETCH = 'Y'
                 OR WS-RESULT-INDEX >= 4.

           MOVE WS-RESULT-INDEX TO COMM-VUL-COUNT.

           EXEC SQL
              CLOSE VULNMNT-CURSOR
           END-EXEC.

           MOVE 'Y' TO COMM-VUL-SUCCESS.

       LV999.
           EXIT.


       FETCH-NEXT-VULNERABILITY SECTION.
       FNV010.

           EXEC SQL
              FETCH VULNMNT-CURSOR
                INTO :HV-VULN-CATEGORY, :HV-VULN-CONSENT,
                     :HV-VULN-FEE-WAIVE, :HV-VULN-COLL-PAUSE,
                     :HV-VULN-LETTER-FORMAT,
                     :HV-VULN-SUPPORT-NOTES,
                     :HV-VULN-RECORDED-BY,
                     :HV-VULN-RECORDED-DATE,
                     :HV-VULN-REVIEW-DATE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-RESULT-INDEX
              MOVE HV-VULN-CATEGORY
                 TO COMM-VUL-RES-CATEGORY (WS-RESULT-INDEX)
              MOVE HV-VULN-CONSENT
                 TO COMM-VUL-RES-CONSENT (WS-RESULT-INDEX)
              MOVE HV-VULN-FEE-WAIVE
                 TO COMM-VUL-RES-FEE-WAIVE (WS-RESULT-INDEX)
              MOVE HV-VULN-COLL-PAUSE
                 TO COMM-VUL-RES-COLL-PAUSE (WS-RESULT-INDEX)
              MOVE HV-VULN-LETTER-FORMAT
                 TO COMM-VUL-RES-LETTER-FORMAT (WS-RESULT-INDEX)
              MOVE HV-VULN-SUPPORT-NOTES
                 TO COMM-VUL-RES-SUPPORT-NOTES (WS-RESULT-INDEX)
              MOVE HV-VULN-RECORDED-BY
                 TO COMM-VUL-RES-RECORDED-BY (WS-RESULT-INDEX)
              MOVE HV-VULN-RECORDED-DATE
                 TO COMM-VUL-RES-RECORDED-DATE (WS-RESULT-INDEX)
              MOVE HV-VULN-REVIEW-DATE
                 TO COMM-VUL-RES-REVIEW-DATE (WS-RESULT-INDEX)
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'VULNMNT: FETCH failed, SQLCODE='
                         SQLCODE-DISPLAY
              END-IF
              MOVE 'Y' TO WS-EXIT-FETCH
           END-IF.

       FNV999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.

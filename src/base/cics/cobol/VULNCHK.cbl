       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the one-copy reading of the vulnerability
      * register. Front-line staff used to record a customer's
      * circumstances as free text in CUSTOMER_NOTE, which nothing
      * else read; the support agreed with the customer now sits on
      * CUSTOMER_VULNERABILITY as flags, and the programs that charge
      * fees, chase arrears and write to customers ask here before
      * they act.
      *
      * A customer can have a row per category, so the rows are
      * combined: any row agreeing a fee waiver or a pause in
      * collections contact counts, the most accessible letter
      * format wins (braille over large-print over standard) and
      * the earliest review date is returned. The support stays in
      * force past its review date - lapsing quietly would undo what
      * was agreed - and VULNCHSE chases the review instead.
      *
      * It is a plain subprogram in the BNKDATE style: it GOBACKs
      * rather than EXEC CICS RETURNs, so FEECHARG, ODEXCESS,
      * COLLNITE and LTRGEN CALL it from batch.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNCHK.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * CUSTOMER_VULNERABILITY DB2 copybook
           EXEC SQL
              INCLUDE CVULDB2
           END-EXEC.

       01 HOST-VULN-KEY.
          03 HV-VULN-SORTCODE           PIC X(6).
          03 HV-VULN-NUMBER             PIC X(10).

       01 HOST-VULN-SUMMARY.
          03 HV-VULN-ROWS               PIC S9(9) COMP.
          03 HV-VULN-FEE-WAIVE          PIC X.
          03 HV-VULN-COLL-PAUSE         PIC X.
          03 HV-VULN-FORMAT-RANK        PIC S9(4) COMP.
          03 HV-VULN-REVIEW-DATE        PIC S9(9) COMP.

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY VULNCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           MOVE 'N' TO VULN-SUCCESS.
           MOVE ' ' TO VULN-FAIL-CD.
           MOVE 'N' TO VULN-RECORDED.
           MOVE 'N' TO VULN-FEE-WAIVE.
           MOVE 'N' TO VULN-COLL-PAUSE.
           MOVE 'S' TO VULN-LETTER-FORMAT.
           MOVE 0 TO VULN-REVIEW-DATE.

           IF VULN-SCODE = SPACES OR VULN-CUSTNO = SPACES
              MOVE '2' TO VULN-FAIL-CD
              GOBACK
           END-IF.

           PERFORM READ-SUPPORT-AGREED.

           GOBACK.

       ML999.
           EXIT.


       READ-SUPPORT-AGREED SECTION.
       RSA010.

           MOVE VULN-SCODE TO HV-VULN-SORTCODE.
           MOVE VULN-CUSTNO TO HV-VULN-NUMBER.

      *
      *    MAX over 'Y'/'N' is 'Y' when any row agrees the support;
      *    the format is ranked so that MAX picks the most
      *    accessible one.
      *
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MAX(CUST_VULN_FEE_WAIVE), 'N'),
                     COALESCE(MAX(CUST_VULN_COLL_PAUSE), 'N'),
                     COALESCE(MAX(CASE CUST_VULN_LETTER_FORMAT
                                     WHEN 'B' THEN 2
                                     WHEN 'L' THEN 1
                                     ELSE 0 END), 0),
                     COALESCE(MIN(CUST_VULN_REVIEW_DATE), 0)
                INTO :HV-VULN-ROWS, :HV-VULN-FEE-WAIVE,
                     :HV-VULN-COLL-PAUSE, :HV-VULN-FORMAT-RANK,
                     :HV-VULN-REVIEW-DATE
                FROM CUSTOMER_VULNERABILITY
               WHERE CUST_VULN_SORTCODE = :HV-VULN-SORTCODE
                 AND CUST_VULN_NUMBER = :HV-VULN-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNCHK - Register read failed for '
                      VULN-SCODE '/' VULN-CUSTNO
                      ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '8' TO VULN-FAIL-CD
              GO TO RSA999
           END-IF.

           IF HV-VULN-ROWS > 0
              MOVE 'Y' TO VULN-RECORDED
              MOVE HV-VULN-FEE-WAIVE TO VULN-FEE-WAIVE
              MOVE HV-VULN-COLL-PAUSE TO VULN-COLL-PAUSE
              MOVE HV-VULN-REVIEW-DATE TO VULN-REVIEW-DATE
              EVALUATE HV-VULN-FORMAT-RANK
                 WHEN 2
                    MOVE 'B' TO VULN-LETTER-FORMAT
                 WHEN 1
                    MOVE 'L' TO VULN-LETTER-FORMAT
                 WHEN OTHER
                    MOVE 'S' TO VULN-LETTER-FORMAT
              END-EVALUATE
           END-IF.

           MOVE 'Y' TO VULN-SUCCESS.

       RSA999.
           EXIT.

       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program maintains the LEGAL_HOLD register. When a
      * customer becomes the subject of litigation, a regulatory
      * investigation or a police production order, compliance
      * places a hold here and from then on nothing about the
      * customer is purged, anonymised, merged away or archived -
      * LGLHCHK answers for DELCUS, CUSTMERG, CUSTPURG and LOGHSKP,
      * and PROCARCH leaves the customer's PROCTRAN days live.
      *
      * COMM-LGH-ACTION 'P' places a hold, 'L' lifts one and 'E'
      * lists the active holds, ten at a time, for one customer or
      * across the book. Every action needs a compliance role on
      * OPERATOR_ROLE, the WRITEOFF way: 'COMP' or 'MLRO' to place
      * or list, and to lift, the role the hold was placed with as
      * its lifting role - a police order handled by the MLRO is
      * not lifted by compliance on their own say. The list is
      * restricted too, since knowing a customer is under a
      * production order is itself sensitive.
      *
      * A lifted hold stays on the table as status 'L' with who
      * lifted it and when. A DB2 problem is reported back in the
      * commarea rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLHMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * LEGAL_HOLD DB2 copybook
           EXEC SQL
              INCLUDE LGHDDB2
           END-EXEC.

      * OPERATOR_ROLE DB2 copybook - placing, lifting and listing
      * holds are compliance duties
           EXEC SQL
              INCLUDE OPRROLDB2
           END-EXEC.

      * CUSTOMER DB2 copybook - the customer a hold is placed on
           EXEC SQL
              INCLUDE CUSTDB2
           END-EXEC.

      * CUSTOMER_ARCHIVE DB2 copybook - a deleted customer's
      * retained record can be held as well
           EXEC SQL
              INCLUDE CUSTARC
           END-EXEC.

       01 HOST-HOLD-ROW.
          03 HV-LGH-ID                  PIC S9(9) COMP.
          03 HV-LGH-SORTCODE            PIC X(6).
          03 HV-LGH-CUSTNO              PIC X(10).
          03 HV-LGH-REASON              PIC X(10).
          03 HV-LGH-CASE-REF            PIC X(20).
          03 HV-LGH-PLACED-BY           PIC X(3).
          03 HV-LGH-PLACED-DATE         PIC S9(9) COMP.
          03 HV-LGH-LIFT-ROLE           PIC X(4).
          03 HV-LGH-STATUS              PIC X.
          03 HV-LGH-LIFTED-BY           PIC X(3).
          03 HV-LGH-LIFTED-DATE         PIC S9(9) COMP.

       01 HV-OPERATOR-OPID              PIC X(3).
       01 HV-OPERATOR-ROLE              PIC X(4).
       01 HV-MAX-ID                     PIC S9(9) COMP.
       01 HV-CUST-COUNT                 PIC S9(9) COMP.

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

      * The active holds, for one customer or - with the customer
      * number left blank - across the book, oldest first.
           EXEC SQL
              DECLARE LGHLIST-CURSOR CURSOR FOR
                 SELECT LEGAL_HOLD_ID, LEGAL_HOLD_SORTCODE,
                        LEGAL_HOLD_CUSTNO, LEGAL_HOLD_REASON,
                        LEGAL_HOLD_CASE_REF, LEGAL_HOLD_PLACED_BY,
                        LEGAL_HOLD_PLACED_DATE, LEGAL_HOLD_LIFT_ROLE
                   FROM LEGAL_HOLD
                  WHERE LEGAL_HOLD_STATUS = 'A'
                    AND (:HV-LGH-CUSTNO = ' '
                     OR (LEGAL_HOLD_SORTCODE = :HV-LGH-SORTCODE
                    AND  LEGAL_HOLD_CUSTNO = :HV-LGH-CUSTNO))
                  ORDER BY LEGAL_HOLD_PLACED_DATE, LEGAL_HOLD_ID
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LGLHMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'LGLHMNT: Action=' COMM-LGH-ACTION
                   ' Customer=' COMM-LGH-SCODE '/' COMM-LGH-CUSTNO
                   ' Hold=' COMM-LGH-ID

           MOVE 'N' TO COMM-LGH-SUCCESS.
           MOVE ' ' TO COMM-LGH-FAIL-CD.

           IF NOT LGH-PLACE-HOLD
              AND NOT LGH-LIFT-HOLD
              AND NOT LGH-ENQUIRE
              MOVE '1' TO COMM-LGH-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM CHECK-OPERATOR-ROLE.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN LGH-PLACE-HOLD
                 IF HV-OPERATOR-ROLE NOT = 'COMP'
                    AND HV-OPERATOR-ROLE NOT = 'MLRO'
                    DISPLAY 'LGLHMNT: Operator ' EIBOPID ' not '
                            'authorised to place a legal hold'
                    MOVE 'A' TO COMM-LGH-FAIL-CD
                 ELSE
                    PERFORM PLACE-HOLD
                 END-IF
              WHEN LGH-LIFT-HOLD
                 PERFORM LIFT-HOLD
              WHEN LGH-ENQUIRE
                 IF HV-OPERATOR-ROLE NOT = 'COMP'
                    AND HV-OPERATOR-ROLE NOT = 'MLRO'
                    DISPLAY 'LGLHMNT: Operator ' EIBOPID ' not '
                            'authorised to list legal holds'
                    MOVE 'A' TO COMM-LGH-FAIL-CD
                 ELSE
                    PERFORM LIST-HOLDS
                 END-IF
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       CHECK-OPERATOR-ROLE SECTION.
       COR010.
      *
      *    The signed-on operator's role. An operator with no
      *    OPERATOR_ROLE row, or a failed lookup, is left with a
      *    blank role and so is not authorised for anything here.
      *
           MOVE EIBOPID TO HV-OPERATOR-OPID.
           MOVE SPACES TO HV-OPERATOR-ROLE.

           EXEC SQL
              SELECT OPERATOR_ROLE_CODE
                INTO :HV-OPERATOR-ROLE
                FROM OPERATOR_ROLE
               WHERE OPERATOR_ROLE_OPID = :HV-OPERATOR-OPID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-OPERATOR-ROLE
           END-IF.

       COR999.
           EXIT.


       PLACE-HOLD SECTION.
       PH010.

           IF COMM-LGH-SCODE NOT NUMERIC
              OR COMM-LGH-CUSTNO NOT NUMERIC
              OR COMM-LGH-CASE-REF = SPACES
              MOVE '2' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           IF COMM-LGH-REASON NOT = 'LITIGATION'
              AND COMM-LGH-REASON NOT = 'REGULATORY'
              AND COMM-LGH-REASON NOT = 'POLICE'
              MOVE '3' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           IF COMM-LGH-LIFT-ROLE = SPACES
              MOVE 'COMP' TO COMM-LGH-LIFT-ROLE
           END-IF.

           IF COMM-LGH-LIFT-ROLE NOT = 'COMP'
              AND COMM-LGH-LIFT-ROLE NOT = 'MLRO'
              MOVE '3' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           MOVE COMM-LGH-SCODE TO HV-LGH-SORTCODE.
           MOVE COMM-LGH-CUSTNO TO HV-LGH-CUSTNO.

      *
      *    The customer must be known - on the live book, or kept
      *    on CUSTOMER_ARCHIVE after a deletion.
      *
           MOVE 0 TO HV-CUST-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-CUST-COUNT
                FROM CUSTOMER
               WHERE CUSTOMER_SORTCODE = :HV-LGH-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-LGH-CUSTNO
           END-EXEC.

           IF SQLCODE = 0 AND HV-CUST-COUNT = 0
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-CUST-COUNT
                   FROM CUSTOMER_ARCHIVE
                  WHERE CUSTOMER_SORTCODE = :HV-LGH-SORTCODE
                    AND CUSTOMER_NUMBER = :HV-LGH-CUSTNO
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Customer lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           IF HV-CUST-COUNT = 0
              MOVE '4' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

      *
      *    Hold ids run in one sequence across the book, the
      *    COMPLNT way, so a hold can be quoted back.
      *
           MOVE 0 TO HV-MAX-ID.

           EXEC SQL
              SELECT COALESCE(MAX(LEGAL_HOLD_ID), 0)
                INTO :HV-MAX-ID
                FROM LEGAL_HOLD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Id lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           COMPUTE HV-LGH-ID = HV-MAX-ID + 1.
           MOVE COMM-LGH-REASON TO HV-LGH-REASON.
           MOVE COMM-LGH-CASE-REF TO HV-LGH-CASE-REF.
           MOVE EIBOPID TO HV-LGH-PLACED-BY.
           MOVE WS-TODAY-INT TO HV-LGH-PLACED-DATE.
           MOVE COMM-LGH-LIFT-ROLE TO HV-LGH-LIFT-ROLE.

           EXEC SQL
              INSERT INTO LEGAL_HOLD
                     ( LEGAL_HOLD_ID,
                       LEGAL_HOLD_SORTCODE,
                       LEGAL_HOLD_CUSTNO,
                       LEGAL_HOLD_REASON,
                       LEGAL_HOLD_CASE_REF,
                       LEGAL_HOLD_PLACED_BY,
                       LEGAL_HOLD_PLACED_DATE,
                       LEGAL_HOLD_LIFT_ROLE,
                       LEGAL_HOLD_STATUS,
                       LEGAL_HOLD_LIFTED_BY,
                       LEGAL_HOLD_LIFTED_DATE )
              VALUES ( :HV-LGH-ID,
                       :HV-LGH-SORTCODE,
                       :HV-LGH-CUSTNO,
                       :HV-LGH-REASON,
                       :HV-LGH-CASE-REF,
                       :HV-LGH-PLACED-BY,
                       :HV-LGH-PLACED-DATE,
                       :HV-LGH-LIFT-ROLE,
                       'A',
                       ' ',
                       0 )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Hold INSERT failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO PH999
           END-IF.

           MOVE HV-LGH-ID TO COMM-LGH-ID.
           MOVE 'Y' TO COMM-LGH-SUCCESS.
           DISPLAY 'LGLHMNT: Legal hold ' COMM-LGH-ID ' placed on '
                   COMM-LGH-SCODE '/' COMM-LGH-CUSTNO
                   ' by operator ' EIBOPID.

       PH999.
           EXIT.


       LIFT-HOLD SECTION.
       LH010.

           IF COMM-LGH-ID NOT NUMERIC OR COMM-LGH-ID = ZERO
              MOVE '2' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           MOVE COMM-LGH-ID TO HV-LGH-ID.

           EXEC SQL
              SELECT LEGAL_HOLD_SORTCODE, LEGAL_HOLD_CUSTNO,
                     LEGAL_HOLD_LIFT_ROLE
                INTO :HV-LGH-SORTCODE, :HV-LGH-CUSTNO,
                     :HV-LGH-LIFT-ROLE
                FROM LEGAL_HOLD
               WHERE LEGAL_HOLD_ID = :HV-LGH-ID
                 AND LEGAL_HOLD_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Hold lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           IF HV-OPERATOR-ROLE NOT = HV-LGH-LIFT-ROLE
              DISPLAY 'LGLHMNT: Operator ' EIBOPID ' not '
                      'authorised to lift legal hold ' COMM-LGH-ID
                      ' - needs role ' HV-LGH-LIFT-ROLE
              MOVE 'A' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           MOVE EIBOPID TO HV-LGH-LIFTED-BY.
           MOVE WS-TODAY-INT TO HV-LGH-LIFTED-DATE.

           EXEC SQL
              UPDATE LEGAL_HOLD
                 SET LEGAL_HOLD_STATUS = 'L',
                     LEGAL_HOLD_LIFTED_BY = :HV-LGH-LIFTED-BY,
                     LEGAL_HOLD_LIFTED_DATE = :HV-LGH-LIFTED-DATE
               WHERE LEGAL_HOLD_ID = :HV-LGH-ID
                 AND LEGAL_HOLD_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100
              MOVE '5' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Hold UPDATE failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO LH999
           END-IF.

           MOVE HV-LGH-SORTCODE TO COMM-LGH-SCODE.
           MOVE HV-LGH-CUSTNO TO COMM-LGH-CUSTNO.
           MOVE 'Y' TO COMM-LGH-SUCCESS.
           DISPLAY 'LGLHMNT: Legal hold ' COMM-LGH-ID ' lifted on '
                   COMM-LGH-SCODE '/' COMM-LGH-CUSTNO
                   ' by operator ' EIBOPID.

       LH999.
           EXIT.


       LIST-HOLDS SECTION.
       LS010.

           SET NO-MORE-LGH-ROWS TO TRUE.
           MOVE 0 TO COMM-LGH-LIST-COUNT.

           IF COMM-LGH-CUSTNO = LOW-VALUES
              MOVE SPACES TO COMM-LGH-CUSTNO
           END-IF.

           MOVE COMM-LGH-SCODE TO HV-LGH-SORTCODE.
           MOVE COMM-LGH-CUSTNO TO HV-LGH-CUSTNO.
           MOVE COMM-LGH-LIST-START TO WS-ROWS-TO-SKIP.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-LIST-INDEX.

           EXEC SQL
              OPEN LGHLIST-CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Unable to open hold list. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
              GO TO LS999
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LIST-INDEX > 10
              EXEC SQL
                 FETCH LGHLIST-CURSOR
                   INTO :HV-LGH-ID, :HV-LGH-SORTCODE,
                        :HV-LGH-CUSTNO, :HV-LGH-REASON,
                        :HV-LGH-CASE-REF, :HV-LGH-PLACED-BY,
                        :HV-LGH-PLACED-DATE, :HV-LGH-LIFT-ROLE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-ROWS-SKIPPED < WS-ROWS-TO-SKIP
                    ADD 1 TO WS-ROWS-SKIPPED
                 ELSE
                    ADD 1 TO WS-LIST-INDEX
                    IF WS-LIST-INDEX <= 10
                       MOVE HV-LGH-ID
                          TO COMM-LGH-L-ID (WS-LIST-INDEX)
                       MOVE HV-LGH-SORTCODE
                          TO COMM-LGH-L-SCODE (WS-LIST-INDEX)
                       MOVE HV-LGH-CUSTNO
                          TO COMM-LGH-L-CUSTNO (WS-LIST-INDEX)
                       MOVE HV-LGH-REASON
                          TO COMM-LGH-L-REASON (WS-LIST-INDEX)
                       MOVE HV-LGH-CASE-REF
                          TO COMM-LGH-L-CASE-REF (WS-LIST-INDEX)
                       MOVE HV-LGH-PLACED-BY
                          TO COMM-LGH-L-PLACED-BY (WS-LIST-INDEX)
                       MOVE HV-LGH-PLACED-DATE
                          TO COMM-LGH-L-PLACED-DATE (WS-LIST-INDEX)
                       MOVE HV-LGH-LIFT-ROLE
                          TO COMM-LGH-L-LIFT-ROLE (WS-LIST-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHMNT - Hold list FETCH failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-LGH-FAIL-CD
           END-IF.

           EXEC SQL
              CLOSE LGHLIST-CURSOR
           END-EXEC.

           IF COMM-LGH-FAIL-CD = '8'
              GO TO LS999
           END-IF.

           IF WS-LIST-INDEX > 10
              SET MORE-LGH-ROWS-FOLLOW TO TRUE
              MOVE 10 TO WS-LIST-INDEX
           ELSE
              SET NO-MORE-LGH-ROWS TO TRUE
           END-IF.

           MOVE WS-LIST-INDEX TO COMM-LGH-LIST-COUNT.
           COMPUTE COMM-LGH-LIST-START =
              COMM-LGH-LIST-START + WS-LIST-INDEX.

           MOVE 'Y' TO COMM-LGH-SUCCESS.

       LS999.
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

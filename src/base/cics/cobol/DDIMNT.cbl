       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the branch's view of the
      * DIRECT_DEBIT_INSTRUCTION register. An operator can look up
      * an instruction the customer asks about, and cancel it at
      * the counter when the customer asks us to.
      *
      * A customer cancellation leaves the row on the register with
      * status 'C', the operator and the date, so DDCOLL can return
      * a later collection as 'instruction cancelled' rather than
      * 'no instruction', and so an indemnity claim for a debit
      * taken after cancellation can be checked against the date.
      * Only a live instruction can be cancelled.
      *
      * The operator is captured from EIBOPID the way COMPLNT
      * captures it. A DB2 problem is reported back in the commarea
      * rather than abending.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDIMNT.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * DIRECT_DEBIT_INSTRUCTION DB2 copybook
           EXEC SQL
              INCLUDE DDINSDB2
           END-EXEC.

       01 HOST-DDI-ROW.
          03 HV-DDI-SORTCODE            PIC X(6).
          03 HV-DDI-NUMBER              PIC X(8).
          03 HV-DDI-SUN                 PIC X(6).
          03 HV-DDI-REFERENCE           PIC X(18).
          03 HV-DDI-ORIGINATOR-NAME     PIC X(18).
          03 HV-DDI-STATUS              PIC X.
          03 HV-DDI-SETUP-DATE          PIC S9(9) COMP.
          03 HV-DDI-CANCELLED-DATE      PIC S9(9) COMP.
          03 HV-DDI-CANCELLED-BY        PIC X(3).

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

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY DDIMNT.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           DISPLAY 'DDIMNT: Action=' COMM-DDI-ACTION
                   ' Account=' COMM-DDI-SCODE '/' COMM-DDI-ACCNO
                   ' SUN=' COMM-DDI-SUN

           MOVE 'N' TO COMM-DDI-SUCCESS.
           MOVE ' ' TO COMM-DDI-FAIL-CD.

           IF COMM-DDI-SCODE NOT NUMERIC
              OR COMM-DDI-ACCNO NOT NUMERIC
              OR COMM-DDI-SUN = SPACES
              OR COMM-DDI-REFERENCE = SPACES
              MOVE '2' TO COMM-DDI-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN DDI-ACTION-ENQUIRE
                 PERFORM READ-INSTRUCTION
                 IF COMM-DDI-FAIL-CD = ' '
                    MOVE 'Y' TO COMM-DDI-SUCCESS
                 END-IF
              WHEN DDI-ACTION-CANCEL
                 PERFORM CANCEL-INSTRUCTION
              WHEN OTHER
                 MOVE '1' TO COMM-DDI-FAIL-CD
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       READ-INSTRUCTION SECTION.
       RIN010.
      *
      *    Common lookup for enquire and cancel - returns the row as
      *    it stands.
      *
           MOVE COMM-DDI-SCODE TO HV-DDI-SORTCODE.
           MOVE COMM-DDI-ACCNO TO HV-DDI-NUMBER.
           MOVE COMM-DDI-SUN TO HV-DDI-SUN.
           MOVE COMM-DDI-REFERENCE TO HV-DDI-REFERENCE.

           EXEC SQL
              SELECT DDI_ORIGINATOR_NAME,
                     DDI_STATUS,
                     DDI_SETUP_DATE,
                     DDI_CANCELLED_DATE,
                     DDI_CANCELLED_BY
                INTO :HV-DDI-ORIGINATOR-NAME,
                     :HV-DDI-STATUS,
                     :HV-DDI-SETUP-DATE,
                     :HV-DDI-CANCELLED-DATE,
                     :HV-DDI-CANCELLED-BY
                FROM DIRECT_DEBIT_INSTRUCTION
               WHERE DDI_SORTCODE = :HV-DDI-SORTCODE
                 AND DDI_NUMBER = :HV-DDI-NUMBER
                 AND DDI_SUN = :HV-DDI-SUN
                 AND DDI_REFERENCE = :HV-DDI-REFERENCE
           END-EXEC.

           IF SQLCODE = 100
              MOVE '3' TO COMM-DDI-FAIL-CD
              GO TO RIN999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDIMNT - Instruction read failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-DDI-FAIL-CD
              GO TO RIN999
           END-IF.

           MOVE HV-DDI-ORIGINATOR-NAME TO COMM-DDI-ORIGINATOR-NAME.
           MOVE HV-DDI-STATUS TO COMM-DDI-STATUS.
           MOVE HV-DDI-SETUP-DATE TO COMM-DDI-SETUP-DATE.
           MOVE HV-DDI-CANCELLED-DATE TO COMM-DDI-CANCELLED-DATE.
           MOVE HV-DDI-CANCELLED-BY TO COMM-DDI-CANCELLED-BY.

       RIN999.
           EXIT.


       CANCEL-INSTRUCTION SECTION.
       CIN010.

           PERFORM READ-INSTRUCTION.
           IF COMM-DDI-FAIL-CD NOT = ' '
              GO TO CIN999
           END-IF.

           IF HV-DDI-STATUS NOT = 'L'
              MOVE '4' TO COMM-DDI-FAIL-CD
              GO TO CIN999
           END-IF.

           MOVE EIBOPID TO HV-DDI-CANCELLED-BY.

           EXEC SQL
              UPDATE DIRECT_DEBIT_INSTRUCTION
                 SET DDI_STATUS = 'C',
                     DDI_CANCELLED_DATE = :WS-TODAY-INT,
                     DDI_CANCELLED_BY = :HV-DDI-CANCELLED-BY
               WHERE DDI_SORTCODE = :HV-DDI-SORTCODE
                 AND DDI_NUMBER = :HV-DDI-NUMBER
                 AND DDI_SUN = :HV-DDI-SUN
                 AND DDI_REFERENCE = :HV-DDI-REFERENCE
                 AND DDI_STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DDIMNT - Instruction cancel failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO COMM-DDI-FAIL-CD
              GO TO CIN999
           END-IF.

           MOVE 'C' TO COMM-DDI-STATUS.
           MOVE WS-TODAY-INT TO COMM-DDI-CANCELLED-DATE.
           MOVE HV-DDI-CANCELLED-BY TO COMM-DDI-CANCELLED-BY.
           MOVE 'Y' TO COMM-DDI-SUCCESS.
           DISPLAY 'DDIMNT: Instruction cancelled for '
                   COMM-DDI-SCODE '/' COMM-DDI-ACCNO
                   ' SUN ' COMM-DDI-SUN

       CIN999.
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

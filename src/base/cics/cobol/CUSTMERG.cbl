
       01 WS-APPLID                     PIC X(8).

      * LGLHCHK commarea - a customer under a legal hold is not
      * merged
       01 LGLHCHK-PROGRAM               PIC X(8)      VALUE 'LGLHCHK'.
       01 LGLHCHK-COMMAREA.
           COPY LGLHCHK.

       01 WS-ABEND-PGM                  PIC X(8)      VALUE 'ABNDPROC'.

       01 ABNDINFO-REC.

           PERFORM ACQUIRE-OPERATION-LOCKS.

           PERFORM CHECK-LEGAL-HOLDS.

           PERFORM READ-SURVIVOR.

           PERFORM READ-DUPLICATE.
           EXIT.


       CHECK-LEGAL-HOLDS SECTION.
       CLH010.
      *
      *    A merge archives the duplicate away and rewrites the
      *    survivor, so it is refused with fail code 'H' if either
      *    customer is under an active LEGAL_HOLD. LGLHCHK answers
      *    a failed register read as held, so this fails closed.
      *
           INITIALIZE LGLHCHK-COMMAREA.
           MOVE COMM-MRG-DUP-SCODE TO LGLH-SCODE.
           MOVE COMM-MRG-DUP-CUSTNO TO LGLH-CUSTNO.

           CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA.

           IF NOT LGLH-ON-HOLD
              INITIALIZE LGLHCHK-COMMAREA
              MOVE COMM-MRG-SURV-SCODE TO LGLH-SCODE
              MOVE COMM-MRG-SURV-CUSTNO TO LGLH-CUSTNO
              CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA
           END-IF.

           IF LGLH-ON-HOLD
              DISPLAY 'CUSTMERG: Customer ' LGLH-SCODE '/'
                      LGLH-CUSTNO ' is under legal hold '
                      LGLH-REASON ' case ' LGLH-CASE-REF
                      ' - merge refused'
              MOVE 'H' TO COMM-MRG-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CLH999.
           EXIT.


       ACQUIRE-ONE-LOCK SECTION.
       AL1010.


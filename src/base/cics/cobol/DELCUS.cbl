
       01 WS-JOINT-SURVIVOR             PIC X         VALUE 'N'.

      * LGLHCHK commarea - a customer under a legal hold is neither
      * deleted nor anonymised
       01 LGLHCHK-PROGRAM               PIC X(8)      VALUE 'LGLHCHK'.
       01 LGLHCHK-COMMAREA.
           COPY LGLHCHK.

       01 CUSTEVNT-PROGRAM              PIC X(8)      VALUE 'CUSTEVNT'.
       01 CUSTEVNT-COMMAREA.
          COPY CUSTEVNT.
                   END-EXEC
           END-IF.

      *
      *    A customer under an active LEGAL_HOLD - litigation, a
      *    regulatory investigation or a police production order -
      *    must have everything kept, so neither a delete nor a GDPR
      *    anonymize goes ahead while the hold is in force. There is
      *    no override: the hold is lifted through LGLHMNT by the
      *    role that placed it.
      *
           PERFORM CHECK-LEGAL-HOLD.

           IF COMM-DEL-FAIL-CD = 'H'
              MOVE 'N' TO COMM-DEL-SUCCESS
              PERFORM WRITE-FAILURE-LOG
              PERFORM RELEASE-OPERATION-LOCK
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

      *
      *    A GDPR anonymize request leaves the accounts (and their
      *    transaction history) alone - only the CUSTOMER row's
           EXIT.


       CHECK-LEGAL-HOLD SECTION.
       CLH010.
      *
      *    LGLHCHK answers a failed register read as held, so this
      *    check fails closed like the others.
      *
           INITIALIZE LGLHCHK-COMMAREA.
           MOVE HV-OPLOCK-SORTCODE TO LGLH-SCODE.
           MOVE HV-OPLOCK-NUMBER TO LGLH-CUSTNO.

           CALL LGLHCHK-PROGRAM USING LGLHCHK-COMMAREA.

           IF LGLH-ON-HOLD
              DISPLAY 'DELCUS: Customer is under legal hold '
                      LGLH-REASON ' case ' LGLH-CASE-REF
                      ' - deletion refused'
              MOVE 'H' TO COMM-DEL-FAIL-CD
           END-IF.

       CLH999.
           EXIT.


       ACQUIRE-OPERATION-LOCK SECTION.
       AOL010.
      *

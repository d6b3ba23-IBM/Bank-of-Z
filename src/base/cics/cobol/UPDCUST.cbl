       01 CUSTEVNT-COMMAREA.
          COPY CUSTEVNT.

      * SVCCHK commarea - whether customer maintenance is frozen for
      * the overnight batch window
       01 SVCCHK-PROGRAM                PIC X(8)   VALUE 'SVCCHK'.
       01 SVCCHK-COMMAREA.
          COPY SVCCHK.

      * POSTAL_ADDRESS_FILE DB2 copybook - verifies the postcode is
      * real and autofills/checks the city it belongs to
           EXEC SQL
      D    DISPLAY 'UPDCUST: Sort code=' COMM-SCODE
      D            ' Customer number=' COMM-CUSTNO

      *
      *    No customer is changed while operations have customer
      *    maintenance frozen for the overnight batch.
      *
           INITIALIZE SVCCHK-COMMAREA.
           SET SVCC-CUSTOMER TO TRUE.
           CALL SVCCHK-PROGRAM USING SVCCHK-COMMAREA.

           IF NOT SVCC-UPDATES-ALLOWED
              DISPLAY 'UPDCUST - Customer maintenance frozen - '
                      SVCC-MESSAGE
              MOVE 'N' TO COMM-UPD-SUCCESS
              MOVE 'Q' TO COMM-UPD-FAIL-CD
              PERFORM WRITE-FAILURE-LOG
              GOBACK
           END-IF

      *
      *    A customer marked in-operation by DELCUS or TRANSCUS is
      *    mid-delete or mid-transfer across tasks - an update in
           PERFORM POPULATE-TIME-DATE.
           MOVE WS-ORIG-DATE TO HV-DECNT-DATE.

      *
      *    A MORTSCRN screening match waiting on this customer is
      *    the notice being confirmed - it keeps the supplier's
      *    reference and date of death rather than gaining a twin.
      *
           EXEC SQL
              UPDATE DECEASED_NOTICE
                 SET DECEASED_NOTICE_STATUS = 'C'
               WHERE DECEASED_NOTICE_SORTCODE = :HV-DECNT-SORTCODE
                 AND DECEASED_NOTICE_NUMBER = :HV-DECNT-NUMBER
                 AND DECEASED_NOTICE_STATUS = 'S'
           END-EXEC.

           IF SQLCODE = 0
              GO TO WDN999
           END-IF.

           EXEC SQL
              INSERT INTO DECEASED_NOTICE
                     ( DECEASED_NOTICE_SORTCODE,
                 AND NOT CUSTOMER-STATUS-INACTIVE OF WS-CUST-DATA
                 AND NOT CUSTOMER-STATUS-SUSPENDED OF WS-CUST-DATA
                 AND NOT CUSTOMER-STATUS-DECEASED OF WS-CUST-DATA
                 AND NOT CUSTOMER-STATUS-RESTRICTED OF WS-CUST-DATA
                 MOVE 'N' TO COMM-UPD-SUCCESS
                 MOVE 'S' TO COMM-UPD-FAIL-CD
                 PERFORM WRITE-FAILURE-LOG
                 GO TO UCD999
              END-IF
      *
      *       RESTRICTED belongs to identity verification - it is
      *       set by a refer from the provider and lifted only by
      *       recording an identity document through KYCDOC. Here a
      *       customer can neither be put into it nor taken out of
      *       it, other than to DECEASED.
      *
              IF COMM-STATUS = 'RESTRICTED'
                 AND WS-OLD-STATUS NOT = 'RESTRICTED'
                 MOVE 'N' TO COMM-UPD-SUCCESS
                 MOVE 'S' TO COMM-UPD-FAIL-CD
                 PERFORM WRITE-FAILURE-LOG
                 GO TO UCD999
              END-IF
              IF WS-OLD-STATUS = 'RESTRICTED'
                 AND COMM-STATUS NOT = 'RESTRICTED'
                 AND COMM-STATUS NOT = 'DECEASED'
                 MOVE 'N' TO COMM-UPD-SUCCESS
                 MOVE 'S' TO COMM-UPD-FAIL-CD
                 PERFORM WRITE-FAILURE-LOG

      * books stop overstating it, interest accrual stops (the rate
      * is zeroed and the accrual bucket emptied), and a
      * post-no-debits ACCOUNT_CONTROL goes on so the dead account
      * cannot be drawn on again. Any COLLECTIONS_CASE still open on
      * the account is closed as written off.
      *
      * A recovery receipt credits the account through a 'WOR'
      * posting and accumulates on the WRITE_OFF row, so WOFRPT's
              INCLUDE ACCCDB2
           END-EXEC.

      * COLLECTIONS_CASE DB2 copybook - the write-off closes the
      * account's open collections case
           EXEC SQL
              INCLUDE COLLDB2
           END-EXEC.

      * TRANSACTION_TYPE DB2 copybook
           EXEC SQL
              INCLUDE TRNTDB2
              PERFORM ABEND-WRITEOFF
           END-IF.

      *
      *    Any collections case still being worked on the account
      *    ends here. An account that never reached collections has
      *    none to close.
      *
           EXEC SQL
              UPDATE COLLECTIONS_CASE
                 SET COLL_CASE_STATUS = 'X',
                     COLL_CASE_CLOSED_DATE = :HV-WOF-DATE
               WHERE COLL_CASE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND COLL_CASE_NUMBER = :HV-ACCOUNT-NUMBER
                 AND COLL_CASE_STATUS IN ('O', 'W')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              INITIALIZE ABNDINFO-REC
              MOVE SQLCODE TO ABND-SQLCODE
              MOVE 'WOF8' TO ABND-CODE
              STRING 'WOD010 - Unable to close collections case'
                 DELIMITED BY SIZE
                 INTO ABND-FREEFORM
              END-STRING
              PERFORM ABEND-WRITEOFF
           END-IF.

           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'WOF' TO HV-PROCTRAN-TYPE.
           MOVE WS-DEBT-AMOUNT TO HV-PROCTRAN-AMOUNT.

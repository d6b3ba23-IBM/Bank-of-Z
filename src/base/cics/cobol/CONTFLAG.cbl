      * the cases where the stored detail turns out to have been
      * right all along.
      *
      * MORTSCRN raises a gone-away match from the screening file as
      * a POST row in state SCREEN, which suppresses nothing. Staff
      * confirm it by flagging the channel here - the row moves to
      * FAILED and the postal runs stop at once - or reject it with
      * the clear action.
      *
      * A DB2 problem is reported back in the commarea rather than
      * abending, the same way CUSREL reports its failures.
      *
       FLAG-CONTACT-CHANNEL SECTION.
       FCC010.

      *
      *    A screening match waiting on this channel is confirmed
      *    in place rather than flagged a second time.
      *
           PERFORM POPULATE-TIME-DATE.

           EXEC SQL
              UPDATE CONTACT_STATUS
                 SET CONTACT_STATUS_STATE = 'FAILED',
                     CONTACT_STATUS_DATE = :WS-ORIG-DATE,
                     CONTACT_STATUS_PROGRAM = 'CONTFLAG'
               WHERE CONTACT_STATUS_SORTCODE = :COMM-CF-SCODE
                 AND CONTACT_STATUS_NUMBER = :COMM-CF-CUSTNO
                 AND CONTACT_STATUS_CHANNEL = :COMM-CF-CHANNEL
                 AND CONTACT_STATUS_STATE = 'SCREEN'
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO COMM-CF-SUCCESS
              GO TO FCC999
           END-IF.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CONTFLAG - Screening confirm failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '5' TO COMM-CF-FAIL-CD
              GO TO FCC999
           END-IF.

           MOVE 0 TO HV-CHECK-COUNT.

           EXEC SQL
           MOVE COMM-CF-CUSTNO TO HV-CONST-NUMBER.
           MOVE COMM-CF-CHANNEL TO HV-CONST-CHANNEL.
           MOVE 'FAILED' TO HV-CONST-STATE.
           MOVE WS-ORIG-DATE TO HV-CONST-DATE.
           MOVE 'CONTFLAG' TO HV-CONST-PROGRAM.


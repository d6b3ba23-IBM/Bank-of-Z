      * yet both fall back to CURRENT DATE, so a missing row slows
      * nobody down. Function 'R' rolls an ISO date forward past
      * weekends (DAYOFWEEK_ISO 6 and 7) and BANK_HOLIDAY rows to
      * the next business day. Function 'V' checks a value date
      * keyed against a back-valued posting: it must fall on or
      * before the online date and no more than WS-VALUE-WINDOW
      * days before it, so the window is set here once for DBCRFUN,
      * XFRFUN and ADJLOAD alike.
      *
      ******************************************************************


       01 HV-DAY-NO                     PIC S9(4) COMP.
       01 HV-HOLIDAY-COUNT              PIC S9(9) COMP.
       01 HV-DAYS-BACK                  PIC S9(9) COMP.
       01 WS-VALUE-WINDOW               PIC S9(9) COMP VALUE 30.
       01 WS-ROLL-COUNT                 PIC 9(2)  VALUE 0.
       01 WS-ROLL-DONE-SW               PIC X     VALUE 'N'.
          88 ROLL-COMPLETE              VALUE 'Y'.
                 PERFORM GET-BANKING-DATES
              WHEN BNKD-ROLL-FORWARD
                 PERFORM ROLL-TO-BUSINESS-DAY
              WHEN BNKD-VALUE-DATE
                 PERFORM CHECK-VALUE-DATE
              WHEN OTHER
                 MOVE '1' TO BNKD-FAIL-CD
           END-EVALUATE.

       RBD999.
           EXIT.


       CHECK-VALUE-DATE SECTION.
       CVD010.

      *
      *    The online dates come back as for 'G' so the posting
      *    program need not call twice.
      *
           PERFORM GET-BANKING-DATES.

           IF BNKD-FAIL-CD NOT = ' '
              GO TO CVD999
           END-IF.

           MOVE 'N' TO BNKD-SUCCESS.
           MOVE BNKD-DATE-IN TO WS-WORK-DATE.

           IF WS-WORK-YYYY NOT NUMERIC
              OR WS-WORK-MM NOT NUMERIC
              OR WS-WORK-DD NOT NUMERIC
              MOVE '2' TO BNKD-FAIL-CD
              GO TO CVD999
           END-IF.

           EXEC SQL
              SELECT DAYS(DATE(:HV-BNKD-ONLINE))
                     - DAYS(DATE(:WS-WORK-DATE))
                INTO :HV-DAYS-BACK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *
      *    -180 and -181 are DB2 telling us the string is not a
      *    date at all (31.02 and the like).
      *
           IF SQLCODE = -180 OR SQLCODE = -181
              MOVE '2' TO BNKD-FAIL-CD
              GO TO CVD999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'BNKDATE - Value date check failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE '8' TO BNKD-FAIL-CD
              GO TO CVD999
           END-IF.

           IF HV-DAYS-BACK < 0 OR HV-DAYS-BACK > WS-VALUE-WINDOW
              MOVE '3' TO BNKD-FAIL-CD
              GO TO CVD999
           END-IF.

           MOVE WS-WORK-DATE TO BNKD-DATE-OUT.
           MOVE SPACES TO BNKD-DATE-OUT-DOT.
           STRING WS-WORK-DD '.' WS-WORK-MM '.' WS-WORK-YYYY
              DELIMITED BY SIZE INTO BNKD-DATE-OUT-DOT
           END-STRING.
           MOVE 'Y' TO BNKD-SUCCESS.

       CVD999.
           EXIT.

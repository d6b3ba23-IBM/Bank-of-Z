      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 ACCOUNT_SWITCH Table Declaration                          *
      *                                                                *
      *  One row per current account switch between this bank and      *
      *  another, registered at the counter through SWCHMNT and        *
      *  carried out by SWCHEXEC on the switch date.                   *
      *                                                                *
      *  ACCOUNT_SWITCH_DIRECTION is 'I' (incoming - the customer is   *
      *  moving their account from _OTHER_SORTCODE/_OTHER_NUMBER at    *
      *  the old bank to our account _SORTCODE/_NUMBER, and the old    *
      *  bank's standing orders, direct debit instructions and         *
      *  payees are loaded onto it) or 'O' (outgoing - our account     *
      *  is extracted for the new bank, closed on the switch date      *
      *  with the balance sent on to _OTHER_SORTCODE/_OTHER_NUMBER,    *
      *  and inbound credits still arriving for it are sent on         *
      *  after it until _REDIRECT_UNTIL).                              *
      *                                                                *
      *  ACCOUNT_SWITCH_STATUS is 'P' (pending), 'C' (completed) or    *
      *  'X' (cancelled before the switch date). _BALANCE_SENT is      *
      *  the closing balance sent on by an outgoing switch. Dates      *
      *  are CCYYMMDD integers; _COMPLETED_DATE and _REDIRECT_UNTIL    *
      *  are zero until the switch completes.                          *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCOUNT_SWITCH TABLE
              ( ACCOUNT_SWITCH_ID              INTEGER NOT NULL,
                ACCOUNT_SWITCH_DIRECTION       CHAR(1) NOT NULL,
                ACCOUNT_SWITCH_SORTCODE        CHAR(6) NOT NULL,
                ACCOUNT_SWITCH_NUMBER          CHAR(8) NOT NULL,
                ACCOUNT_SWITCH_CUSTOMER        CHAR(10) NOT NULL,
                ACCOUNT_SWITCH_OTHER_SORTCODE  CHAR(6) NOT NULL,
                ACCOUNT_SWITCH_OTHER_NUMBER    CHAR(8) NOT NULL,
                ACCOUNT_SWITCH_DATE            INTEGER NOT NULL,
                ACCOUNT_SWITCH_STATUS          CHAR(1) NOT NULL,
                ACCOUNT_SWITCH_BALANCE_SENT    DECIMAL(12,2) NOT NULL,
                ACCOUNT_SWITCH_REDIRECT_UNTIL  INTEGER NOT NULL,
                ACCOUNT_SWITCH_CREATED_DATE    INTEGER NOT NULL,
                ACCOUNT_SWITCH_CREATED_BY      CHAR(3) NOT NULL,
                ACCOUNT_SWITCH_COMPLETED_DATE  INTEGER NOT NULL )
           END-EXEC.

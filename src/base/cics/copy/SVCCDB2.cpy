      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 SERVICE_CONTROL Table Declaration                         *
      *                                                                *
      *  One row per online service that operations can freeze while   *
      *  the overnight batch has the tables it updates - 'POSTING '    *
      *  (debits, credits, transfers and teller cash), 'ACCOUNTS'      *
      *  (opening and closing accounts) and 'CUSTOMER' (customer       *
      *  maintenance). STATE is 'O' open, 'R' read-only or 'C'         *
      *  closed; read-only and closed both refuse updates, closed      *
      *  telling the operator the service is down altogether.          *
      *  MESSAGE is what the refused operator is shown. A service      *
      *  with no row is open.                                          *
      *                                                                *
      *  CHANGED_BY is the operator (EIBOPID, or the OPERATOR= card    *
      *  of the batch step), the date a CCYYMMDD integer and the time  *
      *  HH.MM.SS. SVCCHK reads the table for the updating programs;   *
      *  SVCCMNT online and SVCCTL in the overnight JCL change it,     *
      *  each change audited on SERVICE_CONTROL_AUDIT.                 *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE SERVICE_CONTROL TABLE
              ( SERVICE_CONTROL_SERVICE        CHAR(8) NOT NULL,
                SERVICE_CONTROL_STATE          CHAR(1) NOT NULL,
                SERVICE_CONTROL_MESSAGE        CHAR(60) NOT NULL,
                SERVICE_CONTROL_CHANGED_BY     CHAR(3) NOT NULL,
                SERVICE_CONTROL_CHANGED_DATE   INTEGER NOT NULL,
                SERVICE_CONTROL_CHANGED_TIME   CHAR(8) NOT NULL )
           END-EXEC.

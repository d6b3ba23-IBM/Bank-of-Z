      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 DEBT_PLACEMENT Table Declaration                          *
      *                                                                *
      *  One row per placement of a written-off debt (WRITE_OFF) with  *
      *  an external recovery agency (RECOVERY_AGENCY), made by        *
      *  DRAPLACE and worked by DRAREMIT as the agency's monthly       *
      *  collections come back.                                        *
      *                                                                *
      *  DEBT_PLACEMENT_STATUS is 'P' (placed - with the agency now),  *
      *  'R' (recalled) or 'C' (cleared - the agency has collected     *
      *  the whole amount placed). _AMOUNT is the debt outstanding     *
      *  when it was placed; _RECALL_DUE is the date the placement     *
      *  period runs out. _RECALL_REASON is 'E' (period expired),      *
      *  'P' (paid off in house), 'V' (customer now vulnerable) or     *
      *  'D' (customer now deceased), blank unless recalled.           *
      *  _COLLECTED is the gross the agency has collected and          *
      *  _COMMISSION what it kept; the difference is what was posted   *
      *  back to the account. Dates are CCYYMMDD integers;             *
      *  _CLOSED_DATE is zero while the placement is live.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DEBT_PLACEMENT TABLE
              ( DEBT_PLACEMENT_ID              INTEGER NOT NULL,
                DEBT_PLACEMENT_SORTCODE        CHAR(6) NOT NULL,
                DEBT_PLACEMENT_NUMBER          CHAR(8) NOT NULL,
                DEBT_PLACEMENT_CUSTOMER        CHAR(10) NOT NULL,
                DEBT_PLACEMENT_AGENCY          CHAR(4) NOT NULL,
                DEBT_PLACEMENT_DATE            INTEGER NOT NULL,
                DEBT_PLACEMENT_AMOUNT          DECIMAL(12,2) NOT NULL,
                DEBT_PLACEMENT_RECALL_DUE      INTEGER NOT NULL,
                DEBT_PLACEMENT_STATUS          CHAR(1) NOT NULL,
                DEBT_PLACEMENT_RECALL_REASON   CHAR(1) NOT NULL,
                DEBT_PLACEMENT_CLOSED_DATE     INTEGER NOT NULL,
                DEBT_PLACEMENT_COLLECTED       DECIMAL(12,2) NOT NULL,
                DEBT_PLACEMENT_COMMISSION      DECIMAL(12,2) NOT NULL )
           END-EXEC.

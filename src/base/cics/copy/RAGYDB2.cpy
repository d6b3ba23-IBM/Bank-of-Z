      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 RECOVERY_AGENCY Table Declaration                         *
      *                                                                *
      *  One row per debt recovery agency under contract, keyed by     *
      *  the four-character code quoted on its placement and           *
      *  remittance files. RECOVERY_AGENCY_COMMISSION_PCT is the       *
      *  agreed share of each collection the agency keeps, and         *
      *  _PLACE_MONTHS how long a debt stays with it before DRAPLACE   *
      *  recalls it. _STATUS is 'A' (active - new debts may be         *
      *  placed) or 'S' (suspended - existing placements are worked    *
      *  out but nothing new is placed).                               *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE RECOVERY_AGENCY TABLE
              ( RECOVERY_AGENCY_CODE           CHAR(4) NOT NULL,
                RECOVERY_AGENCY_NAME           CHAR(30) NOT NULL,
                RECOVERY_AGENCY_COMMISSION_PCT DECIMAL(5,2) NOT NULL,
                RECOVERY_AGENCY_PLACE_MONTHS   SMALLINT NOT NULL,
                RECOVERY_AGENCY_STATUS         CHAR(1) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 LEGAL_HOLD Table Declaration                              *
      *                                                                *
      *  One row per hold placed on a customer who is the subject of   *
      *  litigation ('LITIGATION'), a regulatory investigation         *
      *  ('REGULATORY') or a police production order ('POLICE').       *
      *  CASE_REF is the solicitor's, regulator's or force's own       *
      *  reference. While a row is STATUS 'A' (active) nothing about   *
      *  the customer may be purged, anonymised, merged away or        *
      *  archived off the live tables - DELCUS, CUSTMERG, CUSTPURG,    *
      *  LOGHSKP and PROCARCH all ask LGLHCHK, or test the table       *
      *  directly, before they act.                                    *
      *                                                                *
      *  PLACED_BY and LIFTED_BY are the operators (EIBOPID) and the   *
      *  dates are CCYYMMDD integers. LIFT_ROLE is the OPERATOR_ROLE   *
      *  that may lift the hold - 'COMP' or 'MLRO' - so a police       *
      *  order placed by the MLRO cannot be lifted by compliance and   *
      *  the other way round. A lifted hold is kept as STATUS 'L' for  *
      *  the record rather than deleted. LGLHMNT maintains the table.  *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE LEGAL_HOLD TABLE
              ( LEGAL_HOLD_ID                  INTEGER NOT NULL,
                LEGAL_HOLD_SORTCODE            CHAR(6) NOT NULL,
                LEGAL_HOLD_CUSTNO              CHAR(10) NOT NULL,
                LEGAL_HOLD_REASON              CHAR(10) NOT NULL,
                LEGAL_HOLD_CASE_REF            CHAR(20) NOT NULL,
                LEGAL_HOLD_PLACED_BY           CHAR(3) NOT NULL,
                LEGAL_HOLD_PLACED_DATE         INTEGER NOT NULL,
                LEGAL_HOLD_LIFT_ROLE           CHAR(4) NOT NULL,
                LEGAL_HOLD_STATUS              CHAR(1) NOT NULL,
                LEGAL_HOLD_LIFTED_BY           CHAR(3) NOT NULL,
                LEGAL_HOLD_LIFTED_DATE         INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 DEBT_RECOVERY Table Declaration                           *
      *                                                                *
      *  One row per collection an agency remits against a debt        *
      *  placement (DEBT_PLACEMENT), written by DRAREMIT as it posts   *
      *  the recovery back to the account. DEBT_RECOVERY_AGENCY_REF is *
      *  the agency's own reference for the collection, so a           *
      *  remittance file fed twice cannot post twice. _GROSS is what   *
      *  the debtor paid the agency, _COMMISSION what the agency kept  *
      *  and _NET what was credited to the account through the 'WOR'   *
      *  posting quoted in _PROCTRAN_REF. Dates are CCYYMMDD integers. *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DEBT_RECOVERY TABLE
              ( DEBT_RECOVERY_PLACEMENT_ID     INTEGER NOT NULL,
                DEBT_RECOVERY_AGENCY_REF       CHAR(20) NOT NULL,
                DEBT_RECOVERY_AGENCY           CHAR(4) NOT NULL,
                DEBT_RECOVERY_COLLECTED_DATE   INTEGER NOT NULL,
                DEBT_RECOVERY_POSTED_DATE      INTEGER NOT NULL,
                DEBT_RECOVERY_GROSS            DECIMAL(12,2) NOT NULL,
                DEBT_RECOVERY_COMMISSION       DECIMAL(12,2) NOT NULL,
                DEBT_RECOVERY_NET              DECIMAL(12,2) NOT NULL,
                DEBT_RECOVERY_PROCTRAN_REF     CHAR(12) NOT NULL )
           END-EXEC.

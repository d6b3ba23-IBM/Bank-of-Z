      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 ECL_PROVISION Table Declaration                           *
      *                                                                *
      *  One row per account per month (ECL_PROV_MONTH is CCYYMM),    *
      *  written by the month-end ECLPROV run for every account with  *
      *  a debit balance or an undrawn overdraft. The row keeps the   *
      *  staging inputs - the customer's credit score at origination  *
      *  and now, days continuously in excess and collections         *
      *  arrears - alongside the stage they gave, the exposure and    *
      *  the factors applied, so any provision can be explained       *
      *  after the event.                                             *
      *                                                                *
      *  PRIOR_AMOUNT is the account's provision at its previous      *
      *  month-end, so AMOUNT less PRIOR_AMOUNT is the movement the   *
      *  run journals. An account provided for last month but no     *
      *  longer in scope gets a STAGE 0 row with a zero AMOUNT,       *
      *  releasing what was held. A rerun in the same month replaces  *
      *  that month's rows.                                           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ECL_PROVISION TABLE
              ( ECL_PROV_SORTCODE              CHAR(6) NOT NULL,
                ECL_PROV_NUMBER                CHAR(8) NOT NULL,
                ECL_PROV_MONTH                 INTEGER NOT NULL,
                ECL_PROV_CUSTOMER              CHAR(10) NOT NULL,
                ECL_PROV_CLASS                 CHAR(1) NOT NULL,
                ECL_PROV_STAGE                 SMALLINT NOT NULL,
                ECL_PROV_ORIG_SCORE            SMALLINT NOT NULL,
                ECL_PROV_SCORE                 SMALLINT NOT NULL,
                ECL_PROV_DAYS_EXCESS           INTEGER NOT NULL,
                ECL_PROV_ARREARS               DECIMAL(12, 2) NOT NULL,
                ECL_PROV_DRAWN                 DECIMAL(12, 2) NOT NULL,
                ECL_PROV_UNDRAWN               DECIMAL(12, 2) NOT NULL,
                ECL_PROV_EAD                   DECIMAL(12, 2) NOT NULL,
                ECL_PROV_PD                    DECIMAL(7, 6) NOT NULL,
                ECL_PROV_LGD                   DECIMAL(5, 4) NOT NULL,
                ECL_PROV_AMOUNT                DECIMAL(12, 2) NOT NULL,
                ECL_PROV_PRIOR_AMOUNT          DECIMAL(12, 2) NOT NULL )
           END-EXEC.

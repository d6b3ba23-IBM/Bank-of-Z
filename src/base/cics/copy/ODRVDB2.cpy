      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 OVERDRAFT_REVIEW Table Declaration                        *
      *                                                                *
      *  One row per annual review of an account's overdraft limit,  *
      *  raised by the ODREVIEW job from LENDELIG's decision on the   *
      *  limit as it stands, the customer's CUSTOMER_EXPOSURE         *
      *  utilisation, any OVERDRAFT_EXCESS the account is in and the  *
      *  latest bureau score. ODR_BASIS carries the figures the       *
      *  proposal was made on, for the credit officer.                *
      *                                                                *
      *  ODR_PROPOSAL is 'K' (keep), 'I' (increase), 'R' (reduce) or  *
      *  'X' (remove). ODR_STATUS is:                                  *
      *                                                                *
      *    'K' kept - nothing to do until next year                   *
      *    'O' increase offered - the branch makes the offer and      *
      *        applies it through ODLMAINT if the customer accepts    *
      *    'P' reduction or removal pending a credit officer (ODRAPPR)*
      *    'A' approved - the advance-notice letter is to go          *
      *    'D' declined by the officer - the limit stays              *
      *    'N' notice sent - applied on ODR_EFFECTIVE_DATE             *
      *    'C' complete - the new limit is on the account             *
      *    'V' void - the account closed or its limit was changed     *
      *        by other means before the review could be applied      *
      *                                                                *
      *  Dates are CCYYMMDD integers, zero until reached.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE OVERDRAFT_REVIEW TABLE
              ( ODR_SORTCODE                   CHAR(6) NOT NULL,
                ODR_NUMBER                     CHAR(8) NOT NULL,
                ODR_REVIEW_DATE                INTEGER NOT NULL,
                ODR_CUSTOMER                   CHAR(10) NOT NULL,
                ODR_CURRENT_LIMIT              INTEGER NOT NULL,
                ODR_PROPOSED_LIMIT             INTEGER NOT NULL,
                ODR_PROPOSAL                   CHAR(1) NOT NULL,
                ODR_BASIS                      CHAR(100) NOT NULL,
                ODR_STATUS                     CHAR(1) NOT NULL,
                ODR_DECIDED_BY                 CHAR(3) NOT NULL,
                ODR_DECIDED_DATE               INTEGER NOT NULL,
                ODR_NOTICE_DATE                INTEGER NOT NULL,
                ODR_EFFECTIVE_DATE             INTEGER NOT NULL,
                ODR_APPLIED_DATE               INTEGER NOT NULL )
           END-EXEC.

      *  has an answerable history, alongside the 'ODL' PROCTRAN      *
      *  record the same change writes.                               *
      *                                                                *
      *  ODL_AUDIT_REASON says what moved the limit: 'REQUEST' for a  *
      *  change made at the counter through ODLMAINT, 'ANNUAL REVIEW' *
      *  for one the ODREVIEW job applied once its notice expired.    *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE OVERDRAFT_LIMIT_AUDIT TABLE
              ( ODL_AUDIT_SORTCODE             CHAR(6) NOT NULL,
                ODL_AUDIT_NEW_LIMIT            INTEGER NOT NULL,
                ODL_AUDIT_OPERATOR             CHAR(3) NOT NULL,
                ODL_AUDIT_DATE                 CHAR(10) NOT NULL,
                ODL_AUDIT_TIME                 CHAR(8) NOT NULL,
                ODL_AUDIT_REASON               CHAR(20) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 INTEREST_RECALC Table Declaration                         *
      *                                                                *
      *  One row per back-valued posting made against an account      *
      *  whose interest had already been accrued on or after the       *
      *  value date. DBCRFUN, XFRFUN and ADJLOAD write the row in the  *
      *  same unit of work as the posting, STATUS 'P' pending; the     *
      *  next ACCRINT run re-runs the daily interest for each day      *
      *  from VALUE_DATE to the day before POSTED_DATE and sets        *
      *  STATUS 'D' done, with ADJUSTMENT the interest difference it   *
      *  booked and DONE_DATE the run date. VALUE_DATE, POSTED_DATE   *
      *  and DONE_DATE are CCYYMMDD. AMOUNT is signed as posted to     *
      *  this account (negative for a debit). PROCTRAN_REF is the      *
      *  reference of the posting and SOURCE the program that made     *
      *  it.                                                           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE INTEREST_RECALC TABLE
              ( INTEREST_RECALC_SORTCODE       CHAR(6) NOT NULL,
                INTEREST_RECALC_NUMBER         CHAR(8) NOT NULL,
                INTEREST_RECALC_PROCTRAN_REF   CHAR(12) NOT NULL,
                INTEREST_RECALC_VALUE_DATE     INTEGER NOT NULL,
                INTEREST_RECALC_POSTED_DATE    INTEGER NOT NULL,
                INTEREST_RECALC_AMOUNT         DECIMAL(12, 2) NOT NULL,
                INTEREST_RECALC_STATUS         CHAR(1) NOT NULL,
                INTEREST_RECALC_ADJUSTMENT     DECIMAL(12, 2),
                INTEREST_RECALC_DONE_DATE      INTEGER,
                INTEREST_RECALC_SOURCE         CHAR(8) NOT NULL )
           END-EXEC.

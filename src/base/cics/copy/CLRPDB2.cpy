      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 CLEARING_POSITION Table Declaration                       *
      *                                                                *
      *  The clearing settlement position - one row per business     *
      *  date, carrying what this bank owes the clearing house for    *
      *  the outbound payments submitted that day and what comes      *
      *  back to it for the items the clearing house rejected.        *
      *  OBPSUBM adds each submission file's total to _OUTBOUND and   *
      *  OBPRESP adds each credited-back rejection to _RETURNED, so   *
      *  the net settlement figure for the day is _OUTBOUND less      *
      *  _RETURNED. The same movements are written as journal lines   *
      *  against the CLRSETTL ledger account in the GLEXTR layout.    *
      *                                                                *
      *  CLEARING_POSITION_DATE is a CCYYMMDD integer.               *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE CLEARING_POSITION TABLE
              ( CLEARING_POSITION_DATE         INTEGER NOT NULL,
                CLEARING_POSITION_OUT_COUNT    INTEGER NOT NULL,
                CLEARING_POSITION_OUTBOUND     DECIMAL(15,2) NOT NULL,
                CLEARING_POSITION_RET_COUNT    INTEGER NOT NULL,
                CLEARING_POSITION_RETURNED     DECIMAL(15,2) NOT NULL )
           END-EXEC.

      *  overstating it, with the reason and the authorising          *
      *  operator as the approval trail. Recovery receipts against    *
      *  the debt accumulate in WRITE_OFF_RECOVERED, and WOFRPT       *
      *  totals the position by sort code for finance. A debt still   *
      *  outstanding is placed with a recovery agency by DRAPLACE     *
      *  (DEBT_PLACEMENT), and the agency's collections come back     *
      *  through DRAREMIT, net of its commission, as recoveries.      *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE WRITE_OFF TABLE

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PRODUCT_RATE_CHANGE Table Declaration                     *
      *                                                                *
      *  A scheduled change to a product's interest rate, entered     *
      *  through REFDMNT. CREACC only copies the product rate onto a  *
      *  new account, so a change to ACCOUNT_PRODUCT_INT_RATE alone   *
      *  never reached the accounts already open; this schedule is    *
      *  how it does, with notice first.                               *
      *                                                                *
      *  On RATE_CHANGE_NOTICE_DATE (CCYYMMDD) the nightly RATECHG    *
      *  job sends every holder of the product the RATECHG letter;    *
      *  on RATE_CHANGE_EFFECTIVE_DATE it re-prices every open        *
      *  account on the product and the product itself, so accounts   *
      *  opened afterwards get the new rate too. OLD_RATE is the      *
      *  product rate when the change was scheduled.                  *
      *                                                                *
      *  STATUS is 'S' scheduled, 'N' notice sent, 'A' applied or     *
      *  'X' cancelled - a change can only be cancelled before its   *
      *  letters have gone. A product has at most one change at 'S'  *
      *  or 'N'. LETTERS and REPRICED are the counts RATECHG          *
      *  recorded, for the control report's totals.                   *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PRODUCT_RATE_CHANGE TABLE
              ( RATE_CHANGE_PRODUCT            CHAR(8) NOT NULL,
                RATE_CHANGE_EFFECTIVE_DATE     INTEGER NOT NULL,
                RATE_CHANGE_NOTICE_DATE        INTEGER NOT NULL,
                RATE_CHANGE_OLD_RATE           DECIMAL(6, 2) NOT NULL,
                RATE_CHANGE_NEW_RATE           DECIMAL(6, 2) NOT NULL,
                RATE_CHANGE_STATUS             CHAR(1) NOT NULL,
                RATE_CHANGE_SCHED_BY           CHAR(3) NOT NULL,
                RATE_CHANGE_SCHED_DATE         INTEGER NOT NULL,
                RATE_CHANGE_LETTERS            INTEGER NOT NULL,
                RATE_CHANGE_REPRICED           INTEGER NOT NULL )
           END-EXEC.

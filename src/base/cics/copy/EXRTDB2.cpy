      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 EXCHANGE_RATE Table Declaration                           *
      *                                                                *
      *  The treasury's daily rates, loaded by EXRTLOAD - one row per *
      *  currency per rate date (CCYYMMDD). EXCHANGE_RATE_RATE is the *
      *  units of the currency one pound sterling buys, so an amount  *
      *  in the currency divided by the rate is its sterling value.   *
      *  Sterling itself is never held - its rate is 1 by definition. *
      *  "The day's rate" is the row with the latest date on or      *
      *  before the day, so a weekend or a late treasury file carries *
      *  the last published rate forward.                             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE EXCHANGE_RATE TABLE
              ( EXCHANGE_RATE_CURRENCY         CHAR(3) NOT NULL,
                EXCHANGE_RATE_DATE             INTEGER NOT NULL,
                EXCHANGE_RATE_RATE             DECIMAL(11,6) NOT NULL,
                EXCHANGE_RATE_LOADED           CHAR(10) NOT NULL )
           END-EXEC.

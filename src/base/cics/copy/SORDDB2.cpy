      *                                                                *
      *  STANDING_ORDER_NEXT_DUE and _END_DATE are CCYYMMDD           *
      *  integers; an end date of zero means the order runs until     *
      *  cancelled. STANDING_ORDER_STATUS is 'A' (active), 'C'         *
      *  (cancelled), 'X' (expired past its end date) or 'S'           *
      *  (switched away with its account to another bank).             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE STANDING_ORDER TABLE

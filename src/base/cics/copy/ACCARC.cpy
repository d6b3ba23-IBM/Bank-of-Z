      *  from here through the INQAARCH enquiry instead of a DBA      *
      *  trawl of PROCTRAN.                                           *
      *                                                                *
      *  ACCOUNT_ARCHIVE_REASON is 'D' (deleted with its customer),    *
      *  'C' (branch closure), 'U' (unclaimed-balance transfer),       *
      *  'S' (switched to another bank) or 'T' (transferred out to     *
      *  the buyer in a book sale).                                    *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCOUNT_ARCHIVE TABLE

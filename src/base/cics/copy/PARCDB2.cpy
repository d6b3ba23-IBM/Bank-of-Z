      *  can never swallow activity a statement still owes the        *
      *  customer. INQPTRAN reads the row to tell the caller that     *
      *  older history is archived and retrievable through the        *
      *  PROCRETR batch request path. Rows of a customer under an    *
      *  active LEGAL_HOLD stay live behind the date until the hold   *
      *  is lifted, when PROCARCH archives them without moving it.    *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PTRAN_ARCHIVE_CONTROL TABLE

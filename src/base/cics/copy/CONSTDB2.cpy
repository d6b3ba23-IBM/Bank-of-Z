      *  CONTFLAG when a letter comes back undelivered. Extracts and  *
      *  correspondence runs suppress a quarantined channel, and      *
      *  UPDCUST clears the row when a new value is written to the    *
      *  affected field. MORTSCRN adds POST rows in state SCREEN for  *
      *  gone-away matches from the screening file; these suppress    *
      *  nothing until staff confirm them to FAILED through CONTFLAG. *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE CONTACT_STATUS TABLE

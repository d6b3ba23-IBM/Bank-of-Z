      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 GL_JOURNAL Table Declaration                              *
      *                                                                *
      *  One row per journal file sent to the finance system - the     *
      *  nightly GLEXTR extract and the month-end ACCRJNL accrual -    *
      *  keyed on the SOURCE program and the run DATE (CCYYMMDD) the   *
      *  journal is dated. LINES, DEBITS, CREDITS and AGREES are the   *
      *  file's own trailer. STATUS is 'S' sent and awaiting the       *
      *  ledger's acknowledgement, 'A' accepted, 'P' accepted with     *
      *  LINES_REJECTED lines rejected (each on GL_JOURNAL_REJECT)     *
      *  and 'R' rejected outright, with REASON the ledger's reason.   *
      *  GLACK sets the status and ACK_DATE from the finance           *
      *  system's acknowledgement file; a rerun of the extract         *
      *  replaces the row and starts it again at 'S'.                  *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE GL_JOURNAL TABLE
              ( GL_JOURNAL_SOURCE              CHAR(8) NOT NULL,
                GL_JOURNAL_DATE                INTEGER NOT NULL,
                GL_JOURNAL_LINES               INTEGER NOT NULL,
                GL_JOURNAL_DEBITS              DECIMAL(15, 2) NOT NULL,
                GL_JOURNAL_CREDITS             DECIMAL(15, 2) NOT NULL,
                GL_JOURNAL_AGREES              CHAR(1) NOT NULL,
                GL_JOURNAL_STATUS              CHAR(1) NOT NULL,
                GL_JOURNAL_ACK_DATE            INTEGER,
                GL_JOURNAL_LINES_REJECTED      INTEGER,
                GL_JOURNAL_REASON              CHAR(30) )
           END-EXEC.

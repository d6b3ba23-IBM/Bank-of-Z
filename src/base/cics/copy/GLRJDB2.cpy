      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 GL_JOURNAL_REJECT Table Declaration                       *
      *                                                                *
      *  One row per journal line the finance system's ledger          *
      *  rejected, as its acknowledgement file returned it. SOURCE     *
      *  and DATE are the GL_JOURNAL row the line belongs to and       *
      *  LINE_NO its record number in that journal file. The line's    *
      *  own sort code, GL account, transaction type, side, amount     *
      *  and currency are kept so the line can be corrected and        *
      *  re-journalled without the file. REASON_CODE and REASON_TEXT   *
      *  are the ledger's; ACK_DATE is the GLACK run date (CCYYMMDD)   *
      *  that recorded it.                                             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE GL_JOURNAL_REJECT TABLE
              ( GL_JOURNAL_REJECT_SOURCE       CHAR(8) NOT NULL,
                GL_JOURNAL_REJECT_DATE         INTEGER NOT NULL,
                GL_JOURNAL_REJECT_LINE_NO      INTEGER NOT NULL,
                GL_JOURNAL_REJECT_SORTCODE     CHAR(6) NOT NULL,
                GL_JOURNAL_REJECT_GL_ACCOUNT   CHAR(8) NOT NULL,
                GL_JOURNAL_REJECT_TXN_TYPE     CHAR(3) NOT NULL,
                GL_JOURNAL_REJECT_DR_CR        CHAR(1) NOT NULL,
                GL_JOURNAL_REJECT_AMOUNT       DECIMAL(14, 2) NOT NULL,
                GL_JOURNAL_REJECT_CURRENCY     CHAR(3) NOT NULL,
                GL_JOURNAL_REJECT_REASON_CODE  CHAR(4) NOT NULL,
                GL_JOURNAL_REJECT_REASON_TEXT  CHAR(30),
                GL_JOURNAL_REJECT_ACK_DATE     INTEGER NOT NULL )
           END-EXEC.

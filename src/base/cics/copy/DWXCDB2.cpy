      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 DW_EXTRACT_CONTROL Table Declaration                      *
      *                                                                *
      *  The high-water mark of the nightly DWHEXTR change-data        *
      *  extract for the data warehouse - one row per extract job.     *
      *  DW_EXTRACT_THRU_DATE (CCYYMMDD) is the last business date     *
      *  whose changes have been extracted; the next run takes         *
      *  everything dated after it up to the current business date,   *
      *  so a night the job did not run is picked up by the next one   *
      *  without anyone resetting anything. The row is replaced only   *
      *  when a run has written every file cleanly.                    *
      *                                                                *
      *  RUN_DATE is the business date of the run that moved the      *
      *  mark, CCYYMMDD; ROW_COUNT is the number of data records it    *
      *  wrote across all its files.                                   *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DW_EXTRACT_CONTROL TABLE
              ( DW_EXTRACT_JOB                 CHAR(8) NOT NULL,
                DW_EXTRACT_THRU_DATE           INTEGER NOT NULL,
                DW_EXTRACT_RUN_DATE            INTEGER NOT NULL,
                DW_EXTRACT_ROW_COUNT           INTEGER NOT NULL )
           END-EXEC.

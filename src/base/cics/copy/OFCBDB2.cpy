      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 OFFLINE_CASH_BATCH Table Declaration                      *
      *                                                                *
      *  One row per branch offline cash file posted by BRCPOST - the  *
      *  cash a branch paid out or took in against its BRCONTG         *
      *  contingency file while the host was unreachable. The branch   *
      *  sort code and the batch reference from the file's header      *
      *  are the key, so the same file presented twice is refused      *
      *  whole rather than posting the branch's cash a second time.    *
      *                                                                *
      *  OFFLINE_BATCH_STATUS is 'R' (posting - a run that stopped     *
      *  part-way resumes it from BATCH_RESTART) or 'P' (posted).      *
      *  LINES, POSTED and EXCEPTIONS are the run's counts; DATE is    *
      *  the business date posted, CCYYMMDD.                           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE OFFLINE_CASH_BATCH TABLE
              ( OFFLINE_BATCH_SORTCODE         CHAR(6) NOT NULL,
                OFFLINE_BATCH_REF              CHAR(12) NOT NULL,
                OFFLINE_BATCH_STATUS           CHAR(1) NOT NULL,
                OFFLINE_BATCH_LINES            INTEGER NOT NULL,
                OFFLINE_BATCH_POSTED           INTEGER NOT NULL,
                OFFLINE_BATCH_EXCEPTIONS       INTEGER NOT NULL,
                OFFLINE_BATCH_DATE             INTEGER NOT NULL )
           END-EXEC.

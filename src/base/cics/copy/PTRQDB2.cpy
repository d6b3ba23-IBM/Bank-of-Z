      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PTRAN_RETRIEVAL_REQUEST Table Declaration                 *
      *                                                                *
      *  One row per account per archived-history retrieval queued    *
      *  from a TXNSRCH search whose date range reached back past     *
      *  what PROCARCH has left on PROCTRAN. All the accounts of one  *
      *  search share a PTRQ_ID. The PROCRETR run with QUEUED=Y       *
      *  reads the unload generations once for every pending row and  *
      *  prints the matches under the request id.                     *
      *                                                                *
      *  PTRQ_STATUS is 'P' (pending) or 'D' (done on                 *
      *  PTRQ_DONE_DATE, PTRQ_FOUND transactions listed). Dates are   *
      *  CCYYMMDD integers; a zero PTRQ_FROM_DATE means from the      *
      *  start of the archive.                                        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PTRAN_RETRIEVAL_REQUEST TABLE
              ( PTRQ_ID                        INTEGER NOT NULL,
                PTRQ_SORTCODE                  CHAR(6) NOT NULL,
                PTRQ_NUMBER                    CHAR(8) NOT NULL,
                PTRQ_CUSTOMER                  CHAR(10) NOT NULL,
                PTRQ_FROM_DATE                 INTEGER NOT NULL,
                PTRQ_TO_DATE                   INTEGER NOT NULL,
                PTRQ_REQUESTED_DATE            INTEGER NOT NULL,
                PTRQ_REQUESTED_BY              CHAR(3) NOT NULL,
                PTRQ_STATUS                    CHAR(1) NOT NULL,
                PTRQ_DONE_DATE                 INTEGER NOT NULL,
                PTRQ_FOUND                     INTEGER NOT NULL )
           END-EXEC.

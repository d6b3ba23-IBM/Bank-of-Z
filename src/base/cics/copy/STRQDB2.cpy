      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 STATEMENT_REQUEST Table Declaration                       *
      *                                                                *
      *  One row per on-demand statement asked for through STMTREQ     *
      *  - the account, the date range wanted and the channel to       *
      *  send it by - fulfilled overnight by STMTRPRT in the ACCSTMT   *
      *  layout, with any archived part of the range read back from    *
      *  the PROCARCH unload generations.                              *
      *                                                                *
      *  STMT_REQ_STATUS is 'P' (pending), 'D' (done - produced on     *
      *  STMT_REQ_DONE_DATE), 'S' (suppressed - the only viable        *
      *  channel is quarantined) or 'F' (failed - the account has      *
      *  left the live book). STMT_REQ_COPY is 'Y' where the range     *
      *  had already been statemented, so the output is headed COPY    *
      *  STATEMENT. STMT_REQ_FEE is the charge made from the           *
      *  product's 'STMTREQ' TARIFF row, zero when none applied.       *
      *  STMT_REQ_CHANNEL is 'POST' or 'EMAIL'. Dates are CCYYMMDD     *
      *  integers.                                                     *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE STATEMENT_REQUEST TABLE
              ( STMT_REQ_ID                    INTEGER NOT NULL,
                STMT_REQ_SORTCODE              CHAR(6) NOT NULL,
                STMT_REQ_NUMBER                CHAR(8) NOT NULL,
                STMT_REQ_FROM_DATE             INTEGER NOT NULL,
                STMT_REQ_TO_DATE               INTEGER NOT NULL,
                STMT_REQ_CHANNEL               CHAR(6) NOT NULL,
                STMT_REQ_REQUESTED_DATE        INTEGER NOT NULL,
                STMT_REQ_REQUESTED_BY          CHAR(3) NOT NULL,
                STMT_REQ_STATUS                CHAR(1) NOT NULL,
                STMT_REQ_COPY                  CHAR(1) NOT NULL,
                STMT_REQ_FEE                   DECIMAL(12,2) NOT NULL,
                STMT_REQ_DONE_DATE             INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 POSTING_REVERSAL Table Declaration                        *
      *                                                                *
      *  One row per reversal REVPOST has made or been asked to      *
      *  make, keyed on REV_ID. REV_ORIG_REF is the PROCTRAN         *
      *  reference reversed; for a transfer REV_CONTRA_ORIG_REF is   *
      *  the other side's reference, reversed in the same unit of    *
      *  work. A reference that appears on a pending or done row in  *
      *  either column cannot be reversed again. REV_REF and          *
      *  REV_CONTRA_REF are the 'REV' postings that reversed them.   *
      *                                                                *
      *  REV_STATUS is 'P' (awaiting a second operator's approval),  *
      *  'D' (done) or 'R' (rejected by the approver). The approver  *
      *  must differ from REV_REQ_BY. REV_AMOUNT is the original     *
      *  posting's signed amount; dates are CCYYMMDD integers.       *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE POSTING_REVERSAL TABLE
              ( REV_ID                         INTEGER NOT NULL,
                REV_ORIG_REF                   CHAR(12) NOT NULL,
                REV_SORTCODE                   CHAR(6) NOT NULL,
                REV_NUMBER                     CHAR(8) NOT NULL,
                REV_ORIG_TYPE                  CHAR(3) NOT NULL,
                REV_ORIG_DATE                  CHAR(10) NOT NULL,
                REV_AMOUNT                     DECIMAL(12,2) NOT NULL,
                REV_CONTRA_ORIG_REF            CHAR(12) NOT NULL,
                REV_STATUS                     CHAR(1) NOT NULL,
                REV_REQ_BY                     CHAR(3) NOT NULL,
                REV_REQ_DATE                   INTEGER NOT NULL,
                REV_APPROVED_BY                CHAR(3) NOT NULL,
                REV_REF                        CHAR(12) NOT NULL,
                REV_CONTRA_REF                 CHAR(12) NOT NULL )
           END-EXEC.

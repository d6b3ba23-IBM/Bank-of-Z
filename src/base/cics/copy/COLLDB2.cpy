      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 COLLECTIONS_CASE Table Declaration                        *
      *                                                                *
      *  One row per arrears case, opened by the nightly COLLNITE     *
      *  job when an account has been beyond its agreed overdraft     *
      *  limit for the set number of days (type 'O') or a personal    *
      *  loan instalment has been missed (type 'L', keyed on the      *
      *  loan account). COLL_CASE_PAY_NUMBER is the account whose     *
      *  credits count towards a promise - the account itself for     *
      *  an overdraft, the nominated repayment account for a loan.    *
      *                                                                *
      *  STAGE runs 1 (early arrears) to 4 (write-off review); a      *
      *  broken promise moves the case up one stage. The collector    *
      *  is an OPERATOR_ROLE 'COLL' operator, blank while the case    *
      *  is unassigned. PTP_STATUS is blank (no promise), 'O' open,   *
      *  'K' kept or 'B' broken; PTP_TAKEN is the date the promise    *
      *  was recorded. STATUS is 'O' open, 'W' ready for write-off    *
      *  review, 'C' cured and closed, or 'X' closed by WRITEOFF.     *
      *  Closed cases are kept as the account's collections history;  *
      *  an account has at most one case at 'O' or 'W'.               *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE COLLECTIONS_CASE TABLE
              ( COLL_CASE_SORTCODE             CHAR(6) NOT NULL,
                COLL_CASE_NUMBER               CHAR(8) NOT NULL,
                COLL_CASE_OPENED_DATE          INTEGER NOT NULL,
                COLL_CASE_TYPE                 CHAR(1) NOT NULL,
                COLL_CASE_CUSTOMER             CHAR(10) NOT NULL,
                COLL_CASE_PAY_NUMBER           CHAR(8) NOT NULL,
                COLL_CASE_ARREARS              DECIMAL(12, 2) NOT NULL,
                COLL_CASE_STAGE                INTEGER NOT NULL,
                COLL_CASE_COLLECTOR            CHAR(3) NOT NULL,
                COLL_CASE_NEXT_ACTION          INTEGER NOT NULL,
                COLL_CASE_PTP_AMOUNT           DECIMAL(12, 2) NOT NULL,
                COLL_CASE_PTP_DATE             INTEGER NOT NULL,
                COLL_CASE_PTP_TAKEN            INTEGER NOT NULL,
                COLL_CASE_PTP_STATUS           CHAR(1) NOT NULL,
                COLL_CASE_BROKEN_COUNT         INTEGER NOT NULL,
                COLL_CASE_STATUS               CHAR(1) NOT NULL,
                COLL_CASE_CLOSED_DATE          INTEGER NOT NULL )
           END-EXEC.

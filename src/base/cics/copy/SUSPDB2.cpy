      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 SUSPENSE Table Declaration                                *
      *                                                                *
      *  The suspense ledger - one row per inbound credit the         *
      *  clearing house sent us that could not be credited to the    *
      *  account it named: no such account, an account that has      *
      *  closed and gone to ACCOUNT_ARCHIVE, or an account frozen    *
      *  or blocked for credits on ACCOUNT_CONTROL. ICRPROC writes    *
      *  the rows instead of rejecting the items; SUSPMNT lets an     *
      *  operator apply an item to the right account (through the    *
      *  DBCRFUN posting rules, as type 'ICR') or mark it to go back  *
      *  to the sender, and ICRPROC's next run puts the marked items  *
      *  on its returns file. SUSPAGE reports the open items by age   *
      *  for the operations supervisor.                               *
      *                                                                *
      *  SUSPENSE_SORTCODE/_NUMBER are the account the item named;   *
      *  _ORIG_SORTCODE/_NUMBER/_REF identify the sender and their    *
      *  reference, _REMITTER_REF the reference the sender gave the   *
      *  payment. _REASON is '01' (no such account), '02' (account   *
      *  controlled), '03' (account closed), '04' (posting failed)    *
      *  or '05' (tax-free wrapper allowance exceeded).               *
      *  _STATUS is 'O' (open), 'A' (applied), 'R' (return            *
      *  requested) or 'X' (returned to the sender). _APPLIED_ fields *
      *  carry the account credited and its PROCTRAN reference, and  *
      *  _CLEARED_BY the operator who applied or returned the item.   *
      *  Dates are CCYYMMDD integers.                                 *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE SUSPENSE TABLE
              ( SUSPENSE_ID                    INTEGER NOT NULL,
                SUSPENSE_SORTCODE              CHAR(6) NOT NULL,
                SUSPENSE_NUMBER                CHAR(8) NOT NULL,
                SUSPENSE_AMOUNT                DECIMAL(12,2) NOT NULL,
                SUSPENSE_ORIG_SORTCODE         CHAR(6) NOT NULL,
                SUSPENSE_ORIG_NUMBER           CHAR(8) NOT NULL,
                SUSPENSE_ORIG_REF              CHAR(12) NOT NULL,
                SUSPENSE_REMITTER_REF          CHAR(18) NOT NULL,
                SUSPENSE_REASON                CHAR(2) NOT NULL,
                SUSPENSE_STATUS                CHAR(1) NOT NULL,
                SUSPENSE_RECEIVED_DATE         INTEGER NOT NULL,
                SUSPENSE_CLEARED_DATE          INTEGER NOT NULL,
                SUSPENSE_CLEARED_BY            CHAR(3) NOT NULL,
                SUSPENSE_APPLIED_SORTCODE      CHAR(6) NOT NULL,
                SUSPENSE_APPLIED_NUMBER        CHAR(8) NOT NULL,
                SUSPENSE_APPLIED_REF           CHAR(12) NOT NULL )
           END-EXEC.

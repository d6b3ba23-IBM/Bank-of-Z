      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 DD_INDEMNITY_CLAIM Table Declaration                      *
      *                                                                *
      *  One row per Direct Debit Guarantee indemnity claim - a      *
      *  direct debit the customer disputes, refunded to them at     *
      *  once by DDICLAIM and claimed back from the originator.      *
      *  DDICL_DEBIT_REF is the PROCTRAN reference of the disputed   *
      *  'DDB' collection, which can be claimed only once;           *
      *  DDICL_REFUND_REF is the reference of the 'DDR' refund.      *
      *  DDIXTR writes the pending claims to the outbound indemnity  *
      *  file for the originators.                                    *
      *                                                                *
      *  DDICL_STATUS is 'P' (pending - not yet on an indemnity      *
      *  file) or 'S' (sent to the originator on DDICL_SENT_DATE).   *
      *  DDICL_REASON is the customer's reason: 'A' (amount or date  *
      *  not as advised), 'C' (collected after cancellation) or 'N'  *
      *  (no instruction given). Dates are CCYYMMDD integers.        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DD_INDEMNITY_CLAIM TABLE
              ( DDICL_ID                       INTEGER NOT NULL,
                DDICL_SORTCODE                 CHAR(6) NOT NULL,
                DDICL_NUMBER                   CHAR(8) NOT NULL,
                DDICL_SUN                      CHAR(6) NOT NULL,
                DDICL_DDI_REFERENCE            CHAR(18) NOT NULL,
                DDICL_DEBIT_REF                CHAR(12) NOT NULL,
                DDICL_DEBIT_DATE               CHAR(10) NOT NULL,
                DDICL_AMOUNT                   DECIMAL(12,2) NOT NULL,
                DDICL_REFUND_REF               CHAR(12) NOT NULL,
                DDICL_REASON                   CHAR(1) NOT NULL,
                DDICL_CLAIM_DATE               INTEGER NOT NULL,
                DDICL_CLAIMED_BY               CHAR(3) NOT NULL,
                DDICL_STATUS                   CHAR(1) NOT NULL,
                DDICL_SENT_DATE                INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 LETTER_REQUEST Table Declaration                          *
      *                                                                *
      *  One row per bank letter asked for through LTRREQ - the        *
      *  customer, the account, the letter type and the third party it *
      *  is addressed to - produced overnight by BNKLTR from the       *
      *  LETTER_TEMPLATE rows of the same type.                        *
      *                                                                *
      *  LTR_REQ_TYPE is 'ACCCONF' (account confirmation), 'BALCONF'   *
      *  (balance confirmation) or 'BANKREF' (bank reference), or      *
      *  'RETCHQ' - CHQRTN's notice to the customer, at their own      *
      *  address, of a cheque they paid in that came back unpaid.      *
      *  LTR_REQ_BAL_CONSENT is 'Y' only where the customer has        *
      *  explicitly agreed to the balance being disclosed; a balance   *
      *  confirmation cannot be taken without it, and on the other     *
      *  letters the &BALANCE field merges as NOT DISCLOSED unless it  *
      *  is set.                                                       *
      *                                                                *
      *  LTR_REQ_STATUS is 'P' (pending), 'D' (done - produced on      *
      *  LTR_REQ_DONE_DATE) or 'F' (failed - the account or customer   *
      *  has left the live book). LTR_REQ_FEE is the charge made from  *
      *  the product's TARIFF row for the letter type, zero when none  *
      *  applied. Dates are CCYYMMDD integers.                         *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE LETTER_REQUEST TABLE
              ( LTR_REQ_ID                     INTEGER NOT NULL,
                LTR_REQ_SORTCODE               CHAR(6) NOT NULL,
                LTR_REQ_CUSTNO                 CHAR(10) NOT NULL,
                LTR_REQ_NUMBER                 CHAR(8) NOT NULL,
                LTR_REQ_TYPE                   CHAR(8) NOT NULL,
                LTR_REQ_BAL_CONSENT            CHAR(1) NOT NULL,
                LTR_REQ_TO_NAME                CHAR(50) NOT NULL,
                LTR_REQ_TO_LINE1               CHAR(50) NOT NULL,
                LTR_REQ_TO_LINE2               CHAR(50) NOT NULL,
                LTR_REQ_TO_CITY                CHAR(50) NOT NULL,
                LTR_REQ_TO_POSTCODE            CHAR(10) NOT NULL,
                LTR_REQ_REQUESTED_DATE         INTEGER NOT NULL,
                LTR_REQ_REQUESTED_BY           CHAR(3) NOT NULL,
                LTR_REQ_STATUS                 CHAR(1) NOT NULL,
                LTR_REQ_FEE                    DECIMAL(12,2) NOT NULL,
                LTR_REQ_DONE_DATE              INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 BOOK_SALE_ACCOUNT Table Declaration                       *
      *                                                                *
      *  The register of a book sale - one row per account BKSEXTR    *
      *  selected for an outbound portfolio transfer, keyed by the    *
      *  sale reference on its SALE= card. The row is written in the  *
      *  same unit of work as the ACCOUNT_CONTROL freeze, so the      *
      *  register and the freezes can never disagree, and it carries  *
      *  the balance, accrued interest and currency as they stood at  *
      *  the freeze for BKSCLOS to report any movement against.       *
      *                                                                *
      *  BOOK_SALE_STATUS is 'F' (frozen and extracted, awaiting the  *
      *  buyer), 'T' (accepted by the buyer and transferred out -     *
      *  closed with ACCOUNT_ARCHIVE_REASON 'T') or 'R' (refused by   *
      *  the buyer - freeze lifted, the account stays with us).       *
      *  CUTOVER_DATE and DISPOSED_DATE are CCYYMMDD; BUYER_SORTCODE  *
      *  and BUYER_NUMBER are the account at the buyer the balance    *
      *  went to, from the acceptance file.                           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE BOOK_SALE_ACCOUNT TABLE
              ( BOOK_SALE_REF                  CHAR(8) NOT NULL,
                BOOK_SALE_SORTCODE             CHAR(6) NOT NULL,
                BOOK_SALE_NUMBER               CHAR(8) NOT NULL,
                BOOK_SALE_CUSTOMER             CHAR(10) NOT NULL,
                BOOK_SALE_TYPE                 CHAR(8) NOT NULL,
                BOOK_SALE_CURRENCY             CHAR(3) NOT NULL,
                BOOK_SALE_CUTOVER_DATE         INTEGER NOT NULL,
                BOOK_SALE_BALANCE              DECIMAL(12,2) NOT NULL,
                BOOK_SALE_ACCRUED              DECIMAL(12,2) NOT NULL,
                BOOK_SALE_STATUS               CHAR(1) NOT NULL,
                BOOK_SALE_DISPOSED_DATE        INTEGER NOT NULL,
                BOOK_SALE_BUYER_SORTCODE       CHAR(6) NOT NULL,
                BOOK_SALE_BUYER_NUMBER         CHAR(8) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 BOOK_SALE_CUSTOMER Table Declaration                      *
      *                                                                *
      *  Every customer who owns - as primary or joint owner through  *
      *  ACCOUNT_OWNER - an account on a book sale's register         *
      *  (BOOK_SALE_ACCOUNT), written by BKSEXTR as the account is    *
      *  frozen. It is the list of customers the transfer extract     *
      *  carries, and the list BKSCLOS works through once the         *
      *  buyer's acceptance is in, archiving those left with nothing  *
      *  here.                                                        *
      *                                                                *
      *  BOOK_SALE_CUST_STATUS is 'S' (selected - awaiting the        *
      *  close), 'A' (archived to CUSTOMER_ARCHIVE with reason 'T',   *
      *  transferred out), 'K' (kept - still holds an account with    *
      *  us) or 'H' (left on file under an active LEGAL_HOLD).        *
      *  BOOK_SALE_CUST_DATE is the CCYYMMDD the status was set.      *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE BOOK_SALE_CUSTOMER TABLE
              ( BOOK_SALE_CUST_REF             CHAR(8) NOT NULL,
                BOOK_SALE_CUST_SORTCODE        CHAR(6) NOT NULL,
                BOOK_SALE_CUST_NUMBER          CHAR(10) NOT NULL,
                BOOK_SALE_CUST_STATUS          CHAR(1) NOT NULL,
                BOOK_SALE_CUST_DATE            INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 PRODUCT_ELIGIBILITY Table Declaration                     *
      *                                                                *
      *  Who may open an ACCOUNT_PRODUCT, one row per product type,    *
      *  maintained through REFDMNT and enforced by PRODELIG when      *
      *  CREACC or ACCTLOAD opens an account. A product with no row    *
      *  is open to every customer.                                    *
      *                                                                *
      *  _MIN_AGE and _MAX_AGE are whole years from                    *
      *  CUSTOMER_DATE_OF_BIRTH, zero for no limit. _RESIDENCY is 'U'  *
      *  for UK residents only (CUSTOMER_COUNTRY) and 'A' for anyone.  *
      *  _MIN_INCOME is the lowest CUSTOMER_INCOME_BAND accepted       *
      *  (LOW, MEDIUM or HIGH), blank for none. _MAX_HELD is the most  *
      *  accounts of the product one customer may hold, zero for no    *
      *  limit. _EXCL_RISK1 to _3 are CUSTOMER_RISK_RATINGs the        *
      *  product is not offered to, blank where unused.                *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE PRODUCT_ELIGIBILITY TABLE
              ( PRODUCT_ELIGIBILITY_TYPE       CHAR(8) NOT NULL,
                PRODUCT_ELIGIBILITY_MIN_AGE    SMALLINT NOT NULL,
                PRODUCT_ELIGIBILITY_MAX_AGE    SMALLINT NOT NULL,
                PRODUCT_ELIGIBILITY_RESIDENCY  CHAR(1) NOT NULL,
                PRODUCT_ELIGIBILITY_MIN_INCOME CHAR(10) NOT NULL,
                PRODUCT_ELIGIBILITY_MAX_HELD   SMALLINT NOT NULL,
                PRODUCT_ELIGIBILITY_EXCL_RISK1 CHAR(10) NOT NULL,
                PRODUCT_ELIGIBILITY_EXCL_RISK2 CHAR(10) NOT NULL,
                PRODUCT_ELIGIBILITY_EXCL_RISK3 CHAR(10) NOT NULL )
           END-EXEC.

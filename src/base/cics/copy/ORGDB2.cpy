      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 ORGANISATION Table Declaration                            *
      *                                                                *
      *  The business details of an organisation customer - one row    *
      *  per CUSTOMER row of CUSTOMER_TYPE 'O', keyed the same way.    *
      *  The CUSTOMER row carries the registered name (truncated to    *
      *  its last-name column) and correspondence address so every     *
      *  existing enquiry, statement and letter works unchanged.       *
      *                                                                *
      *  BUSINESS_TYPE is 'SOLE' sole trader, 'PART' partnership,      *
      *  'LTD' private limited company, 'PLC' public limited           *
      *  company, 'LLP', 'CHAR' charity or 'CLUB' club/society; the    *
      *  incorporated types must carry a COMPANY_REG number.           *
      *                                                                *
      *  DUAL_SIGN_LIMIT is the signing rule MANDCHK enforces: a       *
      *  payment above it needs two different signatories; zero        *
      *  means one signature always suffices.                          *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ORGANISATION TABLE
              ( ORGANISATION_SORTCODE          CHAR(6) NOT NULL,
                ORGANISATION_NUMBER            CHAR(10) NOT NULL,
                ORGANISATION_REG_NAME          CHAR(100) NOT NULL,
                ORGANISATION_TRADING_NAME      CHAR(100) NOT NULL,
                ORGANISATION_COMPANY_REG       CHAR(10) NOT NULL,
                ORGANISATION_BUSINESS_TYPE     CHAR(4) NOT NULL,
                ORGANISATION_REG_ADDR_LINE1    CHAR(50) NOT NULL,
                ORGANISATION_REG_ADDR_LINE2    CHAR(50) NOT NULL,
                ORGANISATION_REG_CITY          CHAR(50) NOT NULL,
                ORGANISATION_REG_POSTCODE      CHAR(10) NOT NULL,
                ORGANISATION_REG_COUNTRY       CHAR(50) NOT NULL,
                ORGANISATION_DUAL_SIGN_LIMIT   DECIMAL(12,2) NOT NULL,
                ORGANISATION_CREATED_DATE      INTEGER NOT NULL,
                ORGANISATION_CREATED_BY        CHAR(3) NOT NULL )
           END-EXEC.

      *                                                                *
      *  Db2 CUSTOMER Table Declaration                               *
      *                                                                *
      *  CUSTOMER_TYPE is 'O' for an organisation customer, whose      *
      *  business details and signatories are held on ORGANISATION     *
      *  and SIGNATORY; anything else (including null) is a private    *
      *  individual.                                                   *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE CUSTOMER TABLE
              ( CUSTOMER_EYECATCHER            CHAR(4),
                CUSTOMER_TAX_ID                CHAR(13),
                CUSTOMER_PREF_LANGUAGE         CHAR(2),
                CUSTOMER_LOCALIZED_CORR        CHAR(1),
                CUSTOMER_TAX_EXEMPT            CHAR(1),
                CUSTOMER_TYPE                  CHAR(1) )
           END-EXEC.

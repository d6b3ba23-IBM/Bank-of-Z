      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *  Db2 IDENTITY_CHECK Table Declaration                          *
      *                                                                *
      *  One row per CUSTOMER-NUMBER issued at onboarding, recording   *
      *  the electronic identity verification (ID&V) outcome the       *
      *  provider returned: RESULT 'P' pass, 'R' refer, 'F' fail, 'U'  *
      *  provider unavailable - awaiting the IDVRETRY batch retry -    *
      *  and 'C' a refer or fail since cleared by an identity          *
      *  document recorded through KYCDOC (CLEARED_BY is that          *
      *  operator). A fail at onboarding declines the applicant, so    *
      *  its row stands against a number with no CUSTOMER row behind   *
      *  it. PROVIDER_REF and SCORE are the provider's reference and   *
      *  match score, null until the provider has answered. The        *
      *  previous address sent with the request is kept here so a      *
      *  retry sends the same address history the applicant gave.      *
      *  DATE is the ISO date of the last attempt and SOURCE the       *
      *  program that made it.                                         *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE IDENTITY_CHECK TABLE
              ( IDENTITY_CHECK_SORTCODE        CHAR(6) NOT NULL,
                IDENTITY_CHECK_NUMBER          CHAR(10) NOT NULL,
                IDENTITY_CHECK_RESULT          CHAR(1) NOT NULL,
                IDENTITY_CHECK_PROVIDER_REF    CHAR(20),
                IDENTITY_CHECK_SCORE           SMALLINT,
                IDENTITY_CHECK_PREV_LINE1      CHAR(50),
                IDENTITY_CHECK_PREV_LINE2      CHAR(50),
                IDENTITY_CHECK_PREV_CITY       CHAR(50),
                IDENTITY_CHECK_PREV_POSTCODE   CHAR(10),
                IDENTITY_CHECK_PREV_COUNTRY    CHAR(50),
                IDENTITY_CHECK_DATE            CHAR(10) NOT NULL,
                IDENTITY_CHECK_ATTEMPTS        SMALLINT NOT NULL,
                IDENTITY_CHECK_SOURCE          CHAR(8) NOT NULL,
                IDENTITY_CHECK_CLEARED_BY      CHAR(3) )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 SIGNATORY Table Declaration                               *
      *                                                                *
      *  Links individual CUSTOMER rows to an organisation customer    *
      *  - its signatories and its beneficial owners. ROLE is 'DIR'    *
      *  director, 'PART' partner, 'PROP' proprietor, 'SEC' company    *
      *  secretary, 'TRUS' trustee, 'AUTH' other authorised person     *
      *  or 'OWNR' an owner with no office.                            *
      *                                                                *
      *  SIGNING_LIMIT is the largest payment the person may sign;     *
      *  zero means they may not sign at all (an owner recorded for    *
      *  due diligence only). BENEFICIAL_OWNER 'Y' marks the people    *
      *  screened through SCRNCUST at onboarding, with their share     *
      *  in OWNERSHIP_PCT. STATUS is 'A' active or 'R' removed.        *
      *                                                                *
      *  Written by CRECUST at onboarding and maintained through       *
      *  SIGNMNT; MANDCHK reads it to enforce the signing rules.       *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE SIGNATORY TABLE
              ( SIGNATORY_SORTCODE             CHAR(6) NOT NULL,
                SIGNATORY_ORG_NUMBER           CHAR(10) NOT NULL,
                SIGNATORY_CUSTOMER             CHAR(10) NOT NULL,
                SIGNATORY_ROLE                 CHAR(4) NOT NULL,
                SIGNATORY_SIGNING_LIMIT        DECIMAL(12,2) NOT NULL,
                SIGNATORY_BENEFICIAL_OWNER     CHAR(1) NOT NULL,
                SIGNATORY_OWNERSHIP_PCT        DECIMAL(5,2) NOT NULL,
                SIGNATORY_STATUS               CHAR(1) NOT NULL,
                SIGNATORY_ADDED_DATE           INTEGER NOT NULL,
                SIGNATORY_ADDED_BY             CHAR(3) NOT NULL )
           END-EXEC.

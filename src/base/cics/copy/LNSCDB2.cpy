      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 LOAN_SCHEDULE Table Declaration                           *
      *                                                                *
      *  The repayment schedule of a PERSONAL_LOAN - one row per      *
      *  monthly instalment, numbered from 1 in LNSC_SEQ, written by  *
      *  LOANDRAW when the loan is drawn. Each row shows the          *
      *  instalment, its principal and interest parts and the         *
      *  principal remaining once it is paid. The final instalment    *
      *  absorbs the rounding so the loan repays to the penny.        *
      *                                                                *
      *  LNSC_STATUS is 'D' (due - not yet collected), 'P' (paid) or  *
      *  'M' (missed - the collection failed; LOANCOLL tries it again *
      *  on each run until it is paid). LNSC_PAID_REF is the          *
      *  PROCTRAN reference of the collection. Dates are CCYYMMDD     *
      *  integers.                                                    *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE LOAN_SCHEDULE TABLE
              ( LNSC_SORTCODE                  CHAR(6) NOT NULL,
                LNSC_NUMBER                    CHAR(8) NOT NULL,
                LNSC_SEQ                       INTEGER NOT NULL,
                LNSC_DUE_DATE                  INTEGER NOT NULL,
                LNSC_INSTALMENT                DECIMAL(12,2) NOT NULL,
                LNSC_PRINCIPAL                 DECIMAL(12,2) NOT NULL,
                LNSC_INTEREST                  DECIMAL(12,2) NOT NULL,
                LNSC_BALANCE                   DECIMAL(12,2) NOT NULL,
                LNSC_STATUS                    CHAR(1) NOT NULL,
                LNSC_PAID_DATE                 INTEGER NOT NULL,
                LNSC_PAID_REF                  CHAR(12) NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 ECL_PARAMETER Table Declaration                           *
      *                                                                *
      *  The expected-credit-loss factors the month-end ECLPROV run   *
      *  applies, one row per impairment stage (1, 2 or 3) and        *
      *  product class ('D' deposit/current account overdrafts, 'L'   *
      *  personal loans), maintained through REFDMNT so finance can   *
      *  re-calibrate without a program change.                       *
      *                                                                *
      *  PD is the probability of default over the stage's horizon    *
      *  (twelve months for stage 1, lifetime for stages 2 and 3),    *
      *  LGD the share of the exposure lost on default, and CCF the   *
      *  share of an undrawn overdraft expected to be drawn by        *
      *  default. All three are fractions from 0 to 1. The            *
      *  provision is (drawn + undrawn x CCF) x PD x LGD.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ECL_PARAMETER TABLE
              ( ECL_PARM_STAGE                 SMALLINT NOT NULL,
                ECL_PARM_CLASS                 CHAR(1) NOT NULL,
                ECL_PARM_PD                    DECIMAL(7, 6) NOT NULL,
                ECL_PARM_LGD                   DECIMAL(5, 4) NOT NULL,
                ECL_PARM_CCF                   DECIMAL(5, 4) NOT NULL )
           END-EXEC.

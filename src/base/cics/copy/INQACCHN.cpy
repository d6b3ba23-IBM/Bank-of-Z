      *                                                                *
      *  The caller puts INQACC-CHREQ in container BANKREQ and gets   *
      *  INQACC-CHRESP back in BANKRESP - the whole account record    *
      *  plus the success/fail flags, then the bonus accrued and the  *
      *  product's rate tiers and the account's IBAN and our BIC,     *
      *  laid out as in INQACC.cpy.                                   *
      *                                                                *
      ******************************************************************
       01 INQACC-CHREQ.
          03 INQACC-CHR-ACCRUED-INT          PIC S9(10)V99.
          03 INQACC-CHR-SUCCESS              PIC X.
          03 INQACC-CHR-FAIL-CD              PIC X.
          03 INQACC-CHR-BONUS-ACCRUED        PIC S9(10)V99.
          03 INQACC-CHR-TIER-COUNT           PIC 9.
          03 INQACC-CHR-TIERS.
             05 INQACC-CHR-TIER OCCURS 5 TIMES.
                07 INQACC-CHR-TIER-FLOOR      PIC 9(10)V99.
                07 INQACC-CHR-TIER-RATE       PIC 9(4)V99.
                07 INQACC-CHR-TIER-BONUS-RATE PIC 9(4)V99.
                07 INQACC-CHR-TIER-BONUS-COND PIC X.
                07 INQACC-CHR-TIER-APPLIES    PIC X.
          03 INQACC-CHR-IBAN                 PIC X(34).
          03 INQACC-CHR-BIC                  PIC X(11).

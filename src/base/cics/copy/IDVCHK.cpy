      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *  Commarea for IDVCHK - the electronic identity verification    *
      *  (ID&V) exchange. IDVCHK sends the applicant's name, date of   *
      *  birth, address history and tax id to the provider over MQ     *
      *  and waits for its verdict. It is LINKed by CRECUST online     *
      *  and CALLed by CUSTLOAD and IDVRETRY in batch.                 *
      *                                                                *
      *  IDVCHK-DOB is CCYYMMDD. IDVCHK-ADDRESS (1) is the current     *
      *  address and (2) the previous one, spaces if none was given.   *
      *  IDVCHK-RESULT comes back 'P' pass, 'R' refer or 'F' fail      *
      *  with the provider's reference and match score, or 'U' when    *
      *  the provider could not be reached or did not answer in        *
      *  time - the caller carries on and leaves the customer for      *
      *  the IDVRETRY batch retry. IDVCHK-FUNCTION 'D' is for batch    *
      *  callers only, to disconnect from the queue manager at the     *
      *  end of the run.                                               *
      *                                                                *
      ******************************************************************
          03 IDVCHK-FUNCTION                 PIC X.
             88 IDVCHK-VERIFY                VALUE 'V' ' '.
             88 IDVCHK-DISCONNECT            VALUE 'D'.
          03 IDVCHK-SORTCODE                 PIC X(6).
          03 IDVCHK-CUSTNO                   PIC X(10).
          03 IDVCHK-TITLE                    PIC X(10).
          03 IDVCHK-FIRST-NAME               PIC X(50).
          03 IDVCHK-LAST-NAME                PIC X(50).
          03 IDVCHK-DOB                      PIC 9(8).
          03 IDVCHK-TAX-ID                   PIC X(13).
          03 IDVCHK-ADDRESS OCCURS 2 TIMES.
             05 IDVCHK-ADDR-LINE1            PIC X(50).
             05 IDVCHK-ADDR-LINE2            PIC X(50).
             05 IDVCHK-CITY                  PIC X(50).
             05 IDVCHK-POSTCODE              PIC X(10).
             05 IDVCHK-COUNTRY               PIC X(50).
          03 IDVCHK-RESULT                   PIC X.
             88 IDVCHK-PASS                  VALUE 'P'.
             88 IDVCHK-REFER                 VALUE 'R'.
             88 IDVCHK-FAIL                  VALUE 'F'.
             88 IDVCHK-UNAVAILABLE           VALUE 'U'.
          03 IDVCHK-PROVIDER-REF             PIC X(20).
          03 IDVCHK-SCORE                    PIC 9(3).
          03 IDVCHK-MQ-REASON                PIC 9(4).

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 THIRD_PARTY_USAGE Table Declaration                       *
      *                                                                *
      *  One row per enquiry a third-party provider sends MQENQSRV,    *
      *  written in the same unit of work as the reply. FUNCTION is    *
      *  the enquiry function asked for, SORTCODE/CUSTNO the           *
      *  customer it was about (zeros when the request named none      *
      *  the server could resolve) and OUTCOME 'S' (served), 'R'       *
      *  (refused - no live consent covered it) or 'F' (failed or      *
      *  not found). DATE is a CCYYMMDD integer. TPCNITE reports the   *
      *  month's rows per provider.                                    *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE THIRD_PARTY_USAGE TABLE
              ( TPU_PROVIDER                   CHAR(8) NOT NULL,
                TPU_SORTCODE                   CHAR(6) NOT NULL,
                TPU_CUSTNO                     CHAR(10) NOT NULL,
                TPU_FUNCTION                   CHAR(8) NOT NULL,
                TPU_DATE                       INTEGER NOT NULL,
                TPU_TIME                       CHAR(6) NOT NULL,
                TPU_OUTCOME                    CHAR(1) NOT NULL )
           END-EXEC.

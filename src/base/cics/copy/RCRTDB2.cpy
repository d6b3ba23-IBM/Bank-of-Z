      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 ACCESS_RECERT Table Declaration                           *
      *                                                                *
      *  One row per OPERATOR_ROLE grant per quarterly access          *
      *  recertification cycle ('CCYYQn'), written by OPRRECRT when    *
      *  the cycle opens with the operator's branch and line manager   *
      *  from STAFF_DIRECTORY and their last activity date (CCYYMMDD,  *
      *  zero when none is on record). The line manager attests it    *
      *  through RCRTATT before the deadline date.                     *
      *                                                                *
      *  RECERT_STATUS 'P' pending, 'C' confirmed, 'R' revoked by the  *
      *  manager, 'S' suspended by OPRRECRT at the deadline. A         *
      *  revoked or suspended grant has gone from OPERATOR_ROLE; it    *
      *  comes back only through the REFDMNT two-operator add.         *
      *  RECERT_REMOVAL ' ' none, 'I' inactive for the inactivity      *
      *  period, 'L' no longer on STAFF_DIRECTORY - flagged for        *
      *  removal on the attestation list.                              *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE ACCESS_RECERT TABLE
              ( RECERT_CYCLE                   CHAR(6) NOT NULL,
                RECERT_OPID                    CHAR(3) NOT NULL,
                RECERT_ROLE                    CHAR(4) NOT NULL,
                RECERT_SORTCODE                CHAR(6) NOT NULL,
                RECERT_MANAGER                 CHAR(3) NOT NULL,
                RECERT_LAST_ACTIVE             INTEGER NOT NULL,
                RECERT_REMOVAL                 CHAR(1) NOT NULL,
                RECERT_DEADLINE                INTEGER NOT NULL,
                RECERT_STATUS                  CHAR(1) NOT NULL,
                RECERT_ATTESTED_BY             CHAR(3) NOT NULL,
                RECERT_ATTESTED_DATE           INTEGER NOT NULL )
           END-EXEC.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 SERVICE_CONTROL_AUDIT Table Declaration                   *
      *                                                                *
      *  One row for every change of state on SERVICE_CONTROL - the    *
      *  service, the state it left and the state it entered, the      *
      *  message set with it, the operator who made the change and     *
      *  where it was made from: 'SVCCMNT' for a change keyed online,  *
      *  'SVCCTL' for a freeze or release run as a step of the         *
      *  overnight JCL. The date is a CCYYMMDD integer and the time    *
      *  HH.MM.SS. Rows are only ever inserted.                        *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE SERVICE_CONTROL_AUDIT TABLE
              ( SVC_AUDIT_SERVICE              CHAR(8) NOT NULL,
                SVC_AUDIT_OLD_STATE            CHAR(1) NOT NULL,
                SVC_AUDIT_NEW_STATE            CHAR(1) NOT NULL,
                SVC_AUDIT_MESSAGE              CHAR(60) NOT NULL,
                SVC_AUDIT_OPERATOR             CHAR(3) NOT NULL,
                SVC_AUDIT_SOURCE               CHAR(8) NOT NULL,
                SVC_AUDIT_DATE                 INTEGER NOT NULL,
                SVC_AUDIT_TIME                 CHAR(8) NOT NULL )
           END-EXEC.

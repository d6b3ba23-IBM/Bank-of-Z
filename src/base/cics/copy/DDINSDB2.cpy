      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 DIRECT_DEBIT_INSTRUCTION Table Declaration                *
      *                                                                *
      *  The Direct Debit Instruction register - one row per          *
      *  instruction a customer has given an originator to collect    *
      *  from one of their accounts, keyed on the account, the        *
      *  originator's service user number (SUN) and the reference     *
      *  the originator gave the instruction. DDILOAD loads the rows  *
      *  from the paperless instruction set-up and cancellation       *
      *  files; DDIMNT cancels one at the counter on the customer's   *
      *  say-so. DDCOLL returns any collection that has no live       *
      *  instruction behind it.                                        *
      *                                                                *
      *  DDI_STATUS is 'L' (live), 'C' (cancelled by the customer),    *
      *  'X' (cancelled by the originator) or 'S' (switched away       *
      *  with its account to another bank). DDI_CANCELLED_BY is the    *
      *  operator who took a counter cancellation, 'DDI' for one       *
      *  loaded from the cancellation file or 'SWO' for a switch.      *
      *  Dates are CCYYMMDD integers.                                  *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DIRECT_DEBIT_INSTRUCTION TABLE
              ( DDI_SORTCODE                   CHAR(6) NOT NULL,
                DDI_NUMBER                     CHAR(8) NOT NULL,
                DDI_SUN                        CHAR(6) NOT NULL,
                DDI_REFERENCE                  CHAR(18) NOT NULL,
                DDI_ORIGINATOR_NAME            CHAR(18) NOT NULL,
                DDI_STATUS                     CHAR(1) NOT NULL,
                DDI_SETUP_DATE                 INTEGER NOT NULL,
                DDI_CANCELLED_DATE             INTEGER NOT NULL,
                DDI_CANCELLED_BY               CHAR(3) NOT NULL )
           END-EXEC.

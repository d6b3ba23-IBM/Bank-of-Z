      *  One row per death notification, written by UPDCUST when a    *
      *  customer's status moves to DECEASED: who told the branch,    *
      *  and when. The estates team works from this alongside the    *
      *  DECDRPT open-accounts report. MORTSCRN raises a candidate    *
      *  row (STATUS 'S') for a strong mortality screening match; it  *
      *  stays a candidate until staff set the customer to DECEASED   *
      *  through UPDCUST, which confirms it (STATUS 'C'). A row       *
      *  written by UPDCUST itself has no STATUS.                     *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE DECEASED_NOTICE TABLE
                DECEASED_NOTICE_NUMBER         CHAR(10) NOT NULL,
                DECEASED_NOTICE_NOTIFIED_BY    CHAR(50) NOT NULL,
                DECEASED_NOTICE_DATE           CHAR(10) NOT NULL,
                DECEASED_NOTICE_PROBATE_REF    CHAR(20),
                DECEASED_NOTICE_STATUS         CHAR(1) )
           END-EXEC.

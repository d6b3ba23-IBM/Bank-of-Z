      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for CHQDEP - a cheque paid in at the counter. The    *
      *  amount is credited to COMM-CHQ-SCODE/ACCNO through DBCRFUN    *
      *  with a clearing period, so it is held out of the available    *
      *  balance on ACCOUNT_HOLD until it matures, and the cheque is   *
      *  recorded on CHEQUE_ITEM for CHQXTR to send to clearing.       *
      *  A paying-in slip with several cheques is one call a cheque.   *
      *                                                                *
      *  COMM-CHQ-DRAWER-SCODE, -DRAWER-ACCNO and -SERIAL are read     *
      *  from the cheque's code line. COMM-CHQ-CLEAR-DAYS zero takes   *
      *  the standard clearing period. A cheque already paid in and    *
      *  not returned is refused ('3'). The item id and the deposit's  *
      *  PROCTRAN reference are returned.                              *
      *                                                                *
      ******************************************************************
          03 COMM-CHQ-SCODE                  PIC X(6).
          03 COMM-CHQ-ACCNO                  PIC X(8).
          03 COMM-CHQ-DRAWER-SCODE           PIC X(6).
          03 COMM-CHQ-DRAWER-ACCNO           PIC X(8).
          03 COMM-CHQ-SERIAL                 PIC X(6).
          03 COMM-CHQ-AMOUNT                 PIC 9(10)V99.
          03 COMM-CHQ-CLEAR-DAYS             PIC 9(2).
          03 COMM-CHQ-ID                     PIC 9(8).
          03 COMM-CHQ-PROCTRAN-REF           PIC X(12).
          03 COMM-CHQ-SUCCESS                PIC X.
             88 CHQ-SUCCESSFUL               VALUE 'Y'.
          03 COMM-CHQ-FAIL-CD                PIC X.
             88 CHQ-BAD-CHEQUE               VALUE '1'.
             88 CHQ-NO-KEY                   VALUE '2'.
             88 CHQ-ALREADY-PAID-IN          VALUE '3'.
             88 CHQ-DEPOSIT-FAILED           VALUE '5'.
             88 CHQ-DB2-ERROR                VALUE '8'.
          03 COMM-CHQ-DBCR-FAIL-CD           PIC X.

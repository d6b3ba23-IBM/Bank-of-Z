      *  A debit (overdrawn) balance cannot be disposed of - the      *
      *  debt must be repaid, or written off, before closure.         *
      *                                                                *
      *  A customer under an escalated AML_REVIEW case cannot close   *
      *  an account until the MLRO releases the case ('M').           *
      *                                                                *
      *  No account is closed ('Q') while SERVICE_CONTROL has the     *
      *  'ACCOUNTS' or the 'POSTING ' service read-only or closed     *
      *  (see SVCCHK).                                                *
      *                                                                *
      ******************************************************************
          03 COMM-CLS-EYE                    PIC X(4).
          03 COMM-CLS-SCODE                  PIC X(6).
             88 CLS-DISP-NOT-FOUND           VALUE 'D'.
             88 CLS-DISP-CONTROLLED          VALUE 'G'.
             88 CLS-SAME-ACCOUNT             VALUE 'S'.
             88 CLS-SAR-HOLD                 VALUE 'M'.
             88 CLS-SERVICE-FROZEN           VALUE 'Q'.

          03 COMM-TAX-ID          PIC X(13).
          03 COMM-PREF-LANGUAGE   PIC X(02).
          03 COMM-LOCALIZED-CORR  PIC X.
      *
      *    COMM-UPD-FAIL-CD 'Q' - nothing was changed because
      *    SERVICE_CONTROL has the 'CUSTOMER' service read-only or
      *    closed for the overnight batch (see SVCCHK).
      *
          03 COMM-UPD-SUCCESS     PIC X.
          03 COMM-UPD-FAIL-CD     PIC X.
      *

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for SVCCHK - whether an online service is taking     *
      *  updates or is frozen for the overnight batch.                 *
      *                                                                *
      *  Supply the service name. SVCC-UPDATES comes back 'Y' where    *
      *  the service is open and 'N' where SERVICE_CONTROL has it      *
      *  read-only or closed, with its state and the message to show   *
      *  the operator - 'SERVICE TEMPORARILY UNAVAILABLE' if none was  *
      *  set. A DB2 failure sets fail code '8' and returns 'N': a      *
      *  freeze that cannot be ruled out is treated as in force, so    *
      *  nothing is posted against tables the batch may be holding.    *
      *                                                                *
      ******************************************************************
          03 SVCC-SERVICE                    PIC X(8).
             88 SVCC-POSTING                 VALUE 'POSTING '.
             88 SVCC-ACCOUNTS                VALUE 'ACCOUNTS'.
             88 SVCC-CUSTOMER                VALUE 'CUSTOMER'.
          03 SVCC-STATE                      PIC X.
             88 SVCC-OPEN                    VALUE 'O'.
             88 SVCC-READ-ONLY               VALUE 'R'.
             88 SVCC-CLOSED                  VALUE 'C'.
          03 SVCC-UPDATES                    PIC X.
             88 SVCC-UPDATES-ALLOWED         VALUE 'Y'.
          03 SVCC-MESSAGE                    PIC X(60).
          03 SVCC-SUCCESS                    PIC X.
             88 SVCC-OK                      VALUE 'Y'.
          03 SVCC-FAIL-CD                    PIC X.
             88 SVCC-NO-KEY                  VALUE '2'.
             88 SVCC-DB2-ERROR               VALUE '8'.

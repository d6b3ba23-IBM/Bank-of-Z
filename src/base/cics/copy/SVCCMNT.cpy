      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for SVCCMNT - sets and lists the state of the        *
      *  online services on SERVICE_CONTROL.                           *
      *                                                                *
      *  COMM-SVM-ACTION 'S' sets the service keyed to the state       *
      *  keyed - 'O' open, 'R' read-only or 'C' closed - with the      *
      *  message refused operators are to see; the state it left       *
      *  comes back in COMM-SVM-OLD-STATE. 'E' lists every service     *
      *  on the table with its state, message and who last changed     *
      *  it. Both need an 'OPS ' or 'MGR ' operator role; otherwise    *
      *  fail code 'A' is returned.                                    *
      *                                                                *
      ******************************************************************
          03 COMM-SVM-ACTION                 PIC X.
             88 SVM-SET-STATE                VALUE 'S'.
             88 SVM-ENQUIRE                  VALUE 'E'.
          03 COMM-SVM-SERVICE                PIC X(8).
          03 COMM-SVM-STATE                  PIC X.
          03 COMM-SVM-OLD-STATE              PIC X.
          03 COMM-SVM-MESSAGE                PIC X(60).
          03 COMM-SVM-LIST-COUNT             PIC 9(2).
          03 COMM-SVM-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-SVM-L-SERVICE           PIC X(8).
             05 COMM-SVM-L-STATE             PIC X.
             05 COMM-SVM-L-MESSAGE           PIC X(60).
             05 COMM-SVM-L-CHANGED-BY        PIC X(3).
             05 COMM-SVM-L-CHANGED-DATE      PIC 9(8).
             05 COMM-SVM-L-CHANGED-TIME      PIC X(8).
          03 COMM-SVM-SUCCESS                PIC X.
             88 SVM-SUCCESS                  VALUE 'Y'.
          03 COMM-SVM-FAIL-CD                PIC X.
             88 SVM-BAD-ACTION               VALUE '1'.
             88 SVM-NO-KEY                   VALUE '2'.
             88 SVM-BAD-STATE                VALUE '3'.
             88 SVM-NOT-AUTHORISED           VALUE 'A'.
             88 SVM-DB2-ERROR                VALUE '8'.

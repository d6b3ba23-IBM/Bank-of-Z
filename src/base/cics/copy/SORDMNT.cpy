             88 SO-TO-NOT-FOUND              VALUE '6'.
             88 SO-ORDER-NOT-FOUND           VALUE '7'.
             88 SO-BAD-DATE                  VALUE '9'.
             88 SO-BAD-DESTINATION           VALUE 'V'.
             88 SO-DB2-ERROR                 VALUE '8'.

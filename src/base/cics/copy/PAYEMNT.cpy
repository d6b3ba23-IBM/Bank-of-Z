             88 PY-CUST-NOT-FOUND            VALUE '3'.
             88 PY-ALREADY-SAVED             VALUE '4'.
             88 PY-NOT-FOUND                 VALUE '5'.
             88 PY-BAD-DESTINATION           VALUE '6'.
             88 PY-DB2-ERROR                 VALUE '8'.

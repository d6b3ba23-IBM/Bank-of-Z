             88 MERGE-DUP-NOT-FOUND      VALUE '2'.
             88 MERGE-SAME-CUSTOMER      VALUE 'S'.
             88 MERGE-IN-OPERATION       VALUE 'O'.
             88 MERGE-LEGAL-HOLD         VALUE 'H'.

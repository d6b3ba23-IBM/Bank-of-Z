      *  DELCUS's COMM-DEL-RESTART-ACCNO, letting a transaction that    *
      *  abends part-way through be redriven from where it left off.   *
      *                                                                *
      *  A customer under an escalated AML_REVIEW case is not moved   *
      *  until the MLRO releases the case ('M').                       *
      *                                                                *
      ******************************************************************
          03 COMM-TRN-EYE                PIC X(4).
          03 COMM-TRN-OLD-SCODE          PIC X(6).
             88 TRANSFER-CUST-NOT-FOUND  VALUE 'C'.
             88 TRANSFER-SAME-SORT-CODE  VALUE 'S'.
             88 TRANSFER-BAD-BRANCH      VALUE 'B'.
             88 TRANSFER-SAR-HOLD        VALUE 'M'.

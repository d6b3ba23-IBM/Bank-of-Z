      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 MODULUS_WEIGHT Table Declaration                          *
      *                                                                *
      *  The industry modulus weight table, one row per line of the    *
      *  published file as loaded by MODWLOAD: the sort code range     *
      *  the line covers, its check method ('MOD10', 'MOD11' or        *
      *  'DBLAL'), the fourteen weights for digits u v w x y z a b c   *
      *  d e f g h (sort code then account number) held as fourteen    *
      *  three-digit numbers in _WEIGHTS, and the exception code (0    *
      *  for none). A range with two checks has two rows, _SEQ 1 and   *
      *  2 in file order. ACCTVAL reads it.                            *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE MODULUS_WEIGHT TABLE
              ( MODULUS_WEIGHT_SORT_FROM       CHAR(6) NOT NULL,
                MODULUS_WEIGHT_SORT_TO         CHAR(6) NOT NULL,
                MODULUS_WEIGHT_SEQ             SMALLINT NOT NULL,
                MODULUS_WEIGHT_METHOD          CHAR(5) NOT NULL,
                MODULUS_WEIGHT_WEIGHTS         CHAR(42) NOT NULL,
                MODULUS_WEIGHT_EXCEPTION       SMALLINT NOT NULL,
                MODULUS_WEIGHT_LOADED          CHAR(10) NOT NULL )
           END-EXEC.

      *  CUSTOMER to surface an operator browsing a customer who     *
      *  shares their own surname or postcode - the                  *
      *  looking-up-the-family pattern the security team asks about. *
      *  The branch sort code and the line manager's operator id      *
      *  drive OPRRECRT's quarterly access recertification, and a     *
      *  leaver drops off the extract altogether.                     *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE STAFF_DIRECTORY TABLE
              ( STAFF_OPID                     CHAR(3) NOT NULL,
                STAFF_SURNAME                  CHAR(50) NOT NULL,
                STAFF_POSTCODE                 CHAR(10) NOT NULL,
                STAFF_SORTCODE                 CHAR(6) NOT NULL,
                STAFF_MANAGER_OPID             CHAR(3) NOT NULL )
           END-EXEC.

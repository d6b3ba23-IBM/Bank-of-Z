      *  a program; a type/language pair with no rows falls back to   *
      *  the EN template.                                             *
      *                                                                *
      *  FORMAT is 'S' (or null) for the standard print, 'L' or 'B'  *
      *  for the large-print and braille versions of the same letter, *
      *  chosen for customers whose CUSTOMER_VULNERABILITY support    *
      *  asks for them; a format with no rows falls back to the       *
      *  standard one. Programs that do not consult the register      *
      *  read the standard print only.                                *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE LETTER_TEMPLATE TABLE
              ( LETTER_TEMPLATE_TYPE           CHAR(8) NOT NULL,
                LETTER_TEMPLATE_LANGUAGE       CHAR(2) NOT NULL,
                LETTER_TEMPLATE_FORMAT         CHAR(1),
                LETTER_TEMPLATE_LINE_SEQ       INTEGER NOT NULL,
                LETTER_TEMPLATE_LINE_TEXT      CHAR(100) )
           END-EXEC.

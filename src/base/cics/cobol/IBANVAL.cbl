      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program holds the one copy of the IBAN and BIC rules,
      * following the same commarea pattern as the other validators
      * (function in, result flag and reason code out).
      *
      * Validate checks a beneficiary IBAN keyed for an
      * international payment: two letters of country code, two
      * check digits and an alphanumeric account part, 15 to 34
      * characters in all, whose check digits must satisfy ISO 13616
      * - the IBAN with its first four characters moved to the end
      * and each letter replaced by its number (A = 10 ... Z = 35)
      * leaves a remainder of 1 when divided by 97. Spaces keyed
      * between the groups of four are ignored. A BIC, when one is
      * supplied, must be 8 or 11 characters: four letters of bank
      * code, two letters of country and an alphanumeric location
      * and branch.
      *
      * Derive builds the IBAN of one of our own accounts - GB, the
      * check digits, our bank code, the sort code and the account
      * number - and returns our BIC with it, so statements and the
      * account enquiry can tell a customer how to be paid from
      * abroad.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANVAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * This bank's identity on the international networks.
      *
       01 WS-OWN-COUNTRY               PIC X(2)  VALUE 'GB'.
       01 WS-OWN-BANK-CODE             PIC X(4)  VALUE 'CBSA'.
       01 WS-OWN-BIC                   PIC X(11) VALUE 'CBSAGB2LXXX'.

       01 WS-IBAN-WORK                 PIC X(34) VALUE SPACES.
       01 WS-IBAN-LENGTH               PIC 9(3)  VALUE 0.
       01 WS-BIC-LENGTH                PIC 9(3)  VALUE 0.
       01 WS-POSITION                  PIC 9(3)  VALUE 0.
       01 WS-OUT-POSITION              PIC 9(3)  VALUE 0.
       01 WS-GROUP-COUNT               PIC 9     VALUE 0.
       01 WS-CURRENT-CHAR              PIC X     VALUE SPACE.

      *
      * The rearranged IBAN the mod-97 remainder is taken over, and
      * the running remainder - a digit at a time, a letter two
      * digits at a time, so no intermediate value exceeds 9999.
      *
       01 WS-MOD-INPUT                 PIC X(34) VALUE SPACES.
       01 WS-MOD-LENGTH                PIC 9(3)  VALUE 0.
       01 WS-MOD-REMAINDER             PIC 9(4)  VALUE 0.
       01 WS-MOD-WORK                  PIC 9(6)  VALUE 0.
       01 WS-MOD-QUOTIENT              PIC 9(6)  VALUE 0.
       01 WS-CHAR-VALUE                PIC 9(2)  VALUE 0.
       01 WS-DIGIT-CHAR                PIC X     VALUE SPACE.
       01 WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
                                       PIC 9.
       01 WS-CHECK-DIGITS              PIC 9(2)  VALUE 0.

       01 WS-ALPHABET                  PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALPHABET-TABLE REDEFINES WS-ALPHABET.
          03 WS-ALPHA-LETTER           PIC X OCCURS 26 TIMES.
       01 WS-ALPHA-IX                  PIC 9(2)  VALUE 0.

       01 WS-LOWER-CHARS               PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CHARS               PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-FORMAT-OK                 PIC X     VALUE 'Y'.
          88 FORMAT-OK                 VALUE 'Y'.
          88 FORMAT-NOT-OK             VALUE 'N'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY IBANVAL.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAINLINE SECTION.
       ML010.

           SET IBANVAL-VALID TO TRUE.
           MOVE SPACE TO IBANVAL-REASON.
           MOVE SPACES TO IBANVAL-IBAN-PRINT.

           EVALUATE TRUE
              WHEN IBANVAL-VALIDATE
                 PERFORM VALIDATE-IBAN
                 IF IBANVAL-VALID
                    PERFORM VALIDATE-BIC
                 END-IF
              WHEN IBANVAL-DERIVE
                 PERFORM DERIVE-OWN-IBAN
              WHEN OTHER
                 SET IBANVAL-INVALID TO TRUE
                 SET IBANVAL-BAD-FUNCTION TO TRUE
           END-EVALUATE.

           IF IBANVAL-VALID
              PERFORM FORMAT-IBAN-PRINT
           END-IF.

      *
      *    GOBACK rather than EXEC CICS RETURN, so the one copy of
      *    the rules serves EXEC CICS LINK from the online programs
      *    and CALL from the statement run alike.
      *
           GOBACK.

       ML999.
           EXIT.


       VALIDATE-IBAN SECTION.
       VI010.
      *
      *    Compact and upper-case what was keyed, then check the
      *    layout before the check digits.
      *
           INSPECT IBANVAL-IBAN REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT IBANVAL-IBAN CONVERTING WS-LOWER-CHARS
                                        TO WS-UPPER-CHARS.
           MOVE SPACES TO WS-IBAN-WORK.
           MOVE 0 TO WS-IBAN-LENGTH.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
              UNTIL WS-POSITION > 34
              IF IBANVAL-IBAN(WS-POSITION:1) NOT = SPACE
                 ADD 1 TO WS-IBAN-LENGTH
                 MOVE IBANVAL-IBAN(WS-POSITION:1)
                    TO WS-IBAN-WORK(WS-IBAN-LENGTH:1)
              END-IF
           END-PERFORM.

           MOVE WS-IBAN-WORK TO IBANVAL-IBAN.

           IF WS-IBAN-LENGTH < 15
              SET IBANVAL-INVALID TO TRUE
              SET IBANVAL-BAD-LENGTH TO TRUE
              GO TO VI999
           END-IF.

           SET FORMAT-OK TO TRUE.
           IF WS-IBAN-WORK(1:1) NOT ALPHABETIC-UPPER
              OR WS-IBAN-WORK(2:1) NOT ALPHABETIC-UPPER
              OR WS-IBAN-WORK(3:2) NOT NUMERIC
              SET FORMAT-NOT-OK TO TRUE
           END-IF.

           PERFORM VARYING WS-POSITION FROM 5 BY 1
              UNTIL WS-POSITION > WS-IBAN-LENGTH
                 OR FORMAT-NOT-OK
              MOVE WS-IBAN-WORK(WS-POSITION:1) TO WS-CURRENT-CHAR
              IF WS-CURRENT-CHAR NOT NUMERIC
                 AND WS-CURRENT-CHAR NOT ALPHABETIC-UPPER
                 SET FORMAT-NOT-OK TO TRUE
              END-IF
           END-PERFORM.

           IF FORMAT-NOT-OK
              SET IBANVAL-INVALID TO TRUE
              SET IBANVAL-BAD-FORMAT TO TRUE
              GO TO VI999
           END-IF.

      *
      *    The account part, then the country code and check
      *    digits, must leave a remainder of 1.
      *
           MOVE SPACES TO WS-MOD-INPUT.
           COMPUTE WS-MOD-LENGTH = WS-IBAN-LENGTH - 4.
           MOVE WS-IBAN-WORK(5:WS-MOD-LENGTH)
              TO WS-MOD-INPUT(1:WS-MOD-LENGTH).
           MOVE WS-IBAN-WORK(1:4)
              TO WS-MOD-INPUT(WS-MOD-LENGTH + 1:4).
           MOVE WS-IBAN-LENGTH TO WS-MOD-LENGTH.

           PERFORM CALCULATE-MOD-97.

           IF WS-MOD-REMAINDER NOT = 1
              SET IBANVAL-INVALID TO TRUE
              SET IBANVAL-BAD-CHECK-DIGITS TO TRUE
           END-IF.

       VI999.
           EXIT.


       VALIDATE-BIC SECTION.
       VB010.
      *
      *    A BIC is optional on the way in - but one that is keyed
      *    must be well formed.
      *
           INSPECT IBANVAL-BIC REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT IBANVAL-BIC CONVERTING WS-LOWER-CHARS
                                       TO WS-UPPER-CHARS.

           IF IBANVAL-BIC = SPACES
              GO TO VB999
           END-IF.

           MOVE 0 TO WS-BIC-LENGTH.
           PERFORM VARYING WS-POSITION FROM 11 BY -1
              UNTIL WS-POSITION < 1
                 OR WS-BIC-LENGTH > 0
              IF IBANVAL-BIC(WS-POSITION:1) NOT = SPACE
                 MOVE WS-POSITION TO WS-BIC-LENGTH
              END-IF
           END-PERFORM.

           SET FORMAT-OK TO TRUE.
           IF WS-BIC-LENGTH NOT = 8 AND WS-BIC-LENGTH NOT = 11
              SET FORMAT-NOT-OK TO TRUE
           END-IF.

           IF FORMAT-OK
              IF IBANVAL-BIC(1:6) NOT ALPHABETIC-UPPER
                 SET FORMAT-NOT-OK TO TRUE
              END-IF
           END-IF.

           PERFORM VARYING WS-POSITION FROM 7 BY 1
              UNTIL WS-POSITION > WS-BIC-LENGTH
                 OR FORMAT-NOT-OK
              MOVE IBANVAL-BIC(WS-POSITION:1) TO WS-CURRENT-CHAR
              IF WS-CURRENT-CHAR NOT NUMERIC
                 AND (WS-CURRENT-CHAR NOT ALPHABETIC-UPPER
                      OR WS-CURRENT-CHAR = SPACE)
                 SET FORMAT-NOT-OK TO TRUE
              END-IF
           END-PERFORM.

           IF FORMAT-NOT-OK
              SET IBANVAL-INVALID TO TRUE
              SET IBANVAL-BAD-BIC TO TRUE
           END-IF.

       VB999.
           EXIT.


       DERIVE-OWN-IBAN SECTION.
       DOI010.
      *
      *    Check digits are 98 less the remainder of the account
      *    part followed by the country code and '00'.
      *
           IF IBANVAL-SORTCODE NOT NUMERIC
              OR IBANVAL-ACCNO NOT NUMERIC
              SET IBANVAL-INVALID TO TRUE
              SET IBANVAL-BAD-ACCOUNT TO TRUE
              GO TO DOI999
           END-IF.

           MOVE SPACES TO WS-MOD-INPUT.
           STRING WS-OWN-BANK-CODE DELIMITED BY SIZE
                  IBANVAL-SORTCODE DELIMITED BY SIZE
                  IBANVAL-ACCNO DELIMITED BY SIZE
                  WS-OWN-COUNTRY DELIMITED BY SIZE
                  '00' DELIMITED BY SIZE
              INTO WS-MOD-INPUT
           END-STRING.
           MOVE 22 TO WS-MOD-LENGTH.

           PERFORM CALCULATE-MOD-97.

           COMPUTE WS-CHECK-DIGITS = 98 - WS-MOD-REMAINDER.

           MOVE SPACES TO IBANVAL-IBAN.
           STRING WS-OWN-COUNTRY DELIMITED BY SIZE
                  WS-CHECK-DIGITS DELIMITED BY SIZE
                  WS-OWN-BANK-CODE DELIMITED BY SIZE
                  IBANVAL-SORTCODE DELIMITED BY SIZE
                  IBANVAL-ACCNO DELIMITED BY SIZE
              INTO IBANVAL-IBAN
           END-STRING.
           MOVE 22 TO WS-IBAN-LENGTH.

           MOVE WS-OWN-BIC TO IBANVAL-BIC.

       DOI999.
           EXIT.


       CALCULATE-MOD-97 SECTION.
       CM010.

           MOVE 0 TO WS-MOD-REMAINDER.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
              UNTIL WS-POSITION > WS-MOD-LENGTH
              MOVE WS-MOD-INPUT(WS-POSITION:1) TO WS-CURRENT-CHAR
              IF WS-CURRENT-CHAR NUMERIC
                 MOVE WS-CURRENT-CHAR TO WS-DIGIT-CHAR
                 COMPUTE WS-MOD-WORK =
                    (WS-MOD-REMAINDER * 10) + WS-DIGIT-VALUE
              ELSE
                 PERFORM GET-LETTER-VALUE
                 COMPUTE WS-MOD-WORK =
                    (WS-MOD-REMAINDER * 100) + WS-CHAR-VALUE
              END-IF
              DIVIDE WS-MOD-WORK BY 97
                 GIVING WS-MOD-QUOTIENT
                 REMAINDER WS-MOD-REMAINDER
           END-PERFORM.

       CM999.
           EXIT.


       GET-LETTER-VALUE SECTION.
       GLV010.

           MOVE 0 TO WS-CHAR-VALUE.
           PERFORM VARYING WS-ALPHA-IX FROM 1 BY 1
              UNTIL WS-ALPHA-IX > 26
                 OR WS-CHAR-VALUE > 0
              IF WS-ALPHA-LETTER(WS-ALPHA-IX) = WS-CURRENT-CHAR
                 COMPUTE WS-CHAR-VALUE = WS-ALPHA-IX + 9
              END-IF
           END-PERFORM.

       GLV999.
           EXIT.


       FORMAT-IBAN-PRINT SECTION.
       FIP010.
      *
      *    The paper form - groups of four separated by a space.
      *
           MOVE SPACES TO IBANVAL-IBAN-PRINT.
           MOVE 0 TO WS-OUT-POSITION.

           MOVE 0 TO WS-GROUP-COUNT.

           PERFORM VARYING WS-POSITION FROM 1 BY 1
              UNTIL WS-POSITION > WS-IBAN-LENGTH
              IF WS-GROUP-COUNT = 4
                 ADD 1 TO WS-OUT-POSITION
                 MOVE 0 TO WS-GROUP-COUNT
              END-IF
              ADD 1 TO WS-OUT-POSITION
              ADD 1 TO WS-GROUP-COUNT
              MOVE IBANVAL-IBAN(WS-POSITION:1)
                 TO IBANVAL-IBAN-PRINT(WS-OUT-POSITION:1)
           END-PERFORM.

       FIP999.
           EXIT.

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  The PII masking substitution - a fixed shuffle of letters    *
      *  and digits, applied to a personal field with               *
      *  INSPECT ... CONVERTING PIIS-PLAIN-CHARS TO PIIS-MASK-CHARS.  *
      *  Deterministic, so identical inputs mask to identical         *
      *  outputs and masked values still join and match; '@', '.'    *
      *  and other punctuation pass through untouched.                *
      *                                                                *
      *  Shared by PIIMASK (the scrambled test-region unload) and     *
      *  DWHEXTR (the restricted-zone warehouse extract), so a        *
      *  customer masks to the same fake value in both.               *
      *                                                                *
      ******************************************************************
          03 PIIS-PLAIN-PARTS.
             05 FILLER                       PIC X(26) VALUE
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
             05 FILLER                       PIC X(26) VALUE
                'abcdefghijklmnopqrstuvwxyz'.
             05 FILLER                       PIC X(10) VALUE
                '0123456789'.
          03 PIIS-PLAIN-CHARS REDEFINES PIIS-PLAIN-PARTS
                                             PIC X(62).
          03 PIIS-MASK-PARTS.
             05 FILLER                       PIC X(26) VALUE
                'QWERTYUIOPASDFGHJKLZXCVBNM'.
             05 FILLER                       PIC X(26) VALUE
                'qwertyuiopasdfghjklzxcvbnm'.
             05 FILLER                       PIC X(10) VALUE
                '7391284650'.
          03 PIIS-MASK-CHARS REDEFINES PIIS-MASK-PARTS
                                             PIC X(62).

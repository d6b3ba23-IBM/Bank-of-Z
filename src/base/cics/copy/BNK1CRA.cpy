      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1CRA debit and credit screen.         *
      *                                                                *
      ******************************************************************
       01  BNK1CDI.
           02  FILLER PIC X(12).
           02  ACCNOL   COMP  PIC  S9(4).
           02  ACCNOF   PICTURE X.
           02  FILLER REDEFINES ACCNOF.
             03 ACCNOA   PICTURE X.
           02  ACCNOI   PIC 9(8).
           02  DCINDL   COMP  PIC  S9(4).
           02  DCINDF   PICTURE X.
           02  FILLER REDEFINES DCINDF.
             03 DCINDA   PICTURE X.
           02  DCINDI   PIC X(1).
           02  AMOUNTL  COMP  PIC  S9(4).
           02  AMOUNTF  PICTURE X.
           02  FILLER REDEFINES AMOUNTF.
             03 AMOUNTA  PICTURE X.
           02  AMOUNTI  PIC X(13).
           02  VALDTL   COMP  PIC  S9(4).
           02  VALDTF   PICTURE X.
           02  FILLER REDEFINES VALDTF.
             03 VALDTA   PICTURE X.
           02  VALDTI   PIC X(10).
           02  REFL     COMP  PIC  S9(4).
           02  REFF     PICTURE X.
           02  FILLER REDEFINES REFF.
             03 REFA     PICTURE X.
           02  REFI     PIC X(12).
           02  AVAILL   COMP  PIC  S9(4).
           02  AVAILF   PICTURE X.
           02  FILLER REDEFINES AVAILF.
             03 AVAILA   PICTURE X.
           02  AVAILI   PIC X(14).
           02  ACTUALL  COMP  PIC  S9(4).
           02  ACTUALF  PICTURE X.
           02  FILLER REDEFINES ACTUALF.
             03 ACTUALA  PICTURE X.
           02  ACTUALI  PIC X(14).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1CDO REDEFINES BNK1CDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCNOO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  DCINDO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  AMOUNTO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  VALDTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  REFO     PIC X(12).
           02  FILLER PICTURE X(3).
           02  AVAILO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACTUALO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

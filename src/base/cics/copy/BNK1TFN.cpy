      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1TFN transfer funds screen.           *
      *                                                                *
      ******************************************************************
       01  BNK1TFI.
           02  FILLER PIC X(12).
           02  FRACCL   COMP  PIC  S9(4).
           02  FRACCF   PICTURE X.
           02  FILLER REDEFINES FRACCF.
             03 FRACCA   PICTURE X.
           02  FRACCI   PIC 9(8).
           02  TOSCL    COMP  PIC  S9(4).
           02  TOSCF    PICTURE X.
           02  FILLER REDEFINES TOSCF.
             03 TOSCA    PICTURE X.
           02  TOSCI    PIC 9(6).
           02  TOACCL   COMP  PIC  S9(4).
           02  TOACCF   PICTURE X.
           02  FILLER REDEFINES TOACCF.
             03 TOACCA   PICTURE X.
           02  TOACCI   PIC 9(8).
           02  PAYEEL   COMP  PIC  S9(4).
           02  PAYEEF   PICTURE X.
           02  FILLER REDEFINES PAYEEF.
             03 PAYEEA   PICTURE X.
           02  PAYEEI   PIC X(60).
           02  PAYREFL  COMP  PIC  S9(4).
           02  PAYREFF  PICTURE X.
           02  FILLER REDEFINES PAYREFF.
             03 PAYREFA  PICTURE X.
           02  PAYREFI  PIC X(18).
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
           02  COPRESL  COMP  PIC  S9(4).
           02  COPRESF  PICTURE X.
           02  FILLER REDEFINES COPRESF.
             03 COPRESA  PICTURE X.
           02  COPRESI  PIC X(40).
           02  REFL     COMP  PIC  S9(4).
           02  REFF     PICTURE X.
           02  FILLER REDEFINES REFF.
             03 REFA     PICTURE X.
           02  REFI     PIC X(12).
           02  FRAVLL   COMP  PIC  S9(4).
           02  FRAVLF   PICTURE X.
           02  FILLER REDEFINES FRAVLF.
             03 FRAVLA   PICTURE X.
           02  FRAVLI   PIC X(14).
           02  FRACTL   COMP  PIC  S9(4).
           02  FRACTF   PICTURE X.
           02  FILLER REDEFINES FRACTF.
             03 FRACTA   PICTURE X.
           02  FRACTI   PIC X(14).
           02  TOAVLL   COMP  PIC  S9(4).
           02  TOAVLF   PICTURE X.
           02  FILLER REDEFINES TOAVLF.
             03 TOAVLA   PICTURE X.
           02  TOAVLI   PIC X(14).
           02  TOACTL   COMP  PIC  S9(4).
           02  TOACTF   PICTURE X.
           02  FILLER REDEFINES TOACTF.
             03 TOACTA   PICTURE X.
           02  TOACTI   PIC X(14).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1TFO REDEFINES BNK1TFI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FRACCO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  TOSCO    PIC X(6).
           02  FILLER PICTURE X(3).
           02  TOACCO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  PAYEEO   PIC X(60).
           02  FILLER PICTURE X(3).
           02  PAYREFO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  AMOUNTO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  VALDTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  COPRESO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  REFO     PIC X(12).
           02  FILLER PICTURE X(3).
           02  FRAVLO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  FRACTO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  TOAVLO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  TOACTO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1MAI operator services menu.          *
      *                                                                *
      ******************************************************************
       01  BNK1MEI.
           02  FILLER PIC X(12).
           02  ACTIONL  COMP  PIC  S9(4).
           02  ACTIONF  PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA  PICTURE X.
           02  ACTIONI  PIC X(1).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1MEO REDEFINES BNK1MEI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

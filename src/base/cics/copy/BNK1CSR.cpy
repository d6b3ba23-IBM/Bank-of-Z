      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1CSR customer search screen.          *
      *                                                                *
      ******************************************************************
       01  BNK1CSI.
           02  FILLER PIC X(12).
           02  SNAMEL   COMP  PIC  S9(4).
           02  SNAMEF   PICTURE X.
           02  FILLER REDEFINES SNAMEF.
             03 SNAMEA   PICTURE X.
           02  SNAMEI   PIC X(30).
           02  SPCODEL  COMP  PIC  S9(4).
           02  SPCODEF  PICTURE X.
           02  FILLER REDEFINES SPCODEF.
             03 SPCODEA  PICTURE X.
           02  SPCODEI  PIC X(10).
           02  SPHONL   COMP  PIC  S9(4).
           02  SPHONF   PICTURE X.
           02  FILLER REDEFINES SPHONF.
             03 SPHONA   PICTURE X.
           02  SPHONI   PIC X(1).
           02  RES01L   COMP  PIC  S9(4).
           02  RES01F   PICTURE X.
           02  FILLER REDEFINES RES01F.
             03 RES01A   PICTURE X.
           02  RES01I   PIC X(79).
           02  RES02L   COMP  PIC  S9(4).
           02  RES02F   PICTURE X.
           02  FILLER REDEFINES RES02F.
             03 RES02A   PICTURE X.
           02  RES02I   PIC X(79).
           02  RES03L   COMP  PIC  S9(4).
           02  RES03F   PICTURE X.
           02  FILLER REDEFINES RES03F.
             03 RES03A   PICTURE X.
           02  RES03I   PIC X(79).
           02  RES04L   COMP  PIC  S9(4).
           02  RES04F   PICTURE X.
           02  FILLER REDEFINES RES04F.
             03 RES04A   PICTURE X.
           02  RES04I   PIC X(79).
           02  RES05L   COMP  PIC  S9(4).
           02  RES05F   PICTURE X.
           02  FILLER REDEFINES RES05F.
             03 RES05A   PICTURE X.
           02  RES05I   PIC X(79).
           02  RES06L   COMP  PIC  S9(4).
           02  RES06F   PICTURE X.
           02  FILLER REDEFINES RES06F.
             03 RES06A   PICTURE X.
           02  RES06I   PIC X(79).
           02  RES07L   COMP  PIC  S9(4).
           02  RES07F   PICTURE X.
           02  FILLER REDEFINES RES07F.
             03 RES07A   PICTURE X.
           02  RES07I   PIC X(79).
           02  RES08L   COMP  PIC  S9(4).
           02  RES08F   PICTURE X.
           02  FILLER REDEFINES RES08F.
             03 RES08A   PICTURE X.
           02  RES08I   PIC X(79).
           02  RES09L   COMP  PIC  S9(4).
           02  RES09F   PICTURE X.
           02  FILLER REDEFINES RES09F.
             03 RES09A   PICTURE X.
           02  RES09I   PIC X(79).
           02  RES10L   COMP  PIC  S9(4).
           02  RES10F   PICTURE X.
           02  FILLER REDEFINES RES10F.
             03 RES10A   PICTURE X.
           02  RES10I   PIC X(79).
           02  RES11L   COMP  PIC  S9(4).
           02  RES11F   PICTURE X.
           02  FILLER REDEFINES RES11F.
             03 RES11A   PICTURE X.
           02  RES11I   PIC X(79).
           02  RES12L   COMP  PIC  S9(4).
           02  RES12F   PICTURE X.
           02  FILLER REDEFINES RES12F.
             03 RES12A   PICTURE X.
           02  RES12I   PIC X(79).
           02  RES13L   COMP  PIC  S9(4).
           02  RES13F   PICTURE X.
           02  FILLER REDEFINES RES13F.
             03 RES13A   PICTURE X.
           02  RES13I   PIC X(79).
           02  RES14L   COMP  PIC  S9(4).
           02  RES14F   PICTURE X.
           02  FILLER REDEFINES RES14F.
             03 RES14A   PICTURE X.
           02  RES14I   PIC X(79).
           02  RES15L   COMP  PIC  S9(4).
           02  RES15F   PICTURE X.
           02  FILLER REDEFINES RES15F.
             03 RES15A   PICTURE X.
           02  RES15I   PIC X(79).
           02  RES16L   COMP  PIC  S9(4).
           02  RES16F   PICTURE X.
           02  FILLER REDEFINES RES16F.
             03 RES16A   PICTURE X.
           02  RES16I   PIC X(79).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1CSO REDEFINES BNK1CSI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SNAMEO   PIC X(30).
           02  FILLER PICTURE X(3).
           02  SPCODEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SPHONO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  RES01O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES02O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES03O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES04O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES05O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES06O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES07O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES08O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES09O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES10O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES11O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES12O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES13O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES14O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES15O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  RES16O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

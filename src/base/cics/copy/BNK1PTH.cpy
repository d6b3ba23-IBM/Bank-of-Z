      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1PTH transaction history screen.      *
      *                                                                *
      ******************************************************************
       01  BNK1PTI.
           02  FILLER PIC X(12).
           02  ACCNOL   COMP  PIC  S9(4).
           02  ACCNOF   PICTURE X.
           02  FILLER REDEFINES ACCNOF.
             03 ACCNOA   PICTURE X.
           02  ACCNOI   PIC 9(8).
           02  SCODEL   COMP  PIC  S9(4).
           02  SCODEF   PICTURE X.
           02  FILLER REDEFINES SCODEF.
             03 SCODEA   PICTURE X.
           02  SCODEI   PIC X(6).
           02  HIS01L   COMP  PIC  S9(4).
           02  HIS01F   PICTURE X.
           02  FILLER REDEFINES HIS01F.
             03 HIS01A   PICTURE X.
           02  HIS01I   PIC X(79).
           02  HIS02L   COMP  PIC  S9(4).
           02  HIS02F   PICTURE X.
           02  FILLER REDEFINES HIS02F.
             03 HIS02A   PICTURE X.
           02  HIS02I   PIC X(79).
           02  HIS03L   COMP  PIC  S9(4).
           02  HIS03F   PICTURE X.
           02  FILLER REDEFINES HIS03F.
             03 HIS03A   PICTURE X.
           02  HIS03I   PIC X(79).
           02  HIS04L   COMP  PIC  S9(4).
           02  HIS04F   PICTURE X.
           02  FILLER REDEFINES HIS04F.
             03 HIS04A   PICTURE X.
           02  HIS04I   PIC X(79).
           02  HIS05L   COMP  PIC  S9(4).
           02  HIS05F   PICTURE X.
           02  FILLER REDEFINES HIS05F.
             03 HIS05A   PICTURE X.
           02  HIS05I   PIC X(79).
           02  HIS06L   COMP  PIC  S9(4).
           02  HIS06F   PICTURE X.
           02  FILLER REDEFINES HIS06F.
             03 HIS06A   PICTURE X.
           02  HIS06I   PIC X(79).
           02  HIS07L   COMP  PIC  S9(4).
           02  HIS07F   PICTURE X.
           02  FILLER REDEFINES HIS07F.
             03 HIS07A   PICTURE X.
           02  HIS07I   PIC X(79).
           02  HIS08L   COMP  PIC  S9(4).
           02  HIS08F   PICTURE X.
           02  FILLER REDEFINES HIS08F.
             03 HIS08A   PICTURE X.
           02  HIS08I   PIC X(79).
           02  HIS09L   COMP  PIC  S9(4).
           02  HIS09F   PICTURE X.
           02  FILLER REDEFINES HIS09F.
             03 HIS09A   PICTURE X.
           02  HIS09I   PIC X(79).
           02  HIS10L   COMP  PIC  S9(4).
           02  HIS10F   PICTURE X.
           02  FILLER REDEFINES HIS10F.
             03 HIS10A   PICTURE X.
           02  HIS10I   PIC X(79).
           02  HIS11L   COMP  PIC  S9(4).
           02  HIS11F   PICTURE X.
           02  FILLER REDEFINES HIS11F.
             03 HIS11A   PICTURE X.
           02  HIS11I   PIC X(79).
           02  HIS12L   COMP  PIC  S9(4).
           02  HIS12F   PICTURE X.
           02  FILLER REDEFINES HIS12F.
             03 HIS12A   PICTURE X.
           02  HIS12I   PIC X(79).
           02  HIS13L   COMP  PIC  S9(4).
           02  HIS13F   PICTURE X.
           02  FILLER REDEFINES HIS13F.
             03 HIS13A   PICTURE X.
           02  HIS13I   PIC X(79).
           02  HIS14L   COMP  PIC  S9(4).
           02  HIS14F   PICTURE X.
           02  FILLER REDEFINES HIS14F.
             03 HIS14A   PICTURE X.
           02  HIS14I   PIC X(79).
           02  HIS15L   COMP  PIC  S9(4).
           02  HIS15F   PICTURE X.
           02  FILLER REDEFINES HIS15F.
             03 HIS15A   PICTURE X.
           02  HIS15I   PIC X(79).
           02  HIS16L   COMP  PIC  S9(4).
           02  HIS16F   PICTURE X.
           02  FILLER REDEFINES HIS16F.
             03 HIS16A   PICTURE X.
           02  HIS16I   PIC X(79).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1PTO REDEFINES BNK1PTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCNOO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  SCODEO   PIC X(6).
           02  FILLER PICTURE X(3).
           02  HIS01O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS02O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS03O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS04O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS05O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS06O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS07O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS08O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS09O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS10O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS11O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS12O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS13O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS14O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS15O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  HIS16O   PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

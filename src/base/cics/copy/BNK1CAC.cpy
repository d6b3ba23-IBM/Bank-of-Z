      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1CAC account opening screen.          *
      *                                                                *
      ******************************************************************
       01  BNK1CAI.
           02  FILLER PIC X(12).
           02  CUSTNOL  COMP  PIC  S9(4).
           02  CUSTNOF  PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA  PICTURE X.
           02  CUSTNOI  PIC 9(10).
           02  ACTYPEL  COMP  PIC  S9(4).
           02  ACTYPEF  PICTURE X.
           02  FILLER REDEFINES ACTYPEF.
             03 ACTYPEA  PICTURE X.
           02  ACTYPEI  PIC X(8).
           02  RATEL    COMP  PIC  S9(4).
           02  RATEF    PICTURE X.
           02  FILLER REDEFINES RATEF.
             03 RATEA    PICTURE X.
           02  RATEI    PIC X(7).
           02  ODLIML   COMP  PIC  S9(4).
           02  ODLIMF   PICTURE X.
           02  FILLER REDEFINES ODLIMF.
             03 ODLIMA   PICTURE X.
           02  ODLIMI   PIC 9(8).
           02  MATDSPL  COMP  PIC  S9(4).
           02  MATDSPF  PICTURE X.
           02  FILLER REDEFINES MATDSPF.
             03 MATDSPA  PICTURE X.
           02  MATDSPI  PIC X(1).
           02  MATACCL  COMP  PIC  S9(4).
           02  MATACCF  PICTURE X.
           02  FILLER REDEFINES MATACCF.
             03 MATACCA  PICTURE X.
           02  MATACCI  PIC 9(8).
           02  NEWACCL  COMP  PIC  S9(4).
           02  NEWACCF  PICTURE X.
           02  FILLER REDEFINES NEWACCF.
             03 NEWACCA  PICTURE X.
           02  NEWACCI  PIC X(8).
           02  OPENEDL  COMP  PIC  S9(4).
           02  OPENEDF  PICTURE X.
           02  FILLER REDEFINES OPENEDF.
             03 OPENEDA  PICTURE X.
           02  OPENEDI  PIC X(10).
           02  MATDTL   COMP  PIC  S9(4).
           02  MATDTF   PICTURE X.
           02  FILLER REDEFINES MATDTF.
             03 MATDTA   PICTURE X.
           02  MATDTI   PIC X(10).
           02  NSTMTL   COMP  PIC  S9(4).
           02  NSTMTF   PICTURE X.
           02  FILLER REDEFINES NSTMTF.
             03 NSTMTA   PICTURE X.
           02  NSTMTI   PIC X(10).
           02  REASONL  COMP  PIC  S9(4).
           02  REASONF  PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA  PICTURE X.
           02  REASONI  PIC X(59).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1CAO REDEFINES BNK1CAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CUSTNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ACTYPEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RATEO    PIC X(7).
           02  FILLER PICTURE X(3).
           02  ODLIMO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  MATDSPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MATACCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NEWACCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OPENEDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MATDTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  NSTMTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  REASONO  PIC X(59).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

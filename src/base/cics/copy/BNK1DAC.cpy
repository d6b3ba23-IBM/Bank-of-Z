      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1DAC account enquiry screen.          *
      *                                                                *
      ******************************************************************
       01  BNK1DAI.
           02  FILLER PIC X(12).
           02  ACCNOL   COMP  PIC  S9(4).
           02  ACCNOF   PICTURE X.
           02  FILLER REDEFINES ACCNOF.
             03 ACCNOA   PICTURE X.
           02  ACCNOI   PIC 9(8).
           02  CUSTNOL  COMP  PIC  S9(4).
           02  CUSTNOF  PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA  PICTURE X.
           02  CUSTNOI  PIC X(10).
           02  ACTYPEL  COMP  PIC  S9(4).
           02  ACTYPEF  PICTURE X.
           02  FILLER REDEFINES ACTYPEF.
             03 ACTYPEA  PICTURE X.
           02  ACTYPEI  PIC X(8).
           02  SCODEL   COMP  PIC  S9(4).
           02  SCODEF   PICTURE X.
           02  FILLER REDEFINES SCODEF.
             03 SCODEA   PICTURE X.
           02  SCODEI   PIC X(6).
           02  RATEL    COMP  PIC  S9(4).
           02  RATEF    PICTURE X.
           02  FILLER REDEFINES RATEF.
             03 RATEA    PICTURE X.
           02  RATEI    PIC X(8).
           02  OPENEDL  COMP  PIC  S9(4).
           02  OPENEDF  PICTURE X.
           02  FILLER REDEFINES OPENEDF.
             03 OPENEDA  PICTURE X.
           02  OPENEDI  PIC X(10).
           02  ODLIML   COMP  PIC  S9(4).
           02  ODLIMF   PICTURE X.
           02  FILLER REDEFINES ODLIMF.
             03 ODLIMA   PICTURE X.
           02  ODLIMI   PIC X(11).
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
           02  ACCRUEDL COMP  PIC  S9(4).
           02  ACCRUEDF PICTURE X.
           02  FILLER REDEFINES ACCRUEDF.
             03 ACCRUEDA PICTURE X.
           02  ACCRUEDI PIC X(14).
           02  BONUSL   COMP  PIC  S9(4).
           02  BONUSF   PICTURE X.
           02  FILLER REDEFINES BONUSF.
             03 BONUSA   PICTURE X.
           02  BONUSI   PIC X(14).
           02  LSTMTL   COMP  PIC  S9(4).
           02  LSTMTF   PICTURE X.
           02  FILLER REDEFINES LSTMTF.
             03 LSTMTA   PICTURE X.
           02  LSTMTI   PIC X(10).
           02  NSTMTL   COMP  PIC  S9(4).
           02  NSTMTF   PICTURE X.
           02  FILLER REDEFINES NSTMTF.
             03 NSTMTA   PICTURE X.
           02  NSTMTI   PIC X(10).
           02  IBANL    COMP  PIC  S9(4).
           02  IBANF    PICTURE X.
           02  FILLER REDEFINES IBANF.
             03 IBANA    PICTURE X.
           02  IBANI    PIC X(34).
           02  BICL     COMP  PIC  S9(4).
           02  BICF     PICTURE X.
           02  FILLER REDEFINES BICF.
             03 BICA     PICTURE X.
           02  BICI     PIC X(11).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1DAO REDEFINES BNK1DAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCNOO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  CUSTNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ACTYPEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SCODEO   PIC X(6).
           02  FILLER PICTURE X(3).
           02  RATEO    PIC X(8).
           02  FILLER PICTURE X(3).
           02  OPENEDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ODLIMO   PIC X(11).
           02  FILLER PICTURE X(3).
           02  AVAILO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACTUALO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACCRUEDO PIC X(14).
           02  FILLER PICTURE X(3).
           02  BONUSO   PIC X(14).
           02  FILLER PICTURE X(3).
           02  LSTMTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  NSTMTO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  IBANO    PIC X(34).
           02  FILLER PICTURE X(3).
           02  BICO     PIC X(11).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Symbolic map for the BNK1DCS customer enquiry and update      *
      *  screen.                                                       *
      *                                                                *
      ******************************************************************
       01  BNK1DCI.
           02  FILLER PIC X(12).
           02  CUSTNOL  COMP  PIC  S9(4).
           02  CUSTNOF  PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA  PICTURE X.
           02  CUSTNOI  PIC 9(10).
           02  SCODEL   COMP  PIC  S9(4).
           02  SCODEF   PICTURE X.
           02  FILLER REDEFINES SCODEF.
             03 SCODEA   PICTURE X.
           02  SCODEI   PIC X(6).
           02  TITLEL   COMP  PIC  S9(4).
           02  TITLEF   PICTURE X.
           02  FILLER REDEFINES TITLEF.
             03 TITLEA   PICTURE X.
           02  TITLEI   PIC X(10).
           02  FNAMEL   COMP  PIC  S9(4).
           02  FNAMEF   PICTURE X.
           02  FILLER REDEFINES FNAMEF.
             03 FNAMEA   PICTURE X.
           02  FNAMEI   PIC X(50).
           02  LNAMEL   COMP  PIC  S9(4).
           02  LNAMEF   PICTURE X.
           02  FILLER REDEFINES LNAMEF.
             03 LNAMEA   PICTURE X.
           02  LNAMEI   PIC X(50).
           02  DOBL     COMP  PIC  S9(4).
           02  DOBF     PICTURE X.
           02  FILLER REDEFINES DOBF.
             03 DOBA     PICTURE X.
           02  DOBI     PIC X(10).
           02  STATUSL  COMP  PIC  S9(4).
           02  STATUSF  PICTURE X.
           02  FILLER REDEFINES STATUSF.
             03 STATUSA  PICTURE X.
           02  STATUSI  PIC X(10).
           02  ADDR1L   COMP  PIC  S9(4).
           02  ADDR1F   PICTURE X.
           02  FILLER REDEFINES ADDR1F.
             03 ADDR1A   PICTURE X.
           02  ADDR1I   PIC X(50).
           02  ADDR2L   COMP  PIC  S9(4).
           02  ADDR2F   PICTURE X.
           02  FILLER REDEFINES ADDR2F.
             03 ADDR2A   PICTURE X.
           02  ADDR2I   PIC X(50).
           02  CITYL    COMP  PIC  S9(4).
           02  CITYF    PICTURE X.
           02  FILLER REDEFINES CITYF.
             03 CITYA    PICTURE X.
           02  CITYI    PIC X(50).
           02  PCODEL   COMP  PIC  S9(4).
           02  PCODEF   PICTURE X.
           02  FILLER REDEFINES PCODEF.
             03 PCODEA   PICTURE X.
           02  PCODEI   PIC X(10).
           02  CNTRYL   COMP  PIC  S9(4).
           02  CNTRYF   PICTURE X.
           02  FILLER REDEFINES CNTRYF.
             03 CNTRYA   PICTURE X.
           02  CNTRYI   PIC X(50).
           02  EMAILL   COMP  PIC  S9(4).
           02  EMAILF   PICTURE X.
           02  FILLER REDEFINES EMAILF.
             03 EMAILA   PICTURE X.
           02  EMAILI   PIC X(62).
           02  PHONEL   COMP  PIC  S9(4).
           02  PHONEF   PICTURE X.
           02  FILLER REDEFINES PHONEF.
             03 PHONEA   PICTURE X.
           02  PHONEI   PIC X(20).
           02  CREATEDL COMP  PIC  S9(4).
           02  CREATEDF PICTURE X.
           02  FILLER REDEFINES CREATEDF.
             03 CREATEDA PICTURE X.
           02  CREATEDI PIC X(10).
           02  CSCOREL  COMP  PIC  S9(4).
           02  CSCOREF  PICTURE X.
           02  FILLER REDEFINES CSCOREF.
             03 CSCOREA  PICTURE X.
           02  CSCOREI  PIC X(3).
           02  RISKL    COMP  PIC  S9(4).
           02  RISKF    PICTURE X.
           02  FILLER REDEFINES RISKF.
             03 RISKA    PICTURE X.
           02  RISKI    PIC X(10).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI     PIC X(79).
       01  BNK1DCO REDEFINES BNK1DCI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CUSTNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SCODEO   PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITLEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  FNAMEO   PIC X(50).
           02  FILLER PICTURE X(3).
           02  LNAMEO   PIC X(50).
           02  FILLER PICTURE X(3).
           02  DOBO     PIC X(10).
           02  FILLER PICTURE X(3).
           02  STATUSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ADDR1O   PIC X(50).
           02  FILLER PICTURE X(3).
           02  ADDR2O   PIC X(50).
           02  FILLER PICTURE X(3).
           02  CITYO    PIC X(50).
           02  FILLER PICTURE X(3).
           02  PCODEO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  CNTRYO   PIC X(50).
           02  FILLER PICTURE X(3).
           02  EMAILO   PIC X(62).
           02  FILLER PICTURE X(3).
           02  PHONEO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  CREATEDO PIC X(10).
           02  FILLER PICTURE X(3).
           02  CSCOREO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  RISKO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGO     PIC X(79).

      *****************************************************************
      * D03MPS3 - Symbolic map for the DEPMNT department-maintenance
      * screen, used by D03PGM4.
      *****************************************************************
       01  DEPMNTI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DDEPTL    COMP  PIC  S9(4).
           02  DDEPTF    PICTURE X.
           02  FILLER REDEFINES DDEPTF.
             03 DDEPTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DDEPTI  PIC X(3).
           02  DNAMEL    COMP  PIC  S9(4).
           02  DNAMEF    PICTURE X.
           02  FILLER REDEFINES DNAMEF.
             03 DNAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DNAMEI  PIC X(36).
           02  DMGRL    COMP  PIC  S9(4).
           02  DMGRF    PICTURE X.
           02  FILLER REDEFINES DMGRF.
             03 DMGRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DMGRI  PIC X(6).
           02  DMGRNML    COMP  PIC  S9(4).
           02  DMGRNMF    PICTURE X.
           02  FILLER REDEFINES DMGRNMF.
             03 DMGRNMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DMGRNMI  PIC X(20).
           02  DPARNTL    COMP  PIC  S9(4).
           02  DPARNTF    PICTURE X.
           02  FILLER REDEFINES DPARNTF.
             03 DPARNTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DPARNTI  PIC X(3).
           02  DSTATL    COMP  PIC  S9(4).
           02  DSTATF    PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03 DSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DSTATI  PIC X(1).
           02  DHEADL    COMP  PIC  S9(4).
           02  DHEADF    PICTURE X.
           02  FILLER REDEFINES DHEADF.
             03 DHEADA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DHEADI  PIC X(5).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DMSGI  PIC X(79).

       01  DEPMNTO REDEFINES DEPMNTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DDEPTC    PICTURE X.
           02  DDEPTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  DNAMEC    PICTURE X.
           02  DNAMEO  PIC X(36).
           02  FILLER PICTURE X(3).
           02  DMGRC    PICTURE X.
           02  DMGRO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DMGRNMC    PICTURE X.
           02  DMGRNMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DPARNTC    PICTURE X.
           02  DPARNTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  DSTATC    PICTURE X.
           02  DSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DHEADC    PICTURE X.
           02  DHEADO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DMSGC    PICTURE X.
           02  DMSGO  PIC X(79).

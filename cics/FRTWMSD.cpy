      *****************************************************************
      * FRTWMSD - Symbolic map for the batch window status screen,
      * used by FRTBWST: whether the nightly batch window is set on
      * FRTSYSC, which job set it and when, and who last cleared it.
      * A supervisor resets a window left set by a failed chain.
      *****************************************************************
       01  FRTWMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  WSTATL    COMP  PIC  S9(4).
           02  WSTATF    PICTURE X.
           02  FILLER REDEFINES WSTATF.
             03 WSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  WSTATI  PIC X(40).
           02  SETBYL    COMP  PIC  S9(4).
           02  SETBYF    PICTURE X.
           02  FILLER REDEFINES SETBYF.
             03 SETBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SETBYI  PIC X(8).
           02  SETDTL    COMP  PIC  S9(4).
           02  SETDTF    PICTURE X.
           02  FILLER REDEFINES SETDTF.
             03 SETDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SETDTI  PIC X(10).
           02  SETTML    COMP  PIC  S9(4).
           02  SETTMF    PICTURE X.
           02  FILLER REDEFINES SETTMF.
             03 SETTMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SETTMI  PIC X(8).
           02  CLRBYL    COMP  PIC  S9(4).
           02  CLRBYF    PICTURE X.
           02  FILLER REDEFINES CLRBYF.
             03 CLRBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLRBYI  PIC X(8).
           02  CLRDTL    COMP  PIC  S9(4).
           02  CLRDTF    PICTURE X.
           02  FILLER REDEFINES CLRDTF.
             03 CLRDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLRDTI  PIC X(10).
           02  CLRTML    COMP  PIC  S9(4).
           02  CLRTMF    PICTURE X.
           02  FILLER REDEFINES CLRTMF.
             03 CLRTMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLRTMI  PIC X(8).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTWMAPO REDEFINES FRTWMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  WSTATC    PICTURE X.
           02  WSTATO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  SETBYC    PICTURE X.
           02  SETBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SETDTC    PICTURE X.
           02  SETDTO  PIC 9999/99/99.
           02  FILLER PICTURE X(3).
           02  SETTMC    PICTURE X.
           02  SETTMO  PIC 99B99B99.
           02  FILLER PICTURE X(3).
           02  CLRBYC    PICTURE X.
           02  CLRBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLRDTC    PICTURE X.
           02  CLRDTO  PIC 9999/99/99.
           02  FILLER PICTURE X(3).
           02  CLRTMC    PICTURE X.
           02  CLRTMO  PIC 99B99B99.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

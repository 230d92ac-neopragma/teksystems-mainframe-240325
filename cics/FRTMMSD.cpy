           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).

           02  OPTLINEI OCCURS 19.
               04  OPTL     COMP  PIC  S9(4).
               04  OPTF     PICTURE X.
               04  FILLER REDEFINES OPTF.
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).

           02  OPTLINEO OCCURS 19.
               04  FILLER PICTURE X(3).
               04  OPTC     PICTURE X.
               04  OPTO   PIC X(40).

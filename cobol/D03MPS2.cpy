      *****************************************************************
      * D03MPS2 - Symbolic map for the EMPMNT employee-maintenance
      * screen, used by D03PGM3 (hire and termination).  MSUPID and
      * MSUPPW take the supervisor id and password that override the
      * position budget on a hire or rehire.
      *****************************************************************
       01  EMPMNTI.
           02  FILLER PIC X(12).
             03 MTERMA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MTERMI   PIC X(10).
           02  MSUPIDL     COMP  PIC  S9(4).
           02  MSUPIDF     PICTURE X.
           02  FILLER REDEFINES MSUPIDF.
             03 MSUPIDA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSUPIDI   PIC X(8).
           02  MSUPPWL     COMP  PIC  S9(4).
           02  MSUPPWF     PICTURE X.
           02  FILLER REDEFINES MSUPPWF.
             03 MSUPPWA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSUPPWI   PIC X(8).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  MTERMC     PICTURE X.
           02  MTERMO   PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSUPIDC     PICTURE X.
           02  MSUPIDO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSUPPWC     PICTURE X.
           02  MSUPPWO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGC    PICTURE X.
           02  MMSGO  PIC X(79).

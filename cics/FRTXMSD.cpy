      *****************************************************************
      * FRTXMSD - Symbolic map for the practice-session entry screen,
      * used by FRTPENT.  One session per Enter: team, player,
      * season, session date and number, attempts and completed,
      * keyed from a coach's clipboard sheet.
      *****************************************************************
       01  FRTXMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  TEAML     COMP  PIC  S9(4).
           02  TEAMF     PICTURE X.
           02  FILLER REDEFINES TEAMF.
             03 TEAMA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TEAMI   PIC X(20).
           02  NAMEL     COMP  PIC  S9(4).
           02  NAMEF     PICTURE X.
           02  FILLER REDEFINES NAMEF.
             03 NAMEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NAMEI   PIC X(20).
           02  SEASONL     COMP  PIC  S9(4).
           02  SEASONF     PICTURE X.
           02  FILLER REDEFINES SEASONF.
             03 SEASONA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SEASONI   PIC X(4).
           02  SDATEL     COMP  PIC  S9(4).
           02  SDATEF     PICTURE X.
           02  FILLER REDEFINES SDATEF.
             03 SDATEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SDATEI   PIC X(8).
           02  SNUML     COMP  PIC  S9(4).
           02  SNUMF     PICTURE X.
           02  FILLER REDEFINES SNUMF.
             03 SNUMA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SNUMI   PIC X(1).
           02  ATTSL     COMP  PIC  S9(4).
           02  ATTSF     PICTURE X.
           02  FILLER REDEFINES ATTSF.
             03 ATTSA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ATTSI   PIC X(6).
           02  COMPL     COMP  PIC  S9(4).
           02  COMPF     PICTURE X.
           02  FILLER REDEFINES COMPF.
             03 COMPA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  COMPI   PIC X(6).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTXMAPO REDEFINES FRTXMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TEAMC     PICTURE X.
           02  TEAMO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  NAMEC     PICTURE X.
           02  NAMEO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  SEASONC     PICTURE X.
           02  SEASONO   PIC X(4).
           02  FILLER PICTURE X(3).
           02  SDATEC     PICTURE X.
           02  SDATEO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  SNUMC     PICTURE X.
           02  SNUMO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  ATTSC     PICTURE X.
           02  ATTSO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  COMPC     PICTURE X.
           02  COMPO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

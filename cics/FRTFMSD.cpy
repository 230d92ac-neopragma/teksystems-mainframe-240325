      *****************************************************************
      * FRTFMSD - Symbolic map for the player name lookup screen,
      * used by FRTPLKP.  A full or partial player name at the top,
      * then one line per place the name turns up: an action field,
      * the source (season, career, or player master), team, full
      * player name, season, and a short summary of what is on file.
      *****************************************************************
       01  FRTFMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL     COMP  PIC  S9(4).
           02  TRANIDF     PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI   PIC X(4).
           02  FLTNAMEL     COMP  PIC  S9(4).
           02  FLTNAMEF     PICTURE X.
           02  FILLER REDEFINES FLTNAMEF.
             03 FLTNAMEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FLTNAMEI   PIC X(20).

           02  LKPLINEI OCCURS 10.
               04  ACTL     COMP  PIC  S9(4).
               04  ACTF     PICTURE X.
               04  FILLER REDEFINES ACTF.
                 05 ACTA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  ACTI   PIC X(1).
               04  SRCL     COMP  PIC  S9(4).
               04  SRCF     PICTURE X.
               04  FILLER REDEFINES SRCF.
                 05 SRCA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  SRCI   PIC X(6).
               04  TEAML     COMP  PIC  S9(4).
               04  TEAMF     PICTURE X.
               04  FILLER REDEFINES TEAMF.
                 05 TEAMA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  TEAMI   PIC X(20).
               04  PLAYERL     COMP  PIC  S9(4).
               04  PLAYERF     PICTURE X.
               04  FILLER REDEFINES PLAYERF.
                 05 PLAYERA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  PLAYERI   PIC X(20).
               04  SEASONL     COMP  PIC  S9(4).
               04  SEASONF     PICTURE X.
               04  FILLER REDEFINES SEASONF.
                 05 SEASONA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  SEASONI   PIC X(4).
               04  INFOL     COMP  PIC  S9(4).
               04  INFOF     PICTURE X.
               04  FILLER REDEFINES INFOF.
                 05 INFOA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  INFOI   PIC X(20).

           02  PAGEL     COMP  PIC  S9(4).
           02  PAGEF     PICTURE X.
           02  FILLER REDEFINES PAGEF.
             03 PAGEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PAGEI   PIC X(4).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI   PIC X(79).

       01  FRTFMAPO REDEFINES FRTFMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC     PICTURE X.
           02  TRANIDO   PIC X(4).
           02  FILLER PICTURE X(3).
           02  FLTNAMEC     PICTURE X.
           02  FLTNAMEO   PIC X(20).

           02  LKPLINEO OCCURS 10.
               04  FILLER PICTURE X(3).
               04  ACTC     PICTURE X.
               04  ACTO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  SRCC     PICTURE X.
               04  SRCO   PIC X(6).
               04  FILLER PICTURE X(3).
               04  TEAMC     PICTURE X.
               04  TEAMO   PIC X(20).
               04  FILLER PICTURE X(3).
               04  PLAYERC     PICTURE X.
               04  PLAYERO   PIC X(20).
               04  FILLER PICTURE X(3).
               04  SEASONC     PICTURE X.
               04  SEASONO   PIC X(4).
               04  FILLER PICTURE X(3).
               04  INFOC     PICTURE X.
               04  INFOO   PIC X(20).

           02  FILLER PICTURE X(3).
           02  PAGEC     PICTURE X.
           02  PAGEO   PIC ZZZ9.
           02  FILLER PICTURE X(3).
           02  MSGC     PICTURE X.
           02  MSGO   PIC X(79).

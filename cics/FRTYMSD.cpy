      *****************************************************************
      * FRTYMSD - Symbolic map for the second-scorer verification
      * screen, used by FRTGVFY.  The game's key - team, player,
      * season, game date, game number - and the three counters,
      * re-keyed blind: the first scorer's numbers are never shown to
      * a verifier.  Below them, protected and filled only when a
      * supervisor takes a mismatch off the FTSQ queue, the two
      * keyings side by side: each operator with the attempts,
      * completed, and three-pointers that operator keyed.
      *****************************************************************
       01  FRTYMAPI.
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
           02  GDATEL     COMP  PIC  S9(4).
           02  GDATEF     PICTURE X.
           02  FILLER REDEFINES GDATEF.
             03 GDATEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GDATEI   PIC X(8).
           02  GNUML     COMP  PIC  S9(4).
           02  GNUMF     PICTURE X.
           02  FILLER REDEFINES GNUMF.
             03 GNUMA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GNUMI   PIC X(1).
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
           02  THREEL     COMP  PIC  S9(4).
           02  THREEF     PICTURE X.
           02  FILLER REDEFINES THREEF.
             03 THREEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  THREEI   PIC X(6).
           02  KBYL     COMP  PIC  S9(4).
           02  KBYF     PICTURE X.
           02  FILLER REDEFINES KBYF.
             03 KBYA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  KBYI   PIC X(8).
           02  KATTSL     COMP  PIC  S9(4).
           02  KATTSF     PICTURE X.
           02  FILLER REDEFINES KATTSF.
             03 KATTSA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  KATTSI   PIC X(6).
           02  KCOMPL     COMP  PIC  S9(4).
           02  KCOMPF     PICTURE X.
           02  FILLER REDEFINES KCOMPF.
             03 KCOMPA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  KCOMPI   PIC X(6).
           02  KTHREEL     COMP  PIC  S9(4).
           02  KTHREEF     PICTURE X.
           02  FILLER REDEFINES KTHREEF.
             03 KTHREEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  KTHREEI   PIC X(6).
           02  VBYL     COMP  PIC  S9(4).
           02  VBYF     PICTURE X.
           02  FILLER REDEFINES VBYF.
             03 VBYA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VBYI   PIC X(8).
           02  VATTSL     COMP  PIC  S9(4).
           02  VATTSF     PICTURE X.
           02  FILLER REDEFINES VATTSF.
             03 VATTSA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VATTSI   PIC X(6).
           02  VCOMPL     COMP  PIC  S9(4).
           02  VCOMPF     PICTURE X.
           02  FILLER REDEFINES VCOMPF.
             03 VCOMPA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VCOMPI   PIC X(6).
           02  VTHREEL     COMP  PIC  S9(4).
           02  VTHREEF     PICTURE X.
           02  FILLER REDEFINES VTHREEF.
             03 VTHREEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VTHREEI   PIC X(6).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTYMAPO REDEFINES FRTYMAPI.
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
           02  GDATEC     PICTURE X.
           02  GDATEO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  GNUMC     PICTURE X.
           02  GNUMO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  ATTSC     PICTURE X.
           02  ATTSO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  COMPC     PICTURE X.
           02  COMPO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  THREEC     PICTURE X.
           02  THREEO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  KBYC     PICTURE X.
           02  KBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  KATTSC     PICTURE X.
           02  KATTSO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  KCOMPC     PICTURE X.
           02  KCOMPO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  KTHREEC     PICTURE X.
           02  KTHREEO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  VBYC     PICTURE X.
           02  VBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VATTSC     PICTURE X.
           02  VATTSO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  VCOMPC     PICTURE X.
           02  VCOMPO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  VTHREEC     PICTURE X.
           02  VTHREEO  PIC ZZ,ZZ9.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

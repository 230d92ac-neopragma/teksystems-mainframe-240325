      *****************************************************************
      * FRTRMSD - Symbolic map for the game officials assignment
      * screen, used by FRTOASG: team, game date and game number
      * key the schedule game; the opponent, site and status are
      * shown from the schedule, and each of the three crew lines
      * takes an official id and shows the official's name and
      * grade.  Who filed the crew, and when, is shown below it.
      *****************************************************************
       01  FRTRMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  TEAML    COMP  PIC  S9(4).
           02  TEAMF    PICTURE X.
           02  FILLER REDEFINES TEAMF.
             03 TEAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TEAMI  PIC X(20).
           02  GDATEL    COMP  PIC  S9(4).
           02  GDATEF    PICTURE X.
           02  FILLER REDEFINES GDATEF.
             03 GDATEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GDATEI  PIC X(8).
           02  GAMENOL    COMP  PIC  S9(4).
           02  GAMENOF    PICTURE X.
           02  FILLER REDEFINES GAMENOF.
             03 GAMENOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GAMENOI  PIC X(1).
           02  OPPL    COMP  PIC  S9(4).
           02  OPPF    PICTURE X.
           02  FILLER REDEFINES OPPF.
             03 OPPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OPPI  PIC X(20).
           02  SITEL    COMP  PIC  S9(4).
           02  SITEF    PICTURE X.
           02  FILLER REDEFINES SITEF.
             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SITEI  PIC X(1).
           02  GSTATL    COMP  PIC  S9(4).
           02  GSTATF    PICTURE X.
           02  FILLER REDEFINES GSTATF.
             03 GSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GSTATI  PIC X(1).

           02  CREWLINEI OCCURS 3.
               04  OFIDL    COMP  PIC  S9(4).
               04  OFIDF    PICTURE X.
               04  FILLER REDEFINES OFIDF.
                 05 OFIDA    PICTURE X.
               04  FILLER   PICTURE X(1).
               04  OFIDI  PIC X(6).
               04  ONAMEL    COMP  PIC  S9(4).
               04  ONAMEF    PICTURE X.
               04  FILLER REDEFINES ONAMEF.
                 05 ONAMEA    PICTURE X.
               04  FILLER   PICTURE X(1).
               04  ONAMEI  PIC X(30).
               04  OGRADEL    COMP  PIC  S9(4).
               04  OGRADEF    PICTURE X.
               04  FILLER REDEFINES OGRADEF.
                 05 OGRADEA    PICTURE X.
               04  FILLER   PICTURE X(1).
               04  OGRADEI  PIC X(2).

           02  ASGBYL    COMP  PIC  S9(4).
           02  ASGBYF    PICTURE X.
           02  FILLER REDEFINES ASGBYF.
             03 ASGBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ASGBYI  PIC X(8).
           02  ASGDTL    COMP  PIC  S9(4).
           02  ASGDTF    PICTURE X.
           02  FILLER REDEFINES ASGDTF.
             03 ASGDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ASGDTI  PIC X(8).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTRMAPO REDEFINES FRTRMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TEAMC    PICTURE X.
           02  TEAMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  GDATEC    PICTURE X.
           02  GDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  GAMENOC    PICTURE X.
           02  GAMENOO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPPC    PICTURE X.
           02  OPPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  SITEC    PICTURE X.
           02  SITEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GSTATC    PICTURE X.
           02  GSTATO  PIC X(1).

           02  CREWLINEO OCCURS 3.
               04  FILLER PICTURE X(3).
               04  OFIDC    PICTURE X.
               04  OFIDO  PIC X(6).
               04  FILLER PICTURE X(3).
               04  ONAMEC    PICTURE X.
               04  ONAMEO  PIC X(30).
               04  FILLER PICTURE X(3).
               04  OGRADEC    PICTURE X.
               04  OGRADEO  PIC X(2).

           02  FILLER PICTURE X(3).
           02  ASGBYC    PICTURE X.
           02  ASGBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ASGDTC    PICTURE X.
           02  ASGDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

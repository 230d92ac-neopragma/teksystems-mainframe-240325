      *****************************************************************
      * FRTOMSD - Symbolic map for the game officials master
      * maintenance screen, used by FRTOMNT: the official id keys
      * the record; name, grade, home city and up to three
      * affiliated teams are the maintained fields, and the status
      * shows whether the official is active or retired in place.
      *****************************************************************
       01  FRTOMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  OFIDL    COMP  PIC  S9(4).
           02  OFIDF    PICTURE X.
           02  FILLER REDEFINES OFIDF.
             03 OFIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OFIDI  PIC X(6).
           02  ONAMEL    COMP  PIC  S9(4).
           02  ONAMEF    PICTURE X.
           02  FILLER REDEFINES ONAMEF.
             03 ONAMEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ONAMEI  PIC X(30).
           02  GRADEL    COMP  PIC  S9(4).
           02  GRADEF    PICTURE X.
           02  FILLER REDEFINES GRADEF.
             03 GRADEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  GRADEI  PIC X(2).
           02  CITYL    COMP  PIC  S9(4).
           02  CITYF    PICTURE X.
           02  FILLER REDEFINES CITYF.
             03 CITYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CITYI  PIC X(20).

           02  AFFLINEI OCCURS 3.
               04  AFFL    COMP  PIC  S9(4).
               04  AFFF    PICTURE X.
               04  FILLER REDEFINES AFFF.
                 05 AFFA    PICTURE X.
               04  FILLER   PICTURE X(1).
               04  AFFI  PIC X(20).

           02  OSTATL    COMP  PIC  S9(4).
           02  OSTATF    PICTURE X.
           02  FILLER REDEFINES OSTATF.
             03 OSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OSTATI  PIC X(1).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTOMAPO REDEFINES FRTOMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OFIDC    PICTURE X.
           02  OFIDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ONAMEC    PICTURE X.
           02  ONAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  GRADEC    PICTURE X.
           02  GRADEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CITYC    PICTURE X.
           02  CITYO  PIC X(20).

           02  AFFLINEO OCCURS 3.
               04  FILLER PICTURE X(3).
               04  AFFC    PICTURE X.
               04  AFFO  PIC X(20).

           02  FILLER PICTURE X(3).
           02  OSTATC    PICTURE X.
           02  OSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

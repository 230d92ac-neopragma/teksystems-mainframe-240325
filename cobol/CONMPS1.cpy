      *****************************************************************
      * CONMPS1 - Symbolic maps for the CONTACTS screens: CONENQ
      * (CONPGM1 surname search/browse) and CONUPD (CONPGM2 view and
      * update of the changeable fields, and of the contact's no
      * mail / no email / no phone opt-outs with the date and source
      * each was recorded under).
      *****************************************************************
       01  CONENQI.
           02  FILLER PIC X(12).
             03 UEMAILA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UEMAILI   PIC X(32).
           02  UNMAILL     COMP  PIC  S9(4).
           02  UNMAILF     PICTURE X.
           02  FILLER REDEFINES UNMAILF.
             03 UNMAILA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNMAILI   PIC X(1).
           02  UMAILDTL     COMP  PIC  S9(4).
           02  UMAILDTF     PICTURE X.
           02  FILLER REDEFINES UMAILDTF.
             03 UMAILDTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UMAILDTI   PIC X(19).
           02  UNEMAILL     COMP  PIC  S9(4).
           02  UNEMAILF     PICTURE X.
           02  FILLER REDEFINES UNEMAILF.
             03 UNEMAILA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNEMAILI   PIC X(1).
           02  UEMLDTL     COMP  PIC  S9(4).
           02  UEMLDTF     PICTURE X.
           02  FILLER REDEFINES UEMLDTF.
             03 UEMLDTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UEMLDTI   PIC X(19).
           02  UNPHONEL     COMP  PIC  S9(4).
           02  UNPHONEF     PICTURE X.
           02  FILLER REDEFINES UNPHONEF.
             03 UNPHONEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UNPHONEI   PIC X(1).
           02  UPHNDTL     COMP  PIC  S9(4).
           02  UPHNDTF     PICTURE X.
           02  FILLER REDEFINES UPHNDTF.
             03 UPHNDTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UPHNDTI   PIC X(19).
           02  USOURCEL     COMP  PIC  S9(4).
           02  USOURCEF     PICTURE X.
           02  FILLER REDEFINES USOURCEF.
             03 USOURCEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  USOURCEI   PIC X(8).
           02  UMSGL    COMP  PIC  S9(4).
           02  UMSGF    PICTURE X.
           02  FILLER REDEFINES UMSGF.
           02  UEMAILC     PICTURE X.
           02  UEMAILO   PIC X(32).
           02  FILLER PICTURE X(3).
           02  UNMAILC     PICTURE X.
           02  UNMAILO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  UMAILDTC     PICTURE X.
           02  UMAILDTO   PIC X(19).
           02  FILLER PICTURE X(3).
           02  UNEMAILC     PICTURE X.
           02  UNEMAILO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  UEMLDTC     PICTURE X.
           02  UEMLDTO   PIC X(19).
           02  FILLER PICTURE X(3).
           02  UNPHONEC     PICTURE X.
           02  UNPHONEO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  UPHNDTC     PICTURE X.
           02  UPHNDTO   PIC X(19).
           02  FILLER PICTURE X(3).
           02  USOURCEC     PICTURE X.
           02  USOURCEO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  UMSGC    PICTURE X.
           02  UMSGO  PIC X(79).

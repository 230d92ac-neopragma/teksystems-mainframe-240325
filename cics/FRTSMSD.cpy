      *****************************************************************
      * FRTSMSD - Symbolic map for the schedule maintenance screen,
      * used by FRTSMNT.  Filter fields for team and season at the
      * top, then one line per game off the schedule: an action
      * field, date, game number, opponent, site, type, status, and
      * the date the game was first scheduled.  Below the list, the
      * new date and game number for a reschedule, and the
      * supervisor id/password for an override.
      *****************************************************************
       01  FRTSMAPI.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANIDI  PIC X(4).
           02  FLTTEAML     COMP  PIC  S9(4).
           02  FLTTEAMF     PICTURE X.
           02  FILLER REDEFINES FLTTEAMF.
             03 FLTTEAMA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FLTTEAMI   PIC X(20).
           02  FLTSEASL     COMP  PIC  S9(4).
           02  FLTSEASF     PICTURE X.
           02  FILLER REDEFINES FLTSEASF.
             03 FLTSEASA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FLTSEASI   PIC X(4).

           02  SCHLINEI OCCURS 8.
               04  ACTL     COMP  PIC  S9(4).
               04  ACTF     PICTURE X.
               04  FILLER REDEFINES ACTF.
                 05 ACTA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  ACTI   PIC X(1).
               04  GDATEL     COMP  PIC  S9(4).
               04  GDATEF     PICTURE X.
               04  FILLER REDEFINES GDATEF.
                 05 GDATEA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  GDATEI   PIC X(10).
               04  GNOL     COMP  PIC  S9(4).
               04  GNOF     PICTURE X.
               04  FILLER REDEFINES GNOF.
                 05 GNOA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  GNOI   PIC X(1).
               04  OPPL     COMP  PIC  S9(4).
               04  OPPF     PICTURE X.
               04  FILLER REDEFINES OPPF.
                 05 OPPA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  OPPI   PIC X(20).
               04  SITEL     COMP  PIC  S9(4).
               04  SITEF     PICTURE X.
               04  FILLER REDEFINES SITEF.
                 05 SITEA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  SITEI   PIC X(1).
               04  TYPEL     COMP  PIC  S9(4).
               04  TYPEF     PICTURE X.
               04  FILLER REDEFINES TYPEF.
                 05 TYPEA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  TYPEI   PIC X(1).
               04  STATL     COMP  PIC  S9(4).
               04  STATF     PICTURE X.
               04  FILLER REDEFINES STATF.
                 05 STATA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  STATI   PIC X(1).
               04  ORIGL     COMP  PIC  S9(4).
               04  ORIGF     PICTURE X.
               04  FILLER REDEFINES ORIGF.
                 05 ORIGA     PICTURE X.
               04  FILLER   PICTURE X(1).
               04  ORIGI   PIC X(10).

           02  NEWDATEL     COMP  PIC  S9(4).
           02  NEWDATEF     PICTURE X.
           02  FILLER REDEFINES NEWDATEF.
             03 NEWDATEA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NEWDATEI   PIC X(8).
           02  NEWGNOL     COMP  PIC  S9(4).
           02  NEWGNOF     PICTURE X.
           02  FILLER REDEFINES NEWGNOF.
             03 NEWGNOA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NEWGNOI   PIC X(1).
           02  SUPIDL     COMP  PIC  S9(4).
           02  SUPIDF     PICTURE X.
           02  FILLER REDEFINES SUPIDF.
             03 SUPIDA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SUPIDI   PIC X(8).
           02  SUPPWDL     COMP  PIC  S9(4).
           02  SUPPWDF     PICTURE X.
           02  FILLER REDEFINES SUPPWDF.
             03 SUPPWDA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SUPPWDI   PIC X(8).
           02  PAGEL    COMP  PIC  S9(4).
           02  PAGEF    PICTURE X.
           02  FILLER REDEFINES PAGEF.
             03 PAGEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PAGEI  PIC X(4).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(79).

       01  FRTSMAPO REDEFINES FRTSMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  FLTTEAMC     PICTURE X.
           02  FLTTEAMO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  FLTSEASC     PICTURE X.
           02  FLTSEASO   PIC X(4).

           02  SCHLINEO OCCURS 8.
               04  FILLER PICTURE X(3).
               04  ACTC     PICTURE X.
               04  ACTO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  GDATEC     PICTURE X.
               04  GDATEO   PIC 9999/99/99.
               04  FILLER PICTURE X(3).
               04  GNOC     PICTURE X.
               04  GNOO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  OPPC     PICTURE X.
               04  OPPO   PIC X(20).
               04  FILLER PICTURE X(3).
               04  SITEC     PICTURE X.
               04  SITEO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  TYPEC     PICTURE X.
               04  TYPEO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  STATC     PICTURE X.
               04  STATO   PIC X(1).
               04  FILLER PICTURE X(3).
               04  ORIGC     PICTURE X.
               04  ORIGO   PIC 9999/99/99.

           02  FILLER PICTURE X(3).
           02  NEWDATEC     PICTURE X.
           02  NEWDATEO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  NEWGNOC     PICTURE X.
           02  NEWGNOO   PIC X(1).
           02  FILLER PICTURE X(3).
           02  SUPIDC     PICTURE X.
           02  SUPIDO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  SUPPWDC     PICTURE X.
           02  SUPPWDO   PIC X(8).
           02  FILLER PICTURE X(3).
           02  PAGEC    PICTURE X.
           02  PAGEO  PIC ZZZ9.
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGO  PIC X(79).

      *****************************************************************
      * ARIMPS1 - Symbolic map for the ARIENQ receivables account
      * inquiry screen (ARIPGM1): account number or customer name
      * keyed at the top; the account, balance, and hold lines; six
      * rows of open items (or of customers matching a name); the
      * last payments; and the dunning letters sent.
      *****************************************************************
       01  ARIENQI.
           02  FILLER PIC X(12).
           02  AACCTL     COMP  PIC  S9(4).
           02  AACCTF     PICTURE X.
           02  FILLER REDEFINES AACCTF.
             03 AACCTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AACCTI   PIC X(7).
           02  ASRCHL     COMP  PIC  S9(4).
           02  ASRCHF     PICTURE X.
           02  FILLER REDEFINES ASRCHF.
             03 ASRCHA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ASRCHI   PIC X(20).
           02  ACUSTL     COMP  PIC  S9(4).
           02  ACUSTF     PICTURE X.
           02  FILLER REDEFINES ACUSTF.
             03 ACUSTA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACUSTI   PIC X(75).
           02  ABALL     COMP  PIC  S9(4).
           02  ABALF     PICTURE X.
           02  FILLER REDEFINES ABALF.
             03 ABALA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ABALI   PIC X(75).
           02  AHOLDL     COMP  PIC  S9(4).
           02  AHOLDF     PICTURE X.
           02  FILLER REDEFINES AHOLDF.
             03 AHOLDA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AHOLDI   PIC X(75).
           02  AROWHL     COMP  PIC  S9(4).
           02  AROWHF     PICTURE X.
           02  FILLER REDEFINES AROWHF.
             03 AROWHA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AROWHI   PIC X(75).
           02  AROWI OCCURS 6.
             03  AROWLNL     COMP  PIC  S9(4).
             03  AROWLNF     PICTURE X.
             03  FILLER REDEFINES AROWLNF.
               04 AROWLNA     PICTURE X.
             03  FILLER   PICTURE X(1).
             03  AROWLNI   PIC X(75).
           02  APAYI OCCURS 4.
             03  APAYLNL     COMP  PIC  S9(4).
             03  APAYLNF     PICTURE X.
             03  FILLER REDEFINES APAYLNF.
               04 APAYLNA     PICTURE X.
             03  FILLER   PICTURE X(1).
             03  APAYLNI   PIC X(75).
           02  ADUNI OCCURS 2.
             03  ADUNLNL     COMP  PIC  S9(4).
             03  ADUNLNF     PICTURE X.
             03  FILLER REDEFINES ADUNLNF.
               04 ADUNLNA     PICTURE X.
             03  FILLER   PICTURE X(1).
             03  ADUNLNI   PIC X(75).
           02  AMSGL     COMP  PIC  S9(4).
           02  AMSGF     PICTURE X.
           02  FILLER REDEFINES AMSGF.
             03 AMSGA     PICTURE X.
           02  FILLER   PICTURE X(1).
           02  AMSGI   PIC X(79).

       01  ARIENQO REDEFINES ARIENQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  AACCTC     PICTURE X.
           02  AACCTO   PIC X(7).
           02  FILLER PICTURE X(3).
           02  ASRCHC     PICTURE X.
           02  ASRCHO   PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACUSTC     PICTURE X.
           02  ACUSTO   PIC X(75).
           02  FILLER PICTURE X(3).
           02  ABALC     PICTURE X.
           02  ABALO   PIC X(75).
           02  FILLER PICTURE X(3).
           02  AHOLDC     PICTURE X.
           02  AHOLDO   PIC X(75).
           02  FILLER PICTURE X(3).
           02  AROWHC     PICTURE X.
           02  AROWHO   PIC X(75).
           02  AROWO OCCURS 6.
             03  FILLER PICTURE X(3).
             03  AROWLNC     PICTURE X.
             03  AROWLNO   PIC X(75).
           02  APAYO OCCURS 4.
             03  FILLER PICTURE X(3).
             03  APAYLNC     PICTURE X.
             03  APAYLNO   PIC X(75).
           02  ADUNO OCCURS 2.
             03  FILLER PICTURE X(3).
             03  ADUNLNC     PICTURE X.
             03  ADUNLNO   PIC X(75).
           02  FILLER PICTURE X(3).
           02  AMSGC     PICTURE X.
           02  AMSGO   PIC X(79).

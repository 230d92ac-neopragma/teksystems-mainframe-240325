      *****************************************************************
      * ARICONST - Constant names for the ARIPGM1 receivables account
      * inquiry transaction.
      *****************************************************************
       01  ARI-Inquiry-Program            pic x(8) value "ARIPGM1".
       01  ARI-Inquiry-TransId            pic x(4) value "ARI1".
       01  ARI-Map-Name                   pic x(7) value "ARIENQ".
       01  ARI-Mapset-Name                pic x(7) value "ARIMPS1".
       01  ARI-Inquiry-File               pic x(8) value "ARINQ".
       01  ARI-Name-Index-File            pic x(8) value "ARINQNM".
       01  ARI-Open-To-Buy-File           pic x(8) value "OPENBUY".
       01  ARI-Credit-Hold-File           pic x(8) value "CRDHOLD".
       01  ARI-Payment-History-File       pic x(8) value "PAYHIST".
       01  ARI-Max-Rows-per-Page          pic s9(4) comp value +6.
       01  ARI-Max-Payments               pic s9(4) comp value +4.
       01  ARI-Max-Letters                pic s9(4) comp value +6.

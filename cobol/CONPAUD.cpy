      *****************************************************************
      * CONPAUD - Contact-preference audit record, written to the
      * CONPAUDT file by CONPGM2 for every opt-out it records or
      * lifts - who changed which channel for which contact, from
      * which terminal, when, and on whose say-so - the same
      * discipline EMPAUDT applies to employee changes.  One entry
      * per channel changed.
      *****************************************************************
           05  CPA-Date                   pic 9(8).
           05  CPA-Time                   pic 9(6).
           05  CPA-Operator-Id            pic x(8).
           05  CPA-Terminal-Id            pic x(4).
           05  CPA-Contact-Id             pic 9(8).
           05  CPA-Channel                pic x(1).
               88  CPA-Mail               value "M".
               88  CPA-Email              value "E".
               88  CPA-Phone              value "P".
           05  CPA-Action                 pic x(1).
               88  CPA-Opted-Out          value "O".
               88  CPA-Opted-In           value "I".
           05  CPA-Source                 pic x(8).
           05  filler                     pic x(16).

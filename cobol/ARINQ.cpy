      *****************************************************************
      * ARINQ - Receivables inquiry record layout.  Keyed VSAM KSDS,
      * key = AIQ-Key; reloaded whole by the ARINQLD job at the end
      * of each night's receivables run, so the ARIPGM1 account
      * inquiry can read by account number what the batch files hold
      * only in sequence.  Three record types share the key, the way
      * PAYHIST's payment and item records share theirs:
      *   C (sequence 00000) - the account itself: name (CUSTMST's,
      *     or ACCTFL's where there is no master record), balance,
      *     credit balance, and last-payment date off ACCTFL;
      *   D (sequence 00001 up) - one per dunning letter on DUNLOG,
      *     numbered newest first;
      *   O (sequence 00001 up) - one per open item on OPENITEM, in
      *     file order (posting-date order), numbered without gaps so
      *     the inquiry can start any page of items by its number.
      *****************************************************************
           05  AIQ-Key.
               10  AIQ-Account            pic 9(07).
               10  AIQ-Record-Type        pic x(01).
                   88  AIQ-Account-Entry  value "C".
                   88  AIQ-Dunning-Entry  value "D".
                   88  AIQ-Open-Item-Entry
                                          value "O".
               10  AIQ-Seq                pic 9(05).
           05  AIQ-Account-Data.
               10  AIQ-Name               pic x(30).
               10  AIQ-Balance            pic 9(07)v99.
               10  AIQ-Credit-Balance     pic 9(07)v99.
               10  AIQ-Last-Payment-Date  pic 9(08).
               10  filler                 pic x(11).
           05  AIQ-Dunning-Data redefines AIQ-Account-Data.
               10  AIQ-Dunning-Level      pic 9(01).
               10  AIQ-Dunning-Date       pic 9(08).
               10  filler                 pic x(58).
           05  AIQ-Open-Item-Data redefines AIQ-Account-Data.
               10  AIQ-Invoice-Number     pic x(06).
               10  AIQ-Invoice-Date       pic 9(08).
               10  AIQ-Original-Amount    pic 9(07)v99.
               10  AIQ-Open-Amount        pic 9(07)v99.
               10  filler                 pic x(35).

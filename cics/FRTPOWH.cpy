      *****************************************************************
      * FRTPOWH - Player-of-the-week history record layout.  Keyed
      * VSAM KSDS, key = POW-Week-Ending + POW-Conference; one record
      * per conference per week, written by FRTPOTW for the player
      * the league's points formula ranked first that week.  FRTBULL
      * prints the week's winners from this file, and it is the
      * standing list of every player of the week for the record
      * book.  A rerun of FRTPOTW for the same week replaces the
      * week's records.
      *****************************************************************
           05  POW-Record-Key.
               10  POW-Week-Ending        pic 9(8).
               10  POW-Conference         pic x(12).
           05  POW-Season                 pic x(04).
           05  POW-Team-Name              pic x(20).
           05  POW-Player-Name            pic x(20).
           05  POW-Games                  pic 9(3).
           05  POW-Attempts               pic 9(5).
           05  POW-Completed              pic 9(5).
           05  POW-Three-Pointers         pic 9(5).
           05  POW-Points                 pic 9(5)v9.
           05  POW-Selected-Date          pic 9(8).

      * file) is reported and skipped, not treated as fatal.  A
      * delete retires the team in place - the record stays, flipped
      * Inactive, so the validators refuse the name but it can be
      * reactivated by a later add.  The card's customer account
      * ties the team to its receivables customer on CUSTMST for
      * dues and fine billing; blank leaves a team unbilled.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  TMC-Division               pic x(12).
           05  TMC-Conference             pic x(12).
           05  TMC-Roster-Limit           pic x(2).
           05  TMC-Customer-Account       pic x(7).
           05  filler                     pic x(26).
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
               move 15 to TM-Roster-Limit
           end-if
           .
       2960-Set-Customer-Account.
      *****************************************************************
      * The receivables account the league bills the team under.  A
      * blank or non-numeric column leaves the team unbilled.
      *****************************************************************
           if TMC-Customer-Account numeric
               move TMC-Customer-Account to TM-Customer-Account
           else
               move zero to TM-Customer-Account
           end-if
           .
       3000-Add-Team.
           move TMC-Team-Name to TM-Team-Name
           move TMC-Division to TM-Division
           move TMC-Conference to TM-Conference
           perform 2950-Set-Roster-Limit
           perform 2960-Set-Customer-Account
           set TM-Active to true
           write FD-Team-Master-Record
           end-write
               move TMC-Division to TM-Division
               move TMC-Conference to TM-Conference
               perform 2950-Set-Roster-Limit
               perform 2960-Set-Customer-Account
               set TM-Active to true
               rewrite FD-Team-Master-Record
               end-rewrite
                   move TMC-Division to TM-Division
                   move TMC-Conference to TM-Conference
                   perform 2950-Set-Roster-Limit
                   perform 2960-Set-Customer-Account
                   rewrite FD-Team-Master-Record
                   end-rewrite
                   if not Team-Master-OK

      * XFER, so "when did this player change teams" is answered the
      * same way "who changed this stat line" already is.  Driven by
      * SYSIN cards, one trade per card: old team, player, season,
      * new team.  A move onto a team whose division or conference
      * has an age rule (FRTAGER) goes through only if the FRTAGEK
      * ruling finds the player eligible on their player-master
      * birthdate - the player is looked up under the old team, or
      * under the new one if the master already has them there.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Random
               File Status Team-Master-File-Status.
           Select Player-Master-File
               Record Key PM-Record-Key
               Assign to "FRTPMST"
               Organization Indexed
               Access Random
               File Status Player-Master-File-Status.
           Select Age-Rule-File
               Record Key AGR-Rule-Key
               Assign to "FRTAGER"
               Organization Indexed
               Access Random
               File Status Age-Rule-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Player-Master-File.
       01  FD-Player-Master-Record.
           copy FRTPMST.
       FD  Age-Rule-File.
       01  FD-Age-Rule-Record.
           copy FRTAGER.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-Not-Found  value "23".
           05  Player-Master-File-Status  pic x(02).
               88  Player-Master-OK       value "00".
               88  Player-Master-Not-Found
                                          value "23".
           05  Age-Rule-File-Status       pic x(02).
               88  Age-Rule-OK            value "00".
               88  Age-Rule-Not-Found     value "23".
       01  Age-Rule-Fields.
           05  Rule-Found-Switch          pic x.
               88  Team-Has-Age-Rule      value "Y".
      * Parameter area for the FRTAGEK ruling - same field layout as
      * AGK-Parms in its Linkage Section.
       01  Age-Check-Parms.
           05  AKP-Birth-Date             pic 9(8).
           05  AKP-Under-Age              pic 9(3).
           05  AKP-Minimum-Age            pic 9(3).
           05  AKP-As-Of-Date             pic 9(8).
           05  AKP-Result                 pic x(1).
               88  AKP-Eligible           value "Y".
               88  AKP-Not-Eligible       value "N".
               88  AKP-No-Birth-Date      value "B".
           05  AKP-Age                    pic 9(3).
           05  AKP-Reason                 pic x(40).
       01  Transferred-Record.
           copy FRTHROW.
       01  Old-Team-Record.
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Player-Master-File
           if not Player-Master-OK
               string Const-Got-Status delimited by size
                      Player-Master-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      " of FRTPMST." delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Age-Rule-File
           if not Age-Rule-OK
               string Const-Got-Status delimited by size
                      Age-Rule-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      " of FRTAGER." delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Process-Transfer-Cards.
           perform 1100-Read-Next-Card
               else
                   perform 2050-Check-New-Team-on-Master
                   if Team-Master-OK and TM-Active
                       perform 2060-Check-Age-Eligibility
                   end-if
                   if Team-Master-OK and TM-Active
                       and AKP-Eligible
                       perform 2100-Read-Old-Record
                       if FT-File-OK
                           perform 2200-Write-Under-New-Team
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2060-Check-Age-Eligibility.
      *****************************************************************
      * The new team's division age rule governs when there is one,
      * its conference rule otherwise; a team with neither takes any
      * player.  The ruling is FRTAGEK's, the same one FRTADD and
      * FRTLOAD apply.
      *****************************************************************
           set AKP-Eligible to true
           move "N" to Rule-Found-Switch
           set AGR-Division-Rule to true
           move TM-Division to AGR-Group-Name
           perform 2070-Read-Age-Rule
           if not Team-Has-Age-Rule
               set AGR-Conference-Rule to true
               move TM-Conference to AGR-Group-Name
               perform 2070-Read-Age-Rule
           end-if
           if Team-Has-Age-Rule
               move zero to AKP-Birth-Date
               move XFR-Team-Name to PM-Team-Name
               move XFR-Player-Name to PM-Player-Name
               perform 2080-Read-Player-Master
               if Player-Master-Not-Found
                   move XFR-New-Team-Name to PM-Team-Name
                   perform 2080-Read-Player-Master
               end-if
               if Player-Master-OK
                   move PM-Birth-Date to AKP-Birth-Date
               end-if
               move AGR-Under-Age to AKP-Under-Age
               move AGR-Minimum-Age to AKP-Minimum-Age
               move AGR-As-Of-Date to AKP-As-Of-Date
               call "FRTAGEK" using by reference Age-Check-Parms
               end-call
               if not AKP-Eligible
                   move XFR-Player-Name to RPT-Rej-Player
                   move XFR-New-Team-Name to RPT-Rej-Team
                   move AKP-Reason to RPT-Rej-Reason
                   display Reject-Line
                   add 1 to Transfers-Rejected
               end-if
           end-if
           .
       2070-Read-Age-Rule.
           read Age-Rule-File
           end-read
           evaluate true
               when Age-Rule-OK
                   set Team-Has-Age-Rule to true
               when Age-Rule-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Age-Rule-File-Status delimited by size
                          Const-On          delimited by size
                          Const-READ        delimited by size
                          " of FRTAGER." delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2080-Read-Player-Master.
           read Player-Master-File
           end-read
           if not Player-Master-OK and not Player-Master-Not-Found
               string Const-Got-Status delimited by size
                      Player-Master-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ        delimited by size
                      " of FRTPMST." delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Read-Old-Record.
           move XFR-Team-Name
               to FT-Team-Name in FD-FT-Record
           display Totals-Line
           .
       9900-Close.
           close Age-Rule-File
           close Player-Master-File
           close Team-Master-File
           close Audit-File
           close FT-File

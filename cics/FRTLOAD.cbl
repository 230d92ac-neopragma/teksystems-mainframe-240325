      * vendor and writes one record per player, the same WRITE and
      * duplicate-key handling KSDS1 demonstrates against FD-Rec-Key,
      * so a new season's rosters can be onboarded without keying
      * every player online through FRTADD.  A player bound for a
      * team whose division or conference has an age rule (FRTAGER)
      * is loaded only if the FRTAGEK ruling finds them eligible on
      * their player-master birthdate; one who fails it, or has no
      * birthdate to rule on, is rejected and reported.
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
       FD  Load-Input-File.
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
           05  Load-Input-File-Status    pic x(02).
           05  Team-Master-File-Status   pic x(02).
               88  Team-Master-OK        value "00".
               88  Team-Master-Not-Found value "23".
           05  Player-Master-File-Status pic x(02).
               88  Player-Master-OK      value "00".
               88  Player-Master-Not-Found
                                         value "23".
           05  Age-Rule-File-Status      pic x(02).
               88  Age-Rule-OK           value "00".
               88  Age-Rule-Not-Found    value "23".
       01  Age-Rule-Fields.
           05  Rule-Found-Switch         pic x.
               88  Team-Has-Age-Rule     value "Y".
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
       01  Report-Counters.
           05  Records-Read              pic 9(07) comp.
           05  Records-Loaded            pic 9(07) comp.
           05  Records-Duplicate         pic 9(07) comp.
           05  Records-Bad-Team          pic 9(07) comp.
           05  Records-Age-Ineligible    pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message             pic x(132).
       01  Pseudo-Constants.
               10  RPT-Bad-Team-Name     pic x(20).
               10  filler                pic x(01) value space.
               10  RPT-Bad-Player-Name   pic x(20).
           05  Age-Reject-Line.
               10  filler                pic x(25)
                   value "Rejected, age rule       ".
               10  RPT-Age-Team-Name     pic x(20).
               10  filler                pic x(01) value space.
               10  RPT-Age-Player-Name   pic x(20).
               10  filler                pic x(03) value " - ".
               10  RPT-Age-Reason        pic x(40).
           05  Totals-Line.
               10  filler                pic x(15)
                   value "Records read: ".
               10  filler                pic x(17)
                   value "  Unknown teams: ".
               10  RPT-Records-Bad-Team  pic zzz,zz9.
               10  filler                pic x(18)
                   value "  Age-ineligible: ".
               10  RPT-Records-Age-Ineligible
                                         pic zzz,zz9.
      * End-of-job run-statistics fields for the common run log -
      * same field layout as RNL-Parms in RUNLOG's Linkage Section,
      * the way AGEDREC redeclares AGEDAYS' parameters.
           move zero to Records-Loaded
           move zero to Records-Duplicate
           move zero to Records-Bad-Team
           move zero to Records-Age-Ineligible
           open input Load-Input-File
           if not Load-Input-OK
               string Const-Got-Status delimited by size
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Player-Master-File
           if not Player-Master-OK
               string Const-Got-Status delimited by size
                      Player-Master-File-Status delimited by size
                      Const-On         delimited by size
                      Const-OPEN       delimited by size
                      " of FRTPMST." delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Age-Rule-File
           if not Age-Rule-OK
               string Const-Got-Status delimited by size
                      Age-Rule-File-Status delimited by size
                      Const-On         delimited by size
                      Const-OPEN       delimited by size
                      " of FRTAGER." delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-File.
      *****************************************************************
               add 1 to Records-Read
               perform 1500-Check-Team-Master
               if Team-Master-OK and TM-Active
                   perform 1600-Check-Age-Eligibility
                   if AKP-Eligible
                       perform 2000-Build-and-Write-Record
                   else
                       move LD-Team-Name to RPT-Age-Team-Name
                       move LD-Player-Name to RPT-Age-Player-Name
                       move AKP-Reason to RPT-Age-Reason
                       display Age-Reject-Line
                       add 1 to Records-Age-Ineligible
                   end-if
               else
                   move LD-Team-Name to RPT-Bad-Team-Name
                   move LD-Player-Name to RPT-Bad-Player-Name
               perform 8900-Scream-and-Die
           end-if
           .
       1600-Check-Age-Eligibility.
      *****************************************************************
      * The team's division age rule governs when there is one, its
      * conference rule otherwise; a team with neither takes any
      * player.  Under a rule the player's birthdate comes from the
      * player master, and the FRTAGEK ruling decides - the same
      * ruling FRTADD applies online.
      *****************************************************************
           set AKP-Eligible to true
           move "N" to Rule-Found-Switch
           set AGR-Division-Rule to true
           move TM-Division to AGR-Group-Name
           perform 1610-Read-Age-Rule
           if not Team-Has-Age-Rule
               set AGR-Conference-Rule to true
               move TM-Conference to AGR-Group-Name
               perform 1610-Read-Age-Rule
           end-if
           if Team-Has-Age-Rule
               move zero to AKP-Birth-Date
               move LD-Team-Name to PM-Team-Name
               move LD-Player-Name to PM-Player-Name
               read Player-Master-File
               end-read
               evaluate true
                   when Player-Master-OK
                       move PM-Birth-Date to AKP-Birth-Date
                   when Player-Master-Not-Found
                       continue
                   when other
                       string Const-Got-Status delimited by size
                              Player-Master-File-Status
                                  delimited by size
                              Const-On         delimited by size
                              Const-READ       delimited by size
                              " of FRTPMST." delimited by size
                          into Error-Message
                       end-string
                       perform 8900-Scream-and-Die
               end-evaluate
               move AGR-Under-Age to AKP-Under-Age
               move AGR-Minimum-Age to AKP-Minimum-Age
               move AGR-As-Of-Date to AKP-As-Of-Date
               call "FRTAGEK" using by reference Age-Check-Parms
               end-call
           end-if
           .
       1610-Read-Age-Rule.
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
                          Const-On         delimited by size
                          Const-READ       delimited by size
                          " of FRTAGER." delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       1100-Read-Next.
           read Load-Input-File
               into FD-Load-Input-Record
           move Records-Loaded to RPT-Records-Loaded
           move Records-Duplicate to RPT-Records-Duplicate
           move Records-Bad-Team to RPT-Records-Bad-Team
           move Records-Age-Ineligible to RPT-Records-Age-Ineligible
           display space
           display Totals-Line
           .
       9900-Close.
           close Age-Rule-File
           close Player-Master-File
           close Team-Master-File
           close FT-File
           close Load-Input-File

       Identification Division.
       Program-Id. FRTAGEX.
      *****************************************************************
      * Preseason age-eligibility exception listing.  FRTADD, FRTLOAD
      * and FRTXFER now refuse to place a player on a team whose
      * division or conference has an age rule (FRTAGER) the player
      * fails, but players rostered before the rules were keyed, or
      * who have aged out since, are still on the rosters.  This job
      * reads every active player on the player master whose team is
      * active on the team master, finds the age rule for the team's
      * division (or failing that its conference), and lists every
      * player who fails it through the same FRTAGEK ruling the
      * placement checks use - plus every roster player with no
      * birthdate on file at all, since nobody can rule on those - so
      * the registration desk works a list instead of a paper check.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Player-Master-File
               Record Key PM-Record-Key
               Assign to "FRTPMST"
               Organization Indexed
               Access Sequential
               File Status Player-Master-File-Status.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Random
               File Status Team-Master-File-Status.
           Select Age-Rule-File
               Record Key AGR-Rule-Key
               Assign to "FRTAGER"
               Organization Indexed
               Access Random
               File Status Age-Rule-File-Status.
       Data Division.
       File Section.
       FD  Player-Master-File.
       01  FD-Player-Master-Record.
           copy FRTPMST.
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Age-Rule-File.
       01  FD-Age-Rule-Record.
           copy FRTAGER.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Player-Master-File-Status  pic x(02).
               88  Player-Master-OK       value "00".
               88  Player-Master-EOF      value "10".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-Not-Found  value "23".
           05  Age-Rule-File-Status       pic x(02).
               88  Age-Rule-OK            value "00".
               88  Age-Rule-Not-Found     value "23".
      *****************************************************************
      * The player master arrives in team order, so one team-master
      * read and one rule lookup per team cover all its players.
      *****************************************************************
       01  Lookup-Fields.
           05  Current-Team-Name          pic x(20).
           05  Team-Roster-Switch         pic x.
               88  Team-Is-Current        value "Y".
           05  Rule-Found-Switch          pic x.
               88  Team-Has-Age-Rule      value "Y".
           05  Rule-Division              pic x(12).
           05  Rule-Under-Age             pic 9(03).
           05  Rule-Minimum-Age           pic 9(03).
           05  Rule-As-Of-Date            pic 9(08).
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
           05  Players-Read               pic 9(07) comp.
           05  Players-Ruled              pic 9(07) comp.
           05  Players-Ineligible         pic 9(07) comp.
           05  Players-No-Birth-Date      pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-Of-FRTPMST           pic x(12)
               value " of FRTPMST.".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTAGER           pic x(12)
               value " of FRTAGER.".
       01  Report-Lines.
           05  Exception-Line.
               10  RPT-Exception-Type     pic x(15).
               10  RPT-Team-Name          pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Player-Name        pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Division           pic x(12).
               10  filler                 pic x(06) value "  DOB ".
               10  RPT-Birth-Date         pic 9(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Reason             pic x(40).
           05  Totals-Line.
               10  filler                 pic x(15)
                   value "Players read: ".
               10  RPT-Players-Read       pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Under age rule: ".
               10  RPT-Players-Ruled      pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Ineligible: ".
               10  RPT-Players-Ineligible pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  No birthdate: ".
               10  RPT-Players-No-Birth-Date
                                          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Scan-Player-Master
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Players-Read
           move zero to Players-Ruled
           move zero to Players-Ineligible
           move zero to Players-No-Birth-Date
           move low-values to Current-Team-Name
           open input Player-Master-File
           if not Player-Master-OK
               string Const-Got-Status delimited by size
                      Player-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTPMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Team-Master-File
           if not Team-Master-OK
               string Const-Got-Status delimited by size
                      Team-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTTEAMS delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input Age-Rule-File
           if not Age-Rule-OK
               string Const-Got-Status delimited by size
                      Age-Rule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTAGER delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Scan-Player-Master.
           perform 1100-Read-Next-Player
           perform with test before
                   until Player-Master-EOF
               if PM-Team-Name not equal Current-Team-Name
                   move PM-Team-Name to Current-Team-Name
                   perform 2000-Look-Up-Team
               end-if
               if PM-Active and Team-Is-Current
                   add 1 to Players-Read
                   perform 3000-Check-One-Player
               end-if
               perform 1100-Read-Next-Player
           end-perform
           .
       1100-Read-Next-Player.
           read Player-Master-File next
               into FD-Player-Master-Record
           end-read
           if not Player-Master-OK and not Player-Master-EOF
               string Const-Got-Status delimited by size
                      Player-Master-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTPMST delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Look-Up-Team.
      *****************************************************************
      * A player on a team that is not on the team master, or has
      * been retired, is not on a current roster.  For a current
      * team, the division rule governs when there is one, the
      * conference rule otherwise.
      *****************************************************************
           move "N" to Team-Roster-Switch
           move "N" to Rule-Found-Switch
           move PM-Team-Name to TM-Team-Name
           read Team-Master-File
           end-read
           evaluate true
               when Team-Master-OK
                   if TM-Active
                       set Team-Is-Current to true
                       move TM-Division to Rule-Division
                       set AGR-Division-Rule to true
                       move TM-Division to AGR-Group-Name
                       perform 2100-Read-Age-Rule
                       if not Team-Has-Age-Rule
                           set AGR-Conference-Rule to true
                           move TM-Conference to AGR-Group-Name
                           perform 2100-Read-Age-Rule
                       end-if
                   end-if
               when Team-Master-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Team-Master-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTTEAMS delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2100-Read-Age-Rule.
           read Age-Rule-File
           end-read
           evaluate true
               when Age-Rule-OK
                   set Team-Has-Age-Rule to true
                   move AGR-Under-Age to Rule-Under-Age
                   move AGR-Minimum-Age to Rule-Minimum-Age
                   move AGR-As-Of-Date to Rule-As-Of-Date
               when Age-Rule-Not-Found
                   continue
               when other
                   string Const-Got-Status delimited by size
                          Age-Rule-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-FRTAGER delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       3000-Check-One-Player.
           if PM-Birth-Date not numeric
               or PM-Birth-Date equal zero
               move "NO BIRTHDATE" to RPT-Exception-Type
               move "no birthdate on the player master"
                   to RPT-Reason
               perform 3900-List-Exception
               add 1 to Players-No-Birth-Date
           else
               if Team-Has-Age-Rule
                   add 1 to Players-Ruled
                   move PM-Birth-Date to AKP-Birth-Date
                   move Rule-Under-Age to AKP-Under-Age
                   move Rule-Minimum-Age to AKP-Minimum-Age
                   move Rule-As-Of-Date to AKP-As-Of-Date
                   call "FRTAGEK" using by reference Age-Check-Parms
                   end-call
                   if not AKP-Eligible
                       move "AGE INELIGIBLE" to RPT-Exception-Type
                       move AKP-Reason to RPT-Reason
                       perform 3900-List-Exception
                       add 1 to Players-Ineligible
                   end-if
               end-if
           end-if
           .
       3900-List-Exception.
           move PM-Team-Name to RPT-Team-Name
           move PM-Player-Name to RPT-Player-Name
           move Rule-Division to RPT-Division
           if PM-Birth-Date numeric
               move PM-Birth-Date to RPT-Birth-Date
           else
               move zero to RPT-Birth-Date
           end-if
           display Exception-Line
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Players-Read to RPT-Players-Read
           move Players-Ruled to RPT-Players-Ruled
           move Players-Ineligible to RPT-Players-Ineligible
           move Players-No-Birth-Date to RPT-Players-No-Birth-Date
           display space
           display Totals-Line
           .
       9900-Close.
           close Age-Rule-File
           close Team-Master-File
           close Player-Master-File
           .

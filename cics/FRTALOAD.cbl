       Identification Division.
       Program-Id. FRTALOAD.
      *****************************************************************
      * Age-rule maintenance job.  Applies SYSIN cards - one per rule,
      * action A (add), C (change), or D (delete) - to the FRTAGER
      * KSDS, the youth and masters age rules that were checked on
      * paper at registration.  Each card carries the rule's scope
      * (D for a division, C for a conference, matching TM-Division
      * or TM-Conference on the team master), the group name, the
      * under-age cutoff and/or minimum age, the as-of date the age
      * is taken on (blank means as of the day of the check), and a
      * short description.  A card that cannot be applied (bad scope
      * or ages, duplicate add, change or delete of a rule not on
      * file) is reported and skipped, not treated as fatal.  Unlike
      * a team or subscriber, a rule reserves no name, so a delete
      * removes the record and the group goes back to no age rule.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Age-Rule-File
               Record Key AGR-Rule-Key
               Assign to "FRTAGER"
               Organization Indexed
               Access Random
               File Status Age-Rule-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  ARC-Action                 pic x(1).
               88  ARC-Add                value "A".
               88  ARC-Change             value "C".
               88  ARC-Delete             value "D".
           05  ARC-Rule-Key.
               10  ARC-Scope              pic x(1).
                   88  ARC-Valid-Scope    values "D" "C".
               10  ARC-Group-Name         pic x(12).
           05  ARC-Under-Age              pic x(3).
           05  ARC-Under-Age-Num redefines ARC-Under-Age
                                          pic 9(3).
           05  ARC-Minimum-Age            pic x(3).
           05  ARC-Minimum-Age-Num redefines ARC-Minimum-Age
                                          pic 9(3).
           05  ARC-As-Of-Date             pic x(8).
           05  ARC-As-Of-Date-Parts redefines ARC-As-Of-Date.
               10  ARC-As-Of-Year         pic 9(4).
               10  ARC-As-Of-Month        pic 9(2).
               10  ARC-As-Of-Day          pic 9(2).
           05  ARC-As-Of-Date-Num redefines ARC-As-Of-Date
                                          pic 9(8).
           05  ARC-Rule-Text              pic x(30).
           05  filler                     pic x(22).
       FD  Age-Rule-File.
       01  FD-Age-Rule-Record.
           copy FRTAGER.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Age-Rule-File-Status       pic x(02).
               88  Age-Rule-OK            value "00".
               88  Age-Rule-Not-Found     value "23".
               88  Age-Rule-Duplicate     value "22".
       01  Failed-Operation               pic x(7).
       01  Card-Valid-Switch              pic x(1).
           88  Card-Is-Valid              value "Y".
       01  Card-Ages.
           05  Card-Under-Age             pic 9(3).
           05  Card-Minimum-Age           pic 9(3).
           05  Card-As-Of-Date            pic 9(8).
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Rules-Added                pic 9(07) comp.
           05  Rules-Changed              pic 9(07) comp.
           05  Rules-Deleted              pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-FRTAGER           pic x(12)
               value " of FRTAGER.".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
           05  Const-DELETE               pic x(06) value "DELETE".
       01  Report-Lines.
           05  Action-Line.
               10  RPT-Action-Taken       pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Scope              pic x(1).
               10  filler                 pic x(01) value space.
               10  RPT-Group-Name         pic x(12).
               10  filler                 pic x(07)
                   value " under ".
               10  RPT-Under-Age          pic zz9.
               10  filler                 pic x(09)
                   value " minimum ".
               10  RPT-Minimum-Age        pic zz9.
               10  filler                 pic x(07)
                   value " as of ".
               10  RPT-As-Of-Date         pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Rule-Text          pic x(30).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Scope          pic x(1).
               10  filler                 pic x(01) value space.
               10  RPT-Rej-Group          pic x(12).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(40).
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Added: ".
               10  RPT-Rules-Added        pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Changed: ".
               10  RPT-Rules-Changed      pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Deleted: ".
               10  RPT-Rules-Deleted      pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Cards-Rejected     pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Apply-Cards
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Cards-Read
           move zero to Rules-Added
           move zero to Rules-Changed
           move zero to Rules-Deleted
           move zero to Cards-Rejected
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
                      Control-Card-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-SYSIN    delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o Age-Rule-File
           if not Age-Rule-OK
               string Const-Got-Status delimited by size
                      Age-Rule-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTAGER  delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Apply-Cards.
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               add 1 to Cards-Read
               perform 2000-Apply-One-Card
               perform 1100-Read-Next-Card
           end-perform
           .
       1100-Read-Next-Card.
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               string Const-Got-Status delimited by size
                      Control-Card-File-Status delimited by size
                      Const-On          delimited by size
                      Const-READ        delimited by size
                      Const-Of-SYSIN    delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Apply-One-Card.
           move ARC-Scope to RPT-Rej-Scope
           move ARC-Group-Name to RPT-Rej-Group
           evaluate true
               when not ARC-Valid-Scope
                   move "scope must be D or C" to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when ARC-Group-Name equal spaces
                   move "division or conference name is required"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when ARC-Add
                   perform 2800-Validate-Card
                   if Card-Is-Valid
                       perform 3000-Add-Rule
                   end-if
               when ARC-Change
                   perform 2800-Validate-Card
                   if Card-Is-Valid
                       perform 3100-Change-Rule
                   end-if
               when ARC-Delete
                   perform 3200-Delete-Rule
               when other
                   move "action must be A, C, or D" to RPT-Rej-Reason
                   perform 2900-Reject-Card
           end-evaluate
           .
       2800-Validate-Card.
      *****************************************************************
      * Blank ages and a blank as-of date mean zero - no limit, and
      * as of the day of the check.  A rule must set at least one
      * limit, and a division with both - a band - must leave room
      * between them.
      *****************************************************************
           move "Y" to Card-Valid-Switch
           move spaces to RPT-Rej-Reason
           move zero to Card-Under-Age
           move zero to Card-Minimum-Age
           move zero to Card-As-Of-Date
           evaluate true
               when ARC-Under-Age not equal spaces
                    and ARC-Under-Age not numeric
                   move "under-age cutoff must be numeric"
                       to RPT-Rej-Reason
               when ARC-Minimum-Age not equal spaces
                    and ARC-Minimum-Age not numeric
                   move "minimum age must be numeric"
                       to RPT-Rej-Reason
               when ARC-As-Of-Date not equal spaces
                    and ARC-As-Of-Date not numeric
                   move "as-of date must be numeric YYYYMMDD"
                       to RPT-Rej-Reason
               when other
                   continue
           end-evaluate
           if RPT-Rej-Reason equal spaces
               if ARC-Under-Age numeric
                   move ARC-Under-Age-Num to Card-Under-Age
               end-if
               if ARC-Minimum-Age numeric
                   move ARC-Minimum-Age-Num to Card-Minimum-Age
               end-if
               if ARC-As-Of-Date numeric
                   move ARC-As-Of-Date-Num to Card-As-Of-Date
               end-if
               evaluate true
                   when Card-Under-Age equal zero
                        and Card-Minimum-Age equal zero
                       move "rule needs an under-age or minimum age"
                           to RPT-Rej-Reason
                   when Card-Under-Age greater than zero
                        and Card-Under-Age
                            not greater than Card-Minimum-Age
                       move "under-age must exceed the minimum age"
                           to RPT-Rej-Reason
                   when Card-As-Of-Date greater than zero
                        and (ARC-As-Of-Month less than 1
                          or ARC-As-Of-Month greater than 12
                          or ARC-As-Of-Day less than 1
                          or ARC-As-Of-Day greater than 31)
                       move "as-of date is not a valid date"
                           to RPT-Rej-Reason
                   when other
                       continue
               end-evaluate
           end-if
           if RPT-Rej-Reason not equal spaces
               move "N" to Card-Valid-Switch
               perform 2900-Reject-Card
           end-if
           .
       2900-Reject-Card.
           display Reject-Line
           add 1 to Cards-Rejected
           .
       2950-Set-Card-Fields.
           move Card-Under-Age to AGR-Under-Age
           move Card-Minimum-Age to AGR-Minimum-Age
           move Card-As-Of-Date to AGR-As-Of-Date
           move ARC-Rule-Text to AGR-Rule-Text
           move function current-date(1:8) to AGR-Updated-Date
           .
       3000-Add-Rule.
           move spaces to FD-Age-Rule-Record
           move ARC-Rule-Key to AGR-Rule-Key
           perform 2950-Set-Card-Fields
           write FD-Age-Rule-Record
           end-write
           evaluate true
               when Age-Rule-OK
                   move "Added" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Rules-Added
               when Age-Rule-Duplicate
                   move "rule is already on file - use C"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   move Const-WRITE to Failed-Operation
                   perform 8100-Age-Rule-File-Error
           end-evaluate
           .
       3100-Change-Rule.
           move ARC-Rule-Key to AGR-Rule-Key
           read Age-Rule-File
           end-read
           evaluate true
               when Age-Rule-OK
                   perform 2950-Set-Card-Fields
                   rewrite FD-Age-Rule-Record
                   end-rewrite
                   if not Age-Rule-OK
                       move Const-REWRITE to Failed-Operation
                       perform 8100-Age-Rule-File-Error
                   end-if
                   move "Changed" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Rules-Changed
               when Age-Rule-Not-Found
                   move "rule is not on file" to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   move Const-READ to Failed-Operation
                   perform 8100-Age-Rule-File-Error
           end-evaluate
           .
       3200-Delete-Rule.
           move ARC-Rule-Key to AGR-Rule-Key
           read Age-Rule-File
           end-read
           evaluate true
               when Age-Rule-OK
                   delete Age-Rule-File
                   end-delete
                   if not Age-Rule-OK
                       move Const-DELETE to Failed-Operation
                       perform 8100-Age-Rule-File-Error
                   end-if
                   move "Deleted" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Rules-Deleted
               when Age-Rule-Not-Found
                   move "rule is not on file" to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   move Const-READ to Failed-Operation
                   perform 8100-Age-Rule-File-Error
           end-evaluate
           .
       3900-Report-Action.
           move AGR-Scope to RPT-Scope
           move AGR-Group-Name to RPT-Group-Name
           move AGR-Under-Age to RPT-Under-Age
           move AGR-Minimum-Age to RPT-Minimum-Age
           move AGR-As-Of-Date to RPT-As-Of-Date
           move AGR-Rule-Text to RPT-Rule-Text
           display Action-Line
           .
       8100-Age-Rule-File-Error.
           string Const-Got-Status delimited by size
                  Age-Rule-File-Status delimited by size
                  Const-On          delimited by size
                  Failed-Operation  delimited by space
                  Const-Of-FRTAGER  delimited by size
              into Error-Message
           end-string
           perform 8900-Scream-and-Die
           .
       8900-Scream-and-Die.
           perform 8910-Scream
           perform 8920-Die
           .
       8910-Scream.
           display Error-Message
           .
       8920-Die.
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Cards-Read to RPT-Cards-Read
           move Rules-Added to RPT-Rules-Added
           move Rules-Changed to RPT-Rules-Changed
           move Rules-Deleted to RPT-Rules-Deleted
           move Cards-Rejected to RPT-Cards-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close Age-Rule-File
           close Control-Card-File
           .

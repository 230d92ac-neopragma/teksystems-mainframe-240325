       Identification Division.
       Program-Id. FRTSUBL.
      *****************************************************************
      * Feed subscriber registry maintenance job.  Applies SYSIN
      * cards - one per subscriber, action A (add), C (change), or D
      * (delete) - to the FRTSUBS KSDS, the list of consumers FRTEXTR
      * keeps change tracking for.  Each card carries the subscriber
      * id and name, the feed line format (C comma-delimited, P
      * pipe-delimited, F fixed-width), and the pull schedule (D
      * daily, or W weekly with the day of the week, 1 = Monday).  A
      * card that cannot be applied (duplicate add, bad format or
      * schedule, change or delete of a subscriber not on file) is
      * reported and skipped, not treated as fatal.  A delete retires
      * the subscriber in place, the way FRTTLOAD retires a team:
      * FRTEXTR stops queueing changes for it and refuses to run for
      * it, but its last-extract history stays and a later add
      * reactivates it.  A newly added subscriber is queued only the
      * changes made from its first FRTEXTR fan-out onward.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Subscriber-File
               Record Key SUB-Subscriber-Id
               Assign to "FRTSUBS"
               Organization Indexed
               Access Random
               File Status Subscriber-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  SBC-Action                 pic x(1).
               88  SBC-Add                value "A".
               88  SBC-Change             value "C".
               88  SBC-Delete             value "D".
           05  SBC-Subscriber-Id          pic x(8).
           05  SBC-Subscriber-Name        pic x(30).
           05  SBC-Feed-Format            pic x(1).
               88  SBC-Valid-Format       values "C" "P" "F".
           05  SBC-Schedule               pic x(1).
               88  SBC-Daily              value "D".
               88  SBC-Weekly             value "W".
           05  SBC-Schedule-Day           pic x(1).
               88  SBC-Valid-Day          values "1" thru "7".
           05  filler                     pic x(38).
       FD  Subscriber-File.
       01  FD-Subscriber-Record.
           copy FRTSUBR.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Subscriber-File-Status     pic x(02).
               88  Subscriber-OK          value "00".
               88  Subscriber-Not-Found   value "23".
               88  Subscriber-Duplicate   value "22".
       01  Failed-Operation               pic x(7).
       01  Card-Valid-Switch              pic x(1).
           88  Card-Is-Valid              value "Y".
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Subscribers-Added          pic 9(07) comp.
           05  Subscribers-Changed        pic 9(07) comp.
           05  Subscribers-Deleted        pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-FRTSUBS           pic x(12)
               value " of FRTSUBS.".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
       01  Report-Lines.
           05  Action-Line.
               10  RPT-Action-Taken       pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Subscriber-Id      pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Subscriber-Name    pic x(30).
               10  filler                 pic x(09)
                   value " format ".
               10  RPT-Feed-Format        pic x(1).
               10  filler                 pic x(11)
                   value " schedule ".
               10  RPT-Schedule           pic x(1).
               10  RPT-Schedule-Day       pic x(1).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Subscriber     pic x(8).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(40).
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Added: ".
               10  RPT-Subscribers-Added  pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Changed: ".
               10  RPT-Subscribers-Changed
                                          pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Retired: ".
               10  RPT-Subscribers-Deleted
                                          pic zzz,zz9.
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
           move zero to Subscribers-Added
           move zero to Subscribers-Changed
           move zero to Subscribers-Deleted
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
           open i-o Subscriber-File
           if not Subscriber-OK
               string Const-Got-Status delimited by size
                      Subscriber-File-Status delimited by size
                      Const-On          delimited by size
                      Const-OPEN        delimited by size
                      Const-Of-FRTSUBS  delimited by size
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
           if SBC-Subscriber-Id equal spaces
               move SBC-Subscriber-Id to RPT-Rej-Subscriber
               move "subscriber id is required" to RPT-Rej-Reason
               perform 2900-Reject-Card
           else
               evaluate true
                   when SBC-Add
                       perform 2800-Validate-Card
                       if Card-Is-Valid
                           perform 3000-Add-Subscriber
                       end-if
                   when SBC-Change
                       perform 2800-Validate-Card
                       if Card-Is-Valid
                           perform 3100-Change-Subscriber
                       end-if
                   when SBC-Delete
                       perform 3200-Delete-Subscriber
                   when other
                       move SBC-Subscriber-Id to RPT-Rej-Subscriber
                       move "action must be A, C, or D"
                           to RPT-Rej-Reason
                       perform 2900-Reject-Card
               end-evaluate
           end-if
           .
       2800-Validate-Card.
      *****************************************************************
      * An add or change must name the subscriber, give a format
      * FRTEXTR can build, and give a schedule - a weekly one with
      * the day of the week it pulls.
      *****************************************************************
           move "Y" to Card-Valid-Switch
           move SBC-Subscriber-Id to RPT-Rej-Subscriber
           move spaces to RPT-Rej-Reason
           evaluate true
               when SBC-Subscriber-Name equal spaces
                   move "subscriber name is required"
                       to RPT-Rej-Reason
               when not SBC-Valid-Format
                   move "format must be C, P, or F"
                       to RPT-Rej-Reason
               when not SBC-Daily and not SBC-Weekly
                   move "schedule must be D or W"
                       to RPT-Rej-Reason
               when SBC-Weekly and not SBC-Valid-Day
                   move "weekly schedule needs a day 1 thru 7"
                       to RPT-Rej-Reason
               when other
                   continue
           end-evaluate
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
           move SBC-Subscriber-Name to SUB-Subscriber-Name
           move SBC-Feed-Format to SUB-Feed-Format
           move SBC-Schedule to SUB-Schedule
           if SBC-Weekly
               move SBC-Schedule-Day to SUB-Schedule-Day
           else
               move zero to SUB-Schedule-Day
           end-if
           .
       3000-Add-Subscriber.
           move spaces to FD-Subscriber-Record
           move SBC-Subscriber-Id to SUB-Subscriber-Id
           perform 2950-Set-Card-Fields
           set SUB-Active to true
           move function current-date(1:8) to SUB-Added-Date
           move zero to SUB-Last-Extract-Date
           move zero to SUB-Last-Extract-Stamp
           move zero to SUB-Last-Extract-Count
           write FD-Subscriber-Record
           end-write
           evaluate true
               when Subscriber-OK
                   move "Added" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Subscribers-Added
               when Subscriber-Duplicate
                   perform 3050-Reactivate-or-Reject
               when other
                   move Const-WRITE to Failed-Operation
                   perform 8100-Subscriber-File-Error
           end-evaluate
           .
       3050-Reactivate-or-Reject.
      *****************************************************************
      * The id is already registered.  A retired subscriber is
      * reactivated with the card's name, format, and schedule,
      * keeping its last-extract history; an active one is a genuine
      * duplicate.
      *****************************************************************
           move SBC-Subscriber-Id to SUB-Subscriber-Id
           read Subscriber-File
           end-read
           if not Subscriber-OK
               move Const-READ to Failed-Operation
               perform 8100-Subscriber-File-Error
           end-if
           if SUB-Inactive
               perform 2950-Set-Card-Fields
               set SUB-Active to true
               rewrite FD-Subscriber-Record
               end-rewrite
               if not Subscriber-OK
                   move Const-REWRITE to Failed-Operation
                   perform 8100-Subscriber-File-Error
               end-if
               move "Restored" to RPT-Action-Taken
               perform 3900-Report-Action
               add 1 to Subscribers-Added
           else
               move SBC-Subscriber-Id to RPT-Rej-Subscriber
               move "subscriber is already registered"
                   to RPT-Rej-Reason
               perform 2900-Reject-Card
           end-if
           .
       3100-Change-Subscriber.
           move SBC-Subscriber-Id to SUB-Subscriber-Id
           read Subscriber-File
           end-read
           evaluate true
               when Subscriber-OK
                   perform 2950-Set-Card-Fields
                   rewrite FD-Subscriber-Record
                   end-rewrite
                   if not Subscriber-OK
                       move Const-REWRITE to Failed-Operation
                       perform 8100-Subscriber-File-Error
                   end-if
                   move "Changed" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Subscribers-Changed
               when Subscriber-Not-Found
                   move SBC-Subscriber-Id to RPT-Rej-Subscriber
                   move "subscriber is not registered"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   move Const-READ to Failed-Operation
                   perform 8100-Subscriber-File-Error
           end-evaluate
           .
       3200-Delete-Subscriber.
      *****************************************************************
      * Retire in place rather than removing the record, so the id
      * and its extract history stay and a later add can reactivate
      * it.
      *****************************************************************
           move SBC-Subscriber-Id to SUB-Subscriber-Id
           read Subscriber-File
           end-read
           evaluate true
               when Subscriber-OK
                   set SUB-Inactive to true
                   rewrite FD-Subscriber-Record
                   end-rewrite
                   if not Subscriber-OK
                       move Const-REWRITE to Failed-Operation
                       perform 8100-Subscriber-File-Error
                   end-if
                   move "Retired" to RPT-Action-Taken
                   perform 3900-Report-Action
                   add 1 to Subscribers-Deleted
               when Subscriber-Not-Found
                   move SBC-Subscriber-Id to RPT-Rej-Subscriber
                   move "subscriber is not registered"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when other
                   move Const-READ to Failed-Operation
                   perform 8100-Subscriber-File-Error
           end-evaluate
           .
       3900-Report-Action.
           move SUB-Subscriber-Id to RPT-Subscriber-Id
           move SUB-Subscriber-Name to RPT-Subscriber-Name
           move SUB-Feed-Format to RPT-Feed-Format
           move SUB-Schedule to RPT-Schedule
           if SUB-Weekly
               move SUB-Schedule-Day to RPT-Schedule-Day
           else
               move space to RPT-Schedule-Day
           end-if
           display Action-Line
           .
       8100-Subscriber-File-Error.
           string Const-Got-Status delimited by size
                  Subscriber-File-Status delimited by size
                  Const-On          delimited by size
                  Failed-Operation  delimited by space
                  Const-Of-FRTSUBS  delimited by size
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
           move Subscribers-Added to RPT-Subscribers-Added
           move Subscribers-Changed to RPT-Subscribers-Changed
           move Subscribers-Deleted to RPT-Subscribers-Deleted
           move Cards-Rejected to RPT-Cards-Rejected
           display space
           display Totals-Line
           .
       9900-Close.
           close Subscriber-File
           close Control-Card-File
           .

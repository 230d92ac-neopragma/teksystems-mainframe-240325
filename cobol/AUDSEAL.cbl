       Identification Division.
       Program-Id. AUDSEAL.
      *****************************************************************
      * Tamper-evident sealing of the audit trails we hand the
      * auditors - FRTAUDIT (free-throw changes, see FRTAUDIT) and
      * EMPAUDT (employee maintenance, see EMPAUD).  Anyone with
      * update access to those datasets could delete or alter an
      * entry and nothing would show it; a seal makes it show.
      *
      * Seal mode (S in col 1 of the SYSIN card) runs daily and
      * writes one seal record per trail per day to the AUDSEALS
      * file for every day not yet sealed, up to the seal-through
      * date in cols 3-10 (yesterday when blank - today's entries
      * are still arriving).  A seal carries the day's entry count,
      * a hash of the entries' full contents in trail order, and the
      * previous seal of the same trail, and is itself a hash of all
      * of that, so the seals form a chain: changing one day's seal
      * to match altered entries breaks every seal after it.  The
      * hashes are keyed by SEAL-KEY on the RUNPARM file (program
      * AUDSEAL), read through PRMGET, so a seal cannot be forged by
      * someone who can only see the program.  A day with no entries
      * gets no seal.
      *
      * Verify mode (V) re-reads the trails - each archive first
      * (FRTAARCH, written by FRTAARC, for FRTAUDIT; EMPAARCH,
      * written by LOGRETN, for EMPAUDT; every archive year
      * concatenated on the DD, oldest first) and then the live
      * trail - and reports every sealed day whose entries no longer
      * match their seal: entries altered, added or removed, a whole
      * day gone, entries on a day inside the sealed range that was
      * never sealed, or a seal chain that no longer holds together.
      * Any finding ends the step with return code 8.  Days before
      * the first seal and after the last are not judged.
      *
      * Both trails are appended in time order, so a day's entries
      * arrive together.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select FT-Audit-File
               Assign to "FRTAUDIT"
               Organization Sequential
               Access Sequential
               File Status FT-Audit-File-Status.
           Select FT-Archive-File
               Assign to "FRTAARCH"
               Organization Sequential
               Access Sequential
               File Status FT-Archive-File-Status.
           Select Emp-Audit-File
               Assign to "EMPAUDT"
               Organization Sequential
               Access Sequential
               File Status Emp-Audit-File-Status.
           Select Emp-Archive-File
               Assign to "EMPAARCH"
               Organization Sequential
               Access Sequential
               File Status Emp-Archive-File-Status.
           Select Seal-File
               Assign to "AUDSEALS"
               Organization Sequential
               Access Sequential
               File Status Seal-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Mode                   pic x(1).
               88  CTL-Seal-Mode          value "S".
               88  CTL-Verify-Mode        value "V".
           05  filler                     pic x(1).
           05  CTL-Seal-Through-Date      pic 9(8).
           05  filler                     pic x(70).
       FD  FT-Audit-File.
       01  FD-FT-Audit-Record.
           copy FRTAUDIT.
       FD  FT-Archive-File.
       01  FD-FT-Archive-Record.
           copy FRTAUDIT.
       FD  Emp-Audit-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Emp-Audit-Record.
           copy EMPAUD.
       FD  Emp-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Emp-Archive-Record.
           copy EMPAUD.
       FD  Seal-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Seal-Record.
           05  SEL-Trail                  pic x(8).
           05  SEL-Day                    pic 9(8).
           05  SEL-Entry-Count            pic 9(9).
           05  SEL-Content-Hash           pic 9(9).
           05  SEL-Previous-Seal          pic 9(9).
           05  SEL-Seal                   pic 9(9).
           05  SEL-Sealed-Date            pic 9(8).
           05  SEL-Sealed-Time            pic 9(6).
           05  filler                     pic x(14).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  FT-Audit-File-Status       pic x(02).
               88  FT-Audit-OK            value "00".
               88  FT-Audit-EOF           value "10".
           05  FT-Archive-File-Status     pic x(02).
               88  FT-Archive-OK          value "00".
               88  FT-Archive-EOF         value "10".
               88  FT-Archive-Missing     value "35".
           05  Emp-Audit-File-Status      pic x(02).
               88  Emp-Audit-OK           value "00".
               88  Emp-Audit-EOF          value "10".
           05  Emp-Archive-File-Status    pic x(02).
               88  Emp-Archive-OK         value "00".
               88  Emp-Archive-EOF        value "10".
               88  Emp-Archive-Missing    value "35".
           05  Seal-File-Status           pic x(02).
               88  Seal-File-OK           value "00".
               88  Seal-File-EOF          value "10".
       01  This-Program-Id                pic x(8) value "AUDSEAL".
           copy ERRCOMM.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Run-Fields.
           05  Run-Mode                   pic x(1).
               88  Sealing                value "S".
               88  Verifying              value "V".
           05  Today-Date                 pic 9(8).
           05  Now-Time                   pic 9(6).
           05  Seal-Through-Date          pic 9(8).
           05  Seal-Key                   pic x(16).
           05  Key-Seed                   pic 9(9).
      *****************************************************************
      * The trail being worked, the day bounds its entries are taken
      * between, and the day being gathered.
      *****************************************************************
       01  Trail-Fields.
           05  Current-Trail              pic x(8).
           05  Chain-Seal                 pic 9(9).
           05  Low-Day                    pic 9(8).
           05  High-Day                   pic 9(8).
           05  Entry-Day                  pic 9(8).
           05  Entry-Area                 pic x(256).
           05  Entry-Length               pic 9(3) comp.
           05  Day-Open-Switch            pic x(1).
               88  Day-Is-Open            value "Y".
           05  Day-Day                    pic 9(8).
           05  Day-Count                  pic 9(9).
           05  Day-Hash                   pic 9(9).
       01  Chain-Heads.
           05  FT-Last-Day                pic 9(8).
           05  FT-Last-Seal               pic 9(9).
           05  Emp-Last-Day               pic 9(8).
           05  Emp-Last-Seal              pic 9(9).
      *****************************************************************
      * The hash: every byte folded into a running value, base 257,
      * modulo the largest nine-digit prime.
      *****************************************************************
       01  Hash-Fields.
           05  Hash-Area                  pic x(256).
           05  Hash-Length                pic 9(3) comp.
           05  Hash-Sub                   pic 9(3) comp.
           05  Hash-Value                 pic 9(9).
           05  Seal-Input.
               10  SIN-Trail              pic x(8).
               10  SIN-Day                pic 9(8).
               10  SIN-Entry-Count        pic 9(9).
               10  SIN-Content-Hash       pic 9(9).
               10  SIN-Previous-Seal      pic 9(9).
      *****************************************************************
      * One trail's seals, loaded for a verify run.
      *****************************************************************
       01  Seal-Count                     pic 9(4) value zero.
       01  Seal-Table.
           05  Seal-Entry occurs 1 to 5000 times
                   depending on Seal-Count
                   indexed by Seal-Ix.
               10  STB-Day                pic 9(8).
               10  STB-Entry-Count        pic 9(9).
               10  STB-Content-Hash       pic 9(9).
               10  STB-Matched-Switch     pic x(1).
                   88  STB-Matched        value "Y".
       01  Seal-Counters.
           05  Days-Sealed                pic 9(7) comp.
           05  Days-Checked               pic 9(7) comp.
           05  Days-Failing               pic 9(7) comp.
       01  Report-Lines.
           05  Seal-Line.
               10  filler                 pic x(07) value "Sealed ".
               10  RPT-Seal-Trail         pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Seal-Day           pic 9(8).
               10  filler                 pic x(10)
                   value " entries: ".
               10  RPT-Seal-Count         pic zzz,zz9.
           05  Finding-Line.
               10  RPT-Find-Trail         pic x(8).
               10  filler                 pic x(01) value space.
               10  RPT-Find-Day           pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Finding            pic x(26).
               10  filler                 pic x(08)
                   value " sealed ".
               10  RPT-Find-Sealed        pic zzz,zz9.
               10  filler                 pic x(07)
                   value " found ".
               10  RPT-Find-Found         pic zzz,zz9.
           05  No-Seals-Line.
               10  RPT-No-Seal-Trail      pic x(8).
               10  filler                 pic x(30)
                   value " has no seals - nothing judged".
           05  Seal-Totals-Line.
               10  filler                 pic x(14)
                   value "Days sealed: ".
               10  RPT-Days-Sealed        pic zzz,zz9.
           05  Verify-Totals-Line.
               10  filler                 pic x(15)
                   value "Days checked: ".
               10  RPT-Days-Checked       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Failing: ".
               10  RPT-Days-Failing       pic zzz,zz9.
           05  Intact-Line                pic x(44)
               value "Every sealed day matches its seal".
           05  Tampered-Line              pic x(52)
               value "AUDIT TRAIL DOES NOT MATCH ITS SEALS - SEE ABOVE".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           if Sealing
               perform 2000-Seal-the-Trails
           else
               perform 3000-Verify-the-Trails
           end-if
           goback
           .
       0000-Initialize.
      *****************************************************************
      * No key, no seals - and nothing to verify against either.
      *****************************************************************
           move zero to Days-Sealed
           move zero to Days-Checked
           move zero to Days-Failing
           move function current-date(1:8) to Today-Date
           move function current-date(9:6) to Now-Time
           move "G" to RPP-Function
           move "AUDSEAL" to RPP-Program-Id
           move "SEAL-KEY" to RPP-Parm-Name
           move Today-Date to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if not RPP-Found
               or RPP-Value(1:16) equal spaces
               move "No SEAL-KEY for AUDSEAL on RUNPARM"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move RPP-Value(1:16) to Seal-Key
           move zero to Hash-Value
           move Seal-Key to Hash-Area
           move 16 to Hash-Length
           perform 8000-Hash-Bytes
           move Hash-Value to Key-Seed
           .
       1000-Read-Control-Card.
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
           end-read
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           close Control-Card-File
           if not CTL-Seal-Mode and not CTL-Verify-Mode
               move "Control card col 1 must be S (seal) or V (verify)"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Mode to Run-Mode
           if CTL-Seal-Through-Date numeric
               and CTL-Seal-Through-Date not equal zero
               move CTL-Seal-Through-Date to Seal-Through-Date
           else
               compute Seal-Through-Date =
                   function date-of-integer
                       (function integer-of-date(Today-Date) - 1)
               end-compute
           end-if
           .
       2000-Seal-the-Trails.
           perform 2100-Find-Chain-Heads
           open extend Seal-File
           if not Seal-File-OK
               open output Seal-File
           end-if
           if not Seal-File-OK
               move Seal-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AUDSEALS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move "FRTAUDIT" to Current-Trail
           move FT-Last-Seal to Chain-Seal
           compute Low-Day = FT-Last-Day + 1
           end-compute
           move Seal-Through-Date to High-Day
           move "N" to Day-Open-Switch
           perform 4000-Read-FT-Live-Trail
           move "EMPAUDT" to Current-Trail
           move Emp-Last-Seal to Chain-Seal
           compute Low-Day = Emp-Last-Day + 1
           end-compute
           move Seal-Through-Date to High-Day
           move "N" to Day-Open-Switch
           perform 4500-Read-Emp-Trail
           close Seal-File
           move Days-Sealed to RPT-Days-Sealed
           display space
           display Seal-Totals-Line
           .
       2100-Find-Chain-Heads.
      *****************************************************************
      * The seal file is appended in day order per trail; the last
      * seal of each trail is where its chain continues.
      *****************************************************************
           move zero to FT-Last-Day
           move zero to FT-Last-Seal
           move zero to Emp-Last-Day
           move zero to Emp-Last-Seal
           open input Seal-File
           if Seal-File-OK
               read Seal-File
               end-read
               perform with test before
                       until not Seal-File-OK
                   evaluate SEL-Trail
                       when "FRTAUDIT"
                           move SEL-Day to FT-Last-Day
                           move SEL-Seal to FT-Last-Seal
                       when "EMPAUDT"
                           move SEL-Day to Emp-Last-Day
                           move SEL-Seal to Emp-Last-Seal
                       when other
                           continue
                   end-evaluate
                   read Seal-File
                   end-read
               end-perform
               close Seal-File
           end-if
           .
       2800-Write-Seal.
           move Current-Trail to SIN-Trail
           move Day-Day to SIN-Day
           move Day-Count to SIN-Entry-Count
           move Day-Hash to SIN-Content-Hash
           move Chain-Seal to SIN-Previous-Seal
           perform 8100-Compute-Seal
           move spaces to Seal-Record
           move Current-Trail to SEL-Trail
           move Day-Day to SEL-Day
           move Day-Count to SEL-Entry-Count
           move Day-Hash to SEL-Content-Hash
           move Chain-Seal to SEL-Previous-Seal
           move Hash-Value to SEL-Seal
           move Today-Date to SEL-Sealed-Date
           move Now-Time to SEL-Sealed-Time
           write Seal-Record
           if not Seal-File-OK
               move Seal-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "AUDSEALS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move Hash-Value to Chain-Seal
           add 1 to Days-Sealed
           move Current-Trail to RPT-Seal-Trail
           move Day-Day to RPT-Seal-Day
           move Day-Count to RPT-Seal-Count
           display Seal-Line
           .
       3000-Verify-the-Trails.
           move "FRTAUDIT" to Current-Trail
           perform 3100-Load-and-Check-Seals
           if Seal-Count greater than zero
               perform 4100-Read-FT-Archive
               perform 4000-Read-FT-Live-Trail
               perform 3600-Report-Missing-Days
           end-if
           move "EMPAUDT" to Current-Trail
           perform 3100-Load-and-Check-Seals
           if Seal-Count greater than zero
               perform 4600-Read-Emp-Archive
               perform 4500-Read-Emp-Trail
               perform 3600-Report-Missing-Days
           end-if
           move Days-Checked to RPT-Days-Checked
           move Days-Failing to RPT-Days-Failing
           display space
           display Verify-Totals-Line
           if Days-Failing greater than zero
               display Tampered-Line
               move 8 to return-code
           else
               display Intact-Line
           end-if
           .
       3100-Load-and-Check-Seals.
      *****************************************************************
      * Each seal must name the seal before it and must recompute
      * from its own figures; a seal that fails either was altered,
      * inserted, or removed after the fact.
      *****************************************************************
           move zero to Seal-Count
           move zero to Chain-Seal
           open input Seal-File
           if Seal-File-OK
               read Seal-File
               end-read
               perform with test before
                       until not Seal-File-OK
                   if SEL-Trail equal Current-Trail
                       perform 3200-Check-One-Seal
                   end-if
                   read Seal-File
                   end-read
               end-perform
               close Seal-File
           end-if
           if Seal-Count equal zero
               move Current-Trail to RPT-No-Seal-Trail
               display No-Seals-Line
           else
               move STB-Day(1) to Low-Day
               move STB-Day(Seal-Count) to High-Day
           end-if
           .
       3200-Check-One-Seal.
           move SEL-Trail to SIN-Trail
           move SEL-Day to SIN-Day
           move SEL-Entry-Count to SIN-Entry-Count
           move SEL-Content-Hash to SIN-Content-Hash
           move SEL-Previous-Seal to SIN-Previous-Seal
           perform 8100-Compute-Seal
           if SEL-Previous-Seal not equal Chain-Seal
               or SEL-Seal not equal Hash-Value
               move SEL-Day to Day-Day
               move "SEAL CHAIN BROKEN" to RPT-Finding
               move SEL-Entry-Count to RPT-Find-Sealed
               move zero to RPT-Find-Found
               perform 3900-Report-Finding
           end-if
           move SEL-Seal to Chain-Seal
           if Seal-Count equal 5000
               move "More than 5000 seals on one trail" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Seal-Count
           move SEL-Day to STB-Day(Seal-Count)
           move SEL-Entry-Count to STB-Entry-Count(Seal-Count)
           move SEL-Content-Hash to STB-Content-Hash(Seal-Count)
           move "N" to STB-Matched-Switch(Seal-Count)
           .
       3500-Check-Day.
           add 1 to Days-Checked
           move Day-Count to RPT-Find-Found
           set Seal-Ix to 1
           search Seal-Entry
               at end
                   move "ENTRIES ON AN UNSEALED DAY" to RPT-Finding
                   move zero to RPT-Find-Sealed
                   perform 3900-Report-Finding
               when STB-Day(Seal-Ix) equal Day-Day
                   set STB-Matched(Seal-Ix) to true
                   move STB-Entry-Count(Seal-Ix) to RPT-Find-Sealed
                   evaluate true
                       when STB-Entry-Count(Seal-Ix) not equal Day-Count
                           move "ENTRIES ADDED OR REMOVED"
                               to RPT-Finding
                           perform 3900-Report-Finding
                       when STB-Content-Hash(Seal-Ix)
                               not equal Day-Hash
                           move "ENTRIES ALTERED" to RPT-Finding
                           perform 3900-Report-Finding
                       when other
                           continue
                   end-evaluate
           end-search
           .
       3600-Report-Missing-Days.
           perform varying Seal-Ix from 1 by 1
                   until Seal-Ix greater than Seal-Count
               if not STB-Matched(Seal-Ix)
                   add 1 to Days-Checked
                   move STB-Day(Seal-Ix) to Day-Day
                   move "WHOLE DAY MISSING" to RPT-Finding
                   move STB-Entry-Count(Seal-Ix) to RPT-Find-Sealed
                   move zero to RPT-Find-Found
                   perform 3900-Report-Finding
               end-if
           end-perform
           .
       3900-Report-Finding.
           add 1 to Days-Failing
           move Current-Trail to RPT-Find-Trail
           move Day-Day to RPT-Find-Day
           display Finding-Line
           .
       4000-Read-FT-Live-Trail.
           open input FT-Audit-File
           if not FT-Audit-OK
               move FT-Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "FRTAUDIT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 4050-Read-Next-FT-Entry
           perform with test before
                   until FT-Audit-EOF
               compute Entry-Day =
                   function date-of-integer
                       (function integer-of-day(AUD-Date
                           in FD-FT-Audit-Record + 1900000))
               end-compute
               move FD-FT-Audit-Record to Entry-Area
               move length of FD-FT-Audit-Record
                   to Entry-Length
               perform 6000-Take-Entry
               perform 4050-Read-Next-FT-Entry
           end-perform
           perform 6200-Close-Day
           close FT-Audit-File
           .
       4050-Read-Next-FT-Entry.
           read FT-Audit-File
           end-read
           if not FT-Audit-OK and not FT-Audit-EOF
               move FT-Audit-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "FRTAUDIT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4100-Read-FT-Archive.
      *****************************************************************
      * The archive holds the older entries, so it is read first and
      * its last day carries on into the live trail if FRTAARC split
      * a day between them.
      *****************************************************************
           move "N" to Day-Open-Switch
           open input FT-Archive-File
           if not FT-Archive-Missing
               if not FT-Archive-OK
                   move FT-Archive-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "FRTAARCH" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 4150-Read-Next-Archive-Entry
               perform with test before
                       until FT-Archive-EOF
                   compute Entry-Day =
                       function date-of-integer
                           (function integer-of-day(AUD-Date
                               in FD-FT-Archive-Record + 1900000))
                   end-compute
                   move FD-FT-Archive-Record to Entry-Area
                   move length of FD-FT-Archive-Record
                   to Entry-Length
                   perform 6000-Take-Entry
                   perform 4150-Read-Next-Archive-Entry
               end-perform
               close FT-Archive-File
           end-if
           .
       4150-Read-Next-Archive-Entry.
           read FT-Archive-File
           end-read
           if not FT-Archive-OK and not FT-Archive-EOF
               move FT-Archive-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "FRTAARCH" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4500-Read-Emp-Trail.
           open input Emp-Audit-File
           if not Emp-Audit-OK
               move Emp-Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 4550-Read-Next-Emp-Entry
           perform with test before
                   until Emp-Audit-EOF
               move EAU-Date in FD-Emp-Audit-Record to Entry-Day
               move FD-Emp-Audit-Record to Entry-Area
               move length of FD-Emp-Audit-Record
                   to Entry-Length
               perform 6000-Take-Entry
               perform 4550-Read-Next-Emp-Entry
           end-perform
           perform 6200-Close-Day
           close Emp-Audit-File
           .
       4550-Read-Next-Emp-Entry.
           read Emp-Audit-File
           end-read
           if not Emp-Audit-OK and not Emp-Audit-EOF
               move Emp-Audit-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4600-Read-Emp-Archive.
           move "N" to Day-Open-Switch
           open input Emp-Archive-File
           if not Emp-Archive-Missing
               if not Emp-Archive-OK
                   move Emp-Archive-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "EMPAARCH" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 4650-Read-Next-Emp-Archive
               perform with test before
                       until Emp-Archive-EOF
                   move EAU-Date in FD-Emp-Archive-Record to Entry-Day
                   move FD-Emp-Archive-Record to Entry-Area
                   move length of FD-Emp-Archive-Record
                       to Entry-Length
                   perform 6000-Take-Entry
                   perform 4650-Read-Next-Emp-Archive
               end-perform
               close Emp-Archive-File
           end-if
           .
       4650-Read-Next-Emp-Archive.
           read Emp-Archive-File
           end-read
           if not Emp-Archive-OK and not Emp-Archive-EOF
               move Emp-Archive-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPAARCH" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       6000-Take-Entry.
      *****************************************************************
      * Entries outside the day bounds are passed over; a new day
      * closes the one being gathered.  The day's hash runs on from
      * entry to entry, so order counts as well as content.
      *****************************************************************
           if Entry-Day not less than Low-Day
               and Entry-Day not greater than High-Day
               if Day-Is-Open
                   and Entry-Day not equal Day-Day
                   perform 6200-Close-Day
               end-if
               if not Day-Is-Open
                   move "Y" to Day-Open-Switch
                   move Entry-Day to Day-Day
                   move zero to Day-Count
                   move Key-Seed to Day-Hash
               end-if
               add 1 to Day-Count
               move Entry-Area to Hash-Area
               move Entry-Length to Hash-Length
               move Day-Hash to Hash-Value
               perform 8000-Hash-Bytes
               move Hash-Value to Day-Hash
           end-if
           .
       6200-Close-Day.
           if Day-Is-Open
               if Sealing
                   perform 2800-Write-Seal
               else
                   perform 3500-Check-Day
               end-if
               move "N" to Day-Open-Switch
           end-if
           .
       8000-Hash-Bytes.
           perform varying Hash-Sub from 1 by 1
                   until Hash-Sub greater than Hash-Length
               compute Hash-Value =
                   function mod(Hash-Value * 257
                       + function ord(Hash-Area(Hash-Sub:1)),
                       999999937)
               end-compute
           end-perform
           .
       8100-Compute-Seal.
           move Key-Seed to Hash-Value
           move Seal-Input to Hash-Area
           move length of Seal-Input to Hash-Length
           perform 8000-Hash-Bytes
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .

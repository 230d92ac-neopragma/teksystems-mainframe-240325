       Identification Division.
       Program-Id. FRTVOUC.
      *****************************************************************
      * Travel reimbursement vouchers.  Prices every away game on the
      * schedule the way FRTTRVL does - a round trip from the team's
      * home airport (TEAMAPT) to the opponent's, through AIRDIST -
      * and pays the miles at the league's per-mile rate: the rate
      * table (FRTMRATE, one card per season and effective date)
      * supplies the rate in effect for the season on the game date.
      * Each team's games are gathered into one voucher per calendar
      * month, printed for the team's file, and each voucher is
      * journaled as a balanced pair in the GLJRNL journal layout:
      *
      *   DR Travel Expense / CR Accounts Payable    per voucher
      *
      * so the league's travel cost reaches the ledger without being
      * re-keyed off the mileage report.  The journal is proved the
      * way GLJRNL proves its own: debits must equal credits and
      * both must equal the vouchers written, or the job screams and
      * dies.
      *
      * The SYSIN card names the season and, optionally, the month
      * to voucher (yyyymm); a blank month vouchers the whole season.
      * A game with no airport on either side, a pair AIRDIST does
      * not know, or no rate in effect on its date is listed and left
      * off the voucher rather than paid at zero.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Team-Airport-File
               Assign to "TEAMAPT"
               Organization Sequential
               Access Sequential
               File Status Team-Airport-File-Status.
           Select Mileage-Rate-File
               Assign to "FRTMRATE"
               Organization Sequential
               Access Sequential
               File Status Mileage-Rate-File-Status.
           Select Schedule-File
               Record Key SCH-Record-Key
               Assign to "FRTSCHED"
               Organization Indexed
               Access Sequential
               File Status Schedule-File-Status.
           Select Journal-File
               Assign to "FRTVJRNL"
               Organization Sequential
               Access Sequential
               File Status Journal-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Season                 pic x(4).
           05  CTL-Voucher-Month          pic x(6).
           05  filler                     pic x(70).
       FD  Team-Airport-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Team-Airport-Record.
           05  TAP-Team-Name              pic x(20).
           05  TAP-IATA-Code              pic x(3).
           05  filler                     pic x(57).
      * One card per rate change: the season, the date the rate
      * takes effect, and the rate per mile in dollars.  Cards are
      * in season and effective-date order.
       FD  Mileage-Rate-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Mileage-Rate-Record.
           05  MRC-Season                 pic x(4).
           05  MRC-Effective-Date         pic 9(8).
           05  MRC-Rate-Per-Mile          pic 9(1)v9(3).
           05  filler                     pic x(64).
       FD  Schedule-File.
       01  FD-Schedule-Record.
           copy FRTSCHD.
       FD  Journal-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as GLJRNL's Journal-Record.
       01  Journal-Record.
           05  JRN-Date                   pic 9(8).
           05  JRN-Account-Code           pic x(4).
           05  JRN-Debit-Credit           pic x(1).
           05  JRN-Amount                 pic 9(9)v99.
           05  JRN-Description            pic x(30).
           05  filler                     pic x(26).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Team-Airport-File-Status   pic x(02).
               88  Team-Airport-OK        value "00".
               88  Team-Airport-EOF       value "10".
           05  Mileage-Rate-File-Status   pic x(02).
               88  Mileage-Rate-OK        value "00".
               88  Mileage-Rate-EOF       value "10".
           05  Schedule-File-Status       pic x(02).
               88  Schedule-File-OK       value "00".
               88  Schedule-File-EOF      value "10".
           05  Journal-File-Status        pic x(02).
               88  Journal-File-OK        value "00".
       01  Run-Date-Field                 pic 9(8).
      *****************************************************************
      * Team-to-home-airport map, loaded up front.
      *****************************************************************
       01  Airport-Map-Count              pic 9(03) value zero.
       01  Airport-Map-Table.
           05  Airport-Map-Entry occurs 1 to 200 times
                   depending on Airport-Map-Count
                   indexed by Airport-Map-Ix.
               10  APM-Team-Name          pic x(20).
               10  APM-IATA-Code          pic x(3).
      *****************************************************************
      * The season's rate cards, in effective-date order; the last
      * one on or before a game's date is the rate that pays it.
      *****************************************************************
       01  Rate-Count                     pic 9(03) value zero.
       01  Rate-Table.
           05  Rate-Entry occurs 1 to 100 times
                   depending on Rate-Count
                   indexed by Rate-Ix.
               10  RTB-Effective-Date     pic 9(8).
               10  RTB-Rate-Per-Mile      pic 9(1)v9(3).
      * Parameter area for the AIRDIST subprogram - same field layout
      * as AIR-Parms in its Linkage Section.
       01  Distance-Parms.
           05  DSP-IATA-Code-1            pic x(3).
           05  DSP-IATA-Code-2            pic x(3).
           05  DSP-Distance-Miles         pic 9(5).
           05  DSP-Status                 pic x(1).
               88  DSP-Found              value "0".
               88  DSP-Not-Found          value "1".
       01  Lookup-Fields.
           05  Search-Season              pic x(4).
           05  Search-Month               pic x(6).
           05  Previous-Effective-Date    pic 9(8).
           05  Home-IATA-Code             pic x(3).
           05  Away-IATA-Code             pic x(3).
           05  Game-Month                 pic x(6).
           05  Game-Rate                  pic 9(1)v9(3).
           05  Game-Miles                 pic 9(6).
           05  Game-Amount                pic 9(7)v99.
           05  Unpaid-Reason              pic x(40).
      *****************************************************************
      * The voucher being gathered: one team, one calendar month.
      *****************************************************************
       01  Voucher-Fields.
           05  Voucher-Switch             pic x(1).
               88  Voucher-Is-Open        value "Y".
           05  VCH-Team-Name              pic x(20).
           05  VCH-Month                  pic x(6).
           05  VCH-Games                  pic 9(3).
           05  VCH-Miles                  pic 9(7).
           05  VCH-Amount                 pic 9(9)v99.
           05  Voucher-Sequence           pic 9(4) value zero.
           05  Voucher-Number-Built.
               10  filler                 pic x(1) value "V".
               10  VNB-Year-Month         pic x(4).
               10  VNB-Sequence           pic 9(4).
       01  Journal-Totals.
           05  Vouchers-Total             pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Debits             pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Credits            pic s9(11)v99
                                          packed-decimal value zero.
       01  Report-Counters.
           05  Games-Read                 pic 9(07) comp.
           05  Games-Paid                 pic 9(07) comp.
           05  Games-Unpaid               pic 9(07) comp.
           05  Vouchers-Written           pic 9(07) comp.
           05  Journal-Lines-Written      pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-TEAMAPT           pic x(12)
               value " of TEAMAPT.".
           05  Const-Of-FRTMRATE          pic x(13)
               value " of FRTMRATE.".
           05  Const-Of-FRTSCHED          pic x(13)
               value " of FRTSCHED.".
           05  Const-Of-FRTVJRNL          pic x(13)
               value " of FRTVJRNL.".
           05  Const-Travel-Expense-Code  pic x(4) value "TRVL".
           05  Const-Payable-Code         pic x(4) value "AP".
       01  Report-Lines.
           05  Header-Line.
               10  filler                 pic x(36)
                   value "--- Travel Reimbursement Vouchers:  ".
               10  RPT-HDR-Season         pic x(4).
               10  filler                 pic x(04) value " ---".
           05  Voucher-Heading-Line.
               10  filler                 pic x(08) value "Voucher ".
               10  RPT-VH-Number          pic x(9).
               10  filler                 pic x(02) value spaces.
               10  RPT-VH-Team-Name       pic x(20).
               10  filler                 pic x(07) value " month ".
               10  RPT-VH-Month           pic x(6).
           05  Game-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-Game-Date          pic 9999/99/99.
               10  filler                 pic x(04) value " at ".
               10  RPT-Opponent           pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Route-From         pic x(3).
               10  filler                 pic x(01) value "-".
               10  RPT-Route-To           pic x(3).
               10  RPT-Game-Miles         pic zzz,zz9.
               10  filler                 pic x(06) value " mi @ ".
               10  RPT-Game-Rate          pic 9.999.
               10  filler                 pic x(01) value space.
               10  RPT-Game-Amount        pic $zzz,zz9.99.
           05  Unpaid-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-Up-Date            pic 9999/99/99.
               10  filler                 pic x(04) value " at ".
               10  RPT-Up-Opponent        pic x(20).
               10  filler                 pic x(12)
                   value " NOT PAID - ".
               10  RPT-Up-Reason          pic x(40).
           05  Voucher-Total-Line.
               10  filler                 pic x(04) value spaces.
               10  filler                 pic x(15)
                   value "Voucher total  ".
               10  RPT-VT-Games           pic zz9.
               10  filler                 pic x(08) value " games  ".
               10  RPT-VT-Miles           pic z,zzz,zz9.
               10  filler                 pic x(05) value " mi  ".
               10  RPT-VT-Amount          pic $zzz,zzz,zz9.99.
           05  Balanced-Line              pic x(48)
               value "Journal balances to the vouchers written".
           05  Out-of-Balance-Line        pic x(52)
               value "JOURNAL DOES NOT BALANCE - DO NOT FEED THE LEDG
      -        "ER".
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Games read: ".
               10  RPT-Games-Read         pic zzz,zz9.
               10  filler                 pic x(08)
                   value "  Paid: ".
               10  RPT-Games-Paid         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Unpaid: ".
               10  RPT-Games-Unpaid       pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Vouchers: ".
               10  RPT-Vouchers           pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Journal lines: ".
               10  RPT-Journal-Lines      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Airport-Map
           perform 1500-Load-Rate-Table
           perform 2000-Voucher-the-Schedule
           perform 6000-Prove-the-Journal
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Games-Read
           move zero to Games-Paid
           move zero to Games-Unpaid
           move zero to Vouchers-Written
           move zero to Journal-Lines-Written
           move "N" to Voucher-Switch
           move function current-date(1:8) to Run-Date-Field
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
                      Control-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-SYSIN delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK
               or CTL-Season equal spaces
               or (CTL-Voucher-Month not equal spaces
                   and CTL-Voucher-Month not numeric)
               move
               "Control card must name the season and may name a month
      -        " (yyyymm)"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CTL-Season to Search-Season
           move CTL-Voucher-Month to Search-Month
           close Control-Card-File
           open output Journal-File
           if not Journal-File-OK
               string Const-Got-Status delimited by size
                      Journal-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTVJRNL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Airport-Map.
           open input Team-Airport-File
           if not Team-Airport-OK
               string Const-Got-Status delimited by size
                      Team-Airport-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-TEAMAPT delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Read-Next-Airport
           perform with test before
                   until Team-Airport-EOF
               if TAP-Team-Name greater than spaces
                   and TAP-IATA-Code greater than spaces
                   if Airport-Map-Count equal 200
                       move "More than 200 teams on TEAMAPT"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Airport-Map-Count
                   move TAP-Team-Name
                       to APM-Team-Name(Airport-Map-Count)
                   move TAP-IATA-Code
                       to APM-IATA-Code(Airport-Map-Count)
               end-if
               perform 1100-Read-Next-Airport
           end-perform
           close Team-Airport-File
           .
       1100-Read-Next-Airport.
           read Team-Airport-File
               into Team-Airport-Record
           end-read
           if not Team-Airport-OK and not Team-Airport-EOF
               string Const-Got-Status delimited by size
                      Team-Airport-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-TEAMAPT delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1500-Load-Rate-Table.
      *****************************************************************
      * Only the cards for the season being vouchered are kept.  A
      * card out of effective-date order would pay the wrong rate,
      * so it stops the run.
      *****************************************************************
           open input Mileage-Rate-File
           if not Mileage-Rate-OK
               string Const-Got-Status delimited by size
                      Mileage-Rate-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTMRATE delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move zero to Previous-Effective-Date
           perform 1600-Read-Next-Rate
           perform with test before
                   until Mileage-Rate-EOF
               if MRC-Season equal Search-Season
                   if MRC-Effective-Date not numeric
                       or MRC-Rate-Per-Mile not numeric
                       or MRC-Effective-Date not greater than
                           Previous-Effective-Date
                       move
               "FRTMRATE card not numeric or out of effective-date ord
      -        "er"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   if Rate-Count equal 100
                       move "More than 100 rate cards for the season"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Rate-Count
                   move MRC-Effective-Date
                       to RTB-Effective-Date(Rate-Count)
                   move MRC-Rate-Per-Mile
                       to RTB-Rate-Per-Mile(Rate-Count)
                   move MRC-Effective-Date to Previous-Effective-Date
               end-if
               perform 1600-Read-Next-Rate
           end-perform
           close Mileage-Rate-File
           if Rate-Count equal zero
               move "No mileage rate on FRTMRATE for the season"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1600-Read-Next-Rate.
           read Mileage-Rate-File
               into Mileage-Rate-Record
           end-read
           if not Mileage-Rate-OK and not Mileage-Rate-EOF
               string Const-Got-Status delimited by size
                      Mileage-Rate-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTMRATE delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Voucher-the-Schedule.
      *****************************************************************
      * The schedule arrives in team and date order, so a change of
      * team or of calendar month closes the voucher in progress.
      *****************************************************************
           open input Schedule-File
           if not Schedule-File-OK
               string Const-Got-Status delimited by size
                      Schedule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move Search-Season to RPT-HDR-Season
           display Header-Line
           perform 2100-Read-Next-Game
           perform with test before
                   until Schedule-File-EOF
               add 1 to Games-Read
               move SCH-Game-Date(1:6) to Game-Month
               if SCH-Season equal Search-Season
                   and SCH-Away-Game
                   and SCH-Scheduled
                   and (Search-Month equal spaces
                        or Search-Month equal Game-Month)
                   if Voucher-Is-Open
                       and (SCH-Team-Name not equal VCH-Team-Name
                            or Game-Month not equal VCH-Month)
                       perform 4000-Close-Voucher
                   end-if
                   if not Voucher-Is-Open
                       perform 3000-Open-Voucher
                   end-if
                   perform 3500-Price-One-Game
               end-if
               perform 2100-Read-Next-Game
           end-perform
           if Voucher-Is-Open
               perform 4000-Close-Voucher
           end-if
           close Schedule-File
           .
       2100-Read-Next-Game.
           read Schedule-File next
               into FD-Schedule-Record
           end-read
           if not Schedule-File-OK and not Schedule-File-EOF
               string Const-Got-Status delimited by size
                      Schedule-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTSCHED delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Open-Voucher.
           set Voucher-Is-Open to true
           move SCH-Team-Name to VCH-Team-Name
           move Game-Month to VCH-Month
           move zero to VCH-Games
           move zero to VCH-Miles
           move zero to VCH-Amount
           add 1 to Voucher-Sequence
           move Game-Month(3:4) to VNB-Year-Month
           move Voucher-Sequence to VNB-Sequence
           move Voucher-Number-Built to RPT-VH-Number
           move VCH-Team-Name to RPT-VH-Team-Name
           move VCH-Month to RPT-VH-Month
           display space
           display Voucher-Heading-Line
           .
       3500-Price-One-Game.
      *****************************************************************
      * Same round-trip pricing as FRTTRVL, paid at the rate in
      * effect on the game date.
      *****************************************************************
           move spaces to Unpaid-Reason
           move spaces to Home-IATA-Code
           move spaces to Away-IATA-Code
           set Airport-Map-Ix to 1
           search Airport-Map-Entry
               at end
                   continue
               when APM-Team-Name(Airport-Map-Ix)
                       equal SCH-Team-Name
                   move APM-IATA-Code(Airport-Map-Ix)
                       to Home-IATA-Code
           end-search
           set Airport-Map-Ix to 1
           search Airport-Map-Entry
               at end
                   continue
               when APM-Team-Name(Airport-Map-Ix)
                       equal SCH-Opponent
                   move APM-IATA-Code(Airport-Map-Ix)
                       to Away-IATA-Code
           end-search
           move zero to Game-Rate
           perform varying Rate-Ix from 1 by 1
                   until Rate-Ix greater than Rate-Count
                   or RTB-Effective-Date(Rate-Ix)
                       greater than SCH-Game-Date
               move RTB-Rate-Per-Mile(Rate-Ix) to Game-Rate
           end-perform
           evaluate true
               when Home-IATA-Code equal spaces
                    or Away-IATA-Code equal spaces
                   move "no airport on TEAMAPT for one side"
                       to Unpaid-Reason
               when Game-Rate equal zero
                   move "no mileage rate in effect on game date"
                       to Unpaid-Reason
               when other
                   move Home-IATA-Code to DSP-IATA-Code-1
                   move Away-IATA-Code to DSP-IATA-Code-2
                   call "AIRDIST" using
                       by reference Distance-Parms
                   end-call
                   if DSP-Not-Found
                       move "airport pair not on airport reference"
                           to Unpaid-Reason
                   end-if
           end-evaluate
           if Unpaid-Reason equal spaces
               compute Game-Miles = DSP-Distance-Miles * 2
               end-compute
               compute Game-Amount rounded = Game-Miles * Game-Rate
               end-compute
               add 1 to VCH-Games
               add Game-Miles to VCH-Miles
               add Game-Amount to VCH-Amount
               add 1 to Games-Paid
               move SCH-Game-Date to RPT-Game-Date
               move SCH-Opponent to RPT-Opponent
               move Home-IATA-Code to RPT-Route-From
               move Away-IATA-Code to RPT-Route-To
               move Game-Miles to RPT-Game-Miles
               move Game-Rate to RPT-Game-Rate
               move Game-Amount to RPT-Game-Amount
               display Game-Line
           else
               add 1 to Games-Unpaid
               move SCH-Game-Date to RPT-Up-Date
               move SCH-Opponent to RPT-Up-Opponent
               move Unpaid-Reason to RPT-Up-Reason
               display Unpaid-Line
           end-if
           .
       4000-Close-Voucher.
      *****************************************************************
      * Print the voucher total and journal it - travel expense
      * debited, payable to the team credited, the voucher number
      * and team in the description.  A month whose games all went
      * unpaid has nothing to journal.
      *****************************************************************
           move VCH-Games to RPT-VT-Games
           move VCH-Miles to RPT-VT-Miles
           move VCH-Amount to RPT-VT-Amount
           display Voucher-Total-Line
           if VCH-Amount greater than zero
               add 1 to Vouchers-Written
               add VCH-Amount to Vouchers-Total
               move spaces to JRN-Description
               string Voucher-Number-Built delimited by size
                      " " delimited by size
                      VCH-Team-Name delimited by size
                  into JRN-Description
               end-string
               move Const-Travel-Expense-Code to JRN-Account-Code
               move "D" to JRN-Debit-Credit
               move VCH-Amount to JRN-Amount
               perform 7000-Write-Journal-Line
               move Const-Payable-Code to JRN-Account-Code
               move "C" to JRN-Debit-Credit
               move VCH-Amount to JRN-Amount
               perform 7000-Write-Journal-Line
           end-if
           move "N" to Voucher-Switch
           .
       6000-Prove-the-Journal.
           close Journal-File
           if Journal-Debits equal Journal-Credits
               and Journal-Debits equal Vouchers-Total
               display space
               display Balanced-Line
           else
               display Out-of-Balance-Line
               move "Journal written does not balance to the vouchers"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7000-Write-Journal-Line.
           move Run-Date-Field to JRN-Date
           write Journal-Record
           end-write
           if not Journal-File-OK
               string Const-Got-Status delimited by size
                      Journal-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-FRTVJRNL delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           add 1 to Journal-Lines-Written
           if JRN-Debit-Credit equal "D"
               add JRN-Amount to Journal-Debits
           else
               add JRN-Amount to Journal-Credits
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Games-Read to RPT-Games-Read
           move Games-Paid to RPT-Games-Paid
           move Games-Unpaid to RPT-Games-Unpaid
           move Vouchers-Written to RPT-Vouchers
           move Journal-Lines-Written to RPT-Journal-Lines
           display space
           display Totals-Line
           .

       Identification Division.
       Program-Id. ESCHEAT.
      *****************************************************************
      * Unclaimed-property (escheat) processing for aged credit
      * balances.  CRREFQ refunds the credits of customers we can
      * reach; the ones we cannot just sat on the books, and the
      * states require unclaimed property past its dormancy period
      * to be reported and handed over.  Run once a year, in two
      * modes.  The mode is RUN-MODE (D or H) on the RUNPARM
      * run-parameter file, read through PRMGET as of today, with
      * our own state as HOLDER-STATE and the response window as
      * RESPONSE-DAYS; a D or H card overrides the mode - and the
      * state or window it carries - for this run, and each override
      * is logged on the PRMAUDT audit file.
      *
      * Mode D (due diligence): our own state is cols 2-3 of the D
      * card when one is used.  Every credit balance older than the
      * dormancy period of the owner's state - the state off CUSTMST,
      * looked up on the ESCHDORM table of state dormancy years - gets
      * the due-diligence letter on the DUNGEN letter pattern: the
      * text off the ESCHTXT file, the ADDRSTD-standardized address
      * off the master.  An owner with no address on the master gets
      * no letter and is reported to our own state, as the priority
      * rules require.  Each credit goes on the ESCHDUE file for the
      * holder run.
      *
      * Mode H (holder report): the response window in days is cols
      * 4-6 of the H card when one is used, 060 when neither the card
      * nor the file sets it, and an X card (cols 2-8) names each
      * owner who answered the letter.  Once the window has passed,
      * each ESCHDUE credit that has not moved since the letter and
      * whose owner did not answer is escheated: it is cleared off a
      * new accounts file the job stream swaps in, goes to the ESCHGL
      * feed GLJRNL books DR receivables / CR unclaimed property
      * payable, and onto the holder file.  The holder file is sorted
      * into state order (ESCHSTAT) and printed as the holder report,
      * owner by owner with state totals, for the filings and the
      * remittance checks.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Dormancy-File
               Assign to "ESCHDORM"
               Organization Sequential
               Access Sequential
               File Status Dormancy-File-Status.
           Select Letter-Text-File
               Assign to "ESCHTXT"
               Organization Sequential
               Access Sequential
               File Status Letter-Text-File-Status.
           Select Accounts-File
               Assign to "ACCTFL"
               Organization Sequential
               Access Sequential
               File Status Accounts-File-Status.
           Select New-Accounts-File
               Assign to "ACCTFLO"
               Organization Sequential
               Access Sequential
               File Status New-Accounts-File-Status.
           Select Customer-Master-File
               Assign to "CUSTMST"
               Organization Sequential
               Access Sequential
               File Status Customer-Master-File-Status.
           Select Letter-File
               Assign to "ESCHLTRS"
               Organization Sequential
               Access Sequential
               File Status Letter-File-Status.
           Select Due-File
               Assign to "ESCHDUE"
               Organization Sequential
               Access Sequential
               File Status Due-File-Status.
           Select Holder-File
               Assign to "ESCHHLD"
               Organization Sequential
               Access Sequential
               File Status Holder-File-Status.
           Select Holder-Sort-File
               Assign to "SORTWK01".
           Select Sorted-Holder-File
               Assign to "ESCHSTAT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Holder-File-Status.
           Select Escheat-Feed-File
               Assign to "ESCHGL"
               Organization Sequential
               Access Sequential
               File Status Escheat-Feed-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  ESC-Mode                   pic x(1).
               88  ESC-Due-Diligence-Mode value "D".
               88  ESC-Holder-Mode        value "H".
               88  ESC-Responded-Card     value "X".
           05  ESC-Holder-State           pic x(2).
           05  ESC-Response-Days          pic x(3).
           05  ESC-Response-Days-Num redefines ESC-Response-Days
                                          pic 9(3).
           05  filler                     pic x(74).
       01  Responded-Card-View redefines Control-Card-Record.
           05  filler                     pic x(1).
           05  ESX-Account                pic x(7).
           05  ESX-Account-Num redefines ESX-Account
                                          pic 9(7).
           05  filler                     pic x(72).
       FD  Dormancy-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Dormancy-Record.
           05  DRM-State                  pic x(2).
           05  DRM-Dormancy-Years         pic 9(2).
           05  filler                     pic x(76).
       FD  Letter-Text-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Letter-Text-Record.
           05  filler                     pic x(2).
           05  LTX-Text                   pic x(70).
           05  filler                     pic x(8).
       FD  Accounts-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Accounts-Record.
       01  Accounts-Record.
           05  ACCT-Number                pic 9(07).
           05  ACCT-Name                  pic x(30).
           05  ACCT-Balance               pic 9(07)v99.
           05  ACCT-Last-Payment-Date     pic 9(07).
           05  ACCT-Review-Flag           pic x(01).
           05  ACCT-Credit-Limit          pic 9(07)v99.
           05  ACCT-Credit-Balance        pic 9(07)v99.
           05  ACCT-Credit-Date           pic 9(08).
           05  filler                     pic x(7).
       FD  New-Accounts-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Accounts-Record            pic x(87).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  Letter-File
           Recording Mode F
           Record Contains 132 Characters.
       01  Letter-Record                  pic x(132).
       FD  Due-File
           Recording Mode F
           Record Contains 200 Characters.
      *****************************************************************
      * One dormant credit that has had its due-diligence letter (or
      * could not be sent one), in account order.
      *****************************************************************
       01  Due-Record.
           05  ESD-Account                pic 9(7).
           05  ESD-State                  pic x(2).
           05  ESD-Credit-Balance         pic 9(7)v99.
           05  ESD-Credit-Date            pic 9(8).
           05  ESD-Letter-Date            pic 9(8).
           05  ESD-Letter-Switch          pic x(1).
               88  ESD-Letter-Sent        value "Y".
           05  ESD-Dormancy-Years         pic 9(2).
           05  ESD-Name                   pic x(30).
           05  ESD-Address                pic x(102).
           05  filler                     pic x(31).
       FD  Holder-File
           Recording Mode F
           Record Contains 200 Characters.
       01  Holder-Record.
           05  ESH-State                  pic x(2).
           05  ESH-Account                pic 9(7).
           05  ESH-Name                   pic x(30).
           05  ESH-Address                pic x(102).
           05  ESH-Amount                 pic 9(7)v99.
           05  ESH-Last-Activity-Date     pic 9(8).
           05  ESH-Report-Date            pic 9(8).
           05  filler                     pic x(34).
       SD  Holder-Sort-File.
       01  SD-Holder-Record.
           05  SRT-State                  pic x(2).
           05  SRT-Account                pic 9(7).
           05  filler                     pic x(191).
       FD  Sorted-Holder-File
           Recording Mode F
           Record Contains 200 Characters.
       01  Sorted-Holder-Record.
           05  SHR-State                  pic x(2).
           05  SHR-Account                pic 9(7).
           05  SHR-Name                   pic x(30).
           05  SHR-Address                pic x(102).
           05  SHR-Amount                 pic 9(7)v99.
           05  SHR-Last-Activity-Date     pic 9(8).
           05  SHR-Report-Date            pic 9(8).
           05  filler                     pic x(34).
       FD  Escheat-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as the WRITEOFF and NSFREV GL feeds.
       01  Escheat-Feed-Record.
           05  ESG-Account                pic 9(7).
           05  ESG-Amount                 pic 9(7)v99.
           05  ESG-Date                   pic 9(8).
           05  filler                     pic x(56).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Dormancy-File-Status       pic x(02).
               88  Dormancy-File-OK       value "00".
               88  Dormancy-File-EOF      value "10".
           05  Letter-Text-File-Status    pic x(02).
               88  Letter-Text-OK         value "00".
               88  Letter-Text-EOF        value "10".
           05  Accounts-File-Status       pic x(02).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  New-Accounts-File-Status   pic x(02).
               88  New-Accounts-OK        value "00".
           05  Customer-Master-File-Status
                                          pic x(02).
               88  Master-File-OK         value "00".
               88  Master-File-EOF        value "10".
           05  Letter-File-Status         pic x(02).
               88  Letter-File-OK         value "00".
           05  Due-File-Status            pic x(02).
               88  Due-File-OK            value "00".
               88  Due-File-EOF           value "10".
           05  Holder-File-Status         pic x(02).
               88  Holder-File-OK         value "00".
           05  Sorted-Holder-File-Status  pic x(02).
               88  Sorted-Holder-OK       value "00".
               88  Sorted-Holder-EOF      value "10".
           05  Escheat-Feed-File-Status   pic x(02).
               88  Escheat-Feed-OK        value "00".
       01  This-Program-Id                pic x(8) value "ESCHEAT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Mode-Fields.
           05  Run-Mode                   pic x(1).
               88  Due-Diligence-Mode     value "D".
               88  Holder-Mode            value "H".
           05  Holder-State               pic x(2).
           05  Response-Days              pic 9(3).
           05  Default-Dormancy-Years     pic 9(2) value 3.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Mode-Value redefines RPP-Value.
               10  RPP-Run-Mode           pic x(1).
               10  filler                 pic x(31).
           05  RPP-State-Value redefines RPP-Value.
               10  RPP-Holder-State       pic x(2).
               10  filler                 pic x(30).
           05  RPP-Days-Value redefines RPP-Value.
               10  RPP-Response-Days      pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      *****************************************************************
      * The dormancy period of each state, loaded up front off
      * ESCHDORM.  A state not on the table takes the ** entry if
      * there is one, otherwise the default above.
      *****************************************************************
       01  Dormancy-Count                 pic 9(03) value zero.
       01  Dormancy-Table.
           05  Dormancy-Entry occurs 1 to 70 times
                   depending on Dormancy-Count
                   indexed by Dormancy-Ix.
               10  DRT-State              pic x(2).
               10  DRT-Dormancy-Years     pic 9(2).
      *****************************************************************
      * The letter text, loaded up front: up to 12 lines.
      *****************************************************************
       01  Letter-Line-Count              pic 9(02) value zero.
       01  Letter-Text-Table.
           05  LTT-Line                   pic x(70) occurs 12 times.
       01  Letter-Line-Sub                pic 9(02).
      *****************************************************************
      * Mode H's answered letters, loaded off the X cards.
      *****************************************************************
       01  Responded-Count                pic 9(03) value zero.
       01  Responded-Table.
           05  Responded-Entry occurs 1 to 500 times
                   depending on Responded-Count
                   indexed by Responded-Ix.
               10  RSP-Account            pic 9(7).
       01  Credit-Work-Fields.
           05  Owner-State                pic x(2).
           05  Dormancy-Years             pic 9(2).
           05  Dormant-Until-Date         pic 9(8).
           05  Days-Since-Letter          pic s9(5) comp.
           05  Responded-Switch           pic x value "N".
               88  Owner-Responded        value "Y".
           05  Master-Found-Switch        pic x value "N".
               88  Master-Was-Found       value "Y".
       01  State-Break-Fields.
           05  Current-State              pic x(2).
           05  State-Owners               pic 9(05) comp.
           05  State-Amount               pic 9(9)v99.
      * Parameter areas for the ADDRSTD subprogram - same field
      * layout as ADR-Address/ADR-Formatted-Address in its Linkage
      * Section, the way CONLABEL redeclares them.
       01  Address-to-Standardize.
           05  ADP-Street-Number          pic x(6).
           05  ADP-Street-Name            pic x(30).
           05  ADP-Street-Direction       pic x(1).
           05  ADP-Street-Type            pic x(12).
           05  ADP-Unit                   pic x(6).
           05  ADP-Unit-Type              pic x(6).
           05  ADP-City                   pic x(30).
           05  ADP-State                  pic x(2).
           05  ADP-Zip-5                  pic x(5).
           05  ADP-Zip-4                  pic x(4).
       01  Standardized-Address           pic x(132).
       01  Report-Counters.
           05  Accounts-Read              pic 9(07) comp.
           05  Credits-Dormant            pic 9(07) comp.
           05  Letters-Sent               pic 9(07) comp.
           05  Owners-No-Address          pic 9(07) comp.
           05  Credits-Escheated          pic 9(07) comp.
           05  Credits-Held-Back          pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Total-Dormant              pic 9(9)v99 value zero.
           05  Total-Escheated            pic 9(9)v99 value zero.
       01  Letter-Lines.
           05  Letter-Heading-Line.
               10  filler                 pic x(09)
                   value "Account: ".
               10  LTR-Account            pic 9(7).
               10  filler                 pic x(02) value spaces.
               10  LTR-Name               pic x(30).
           05  Letter-Credit-Line.
               10  filler                 pic x(27)
                   value "Credit balance we hold:   ".
               10  LTR-Credit             pic $zzz,zzz,zz9.99.
           05  Letter-Since-Line.
               10  filler                 pic x(27)
                   value "Unclaimed on your account ".
               10  filler                 pic x(06) value "since ".
               10  LTR-Credit-Date        pic 9999/99/99.
       01  Report-Lines.
           05  Due-Heading-Line.
               10  filler                 pic x(30)
                   value "--- Unclaimed Property - Due D".
               10  filler                 pic x(18)
                   value "iligence Letters -".
               10  filler                 pic x(02) value "--".
           05  Due-Line.
               10  RPT-D-Action           pic x(11).
               10  RPT-D-Account          pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-D-Name             pic x(30).
               10  filler                 pic x(01) value space.
               10  RPT-D-State            pic x(2).
               10  RPT-D-Amount           pic $zzz,zz9.99.
               10  filler                 pic x(07)
                   value " since ".
               10  RPT-D-Credit-Date      pic 9999/99/99.
           05  Held-Back-Line.
               10  filler                 pic x(10)
                   value "Held back ".
               10  RPT-H-Account          pic 9(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-H-Reason           pic x(44).
           05  Holder-Heading-Line.
               10  filler                 pic x(30)
                   value "--- Unclaimed Property Holder ".
               10  filler                 pic x(14)
                   value "Report as of  ".
               10  RPT-Report-Date        pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  State-Heading-Line.
               10  filler                 pic x(07)
                   value "State: ".
               10  RPT-State              pic x(2).
           05  Owner-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-O-Account          pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-O-Name             pic x(30).
               10  RPT-O-Amount           pic $zzz,zz9.99.
               10  filler                 pic x(16)
                   value "  last activity ".
               10  RPT-O-Activity-Date    pic 9999/99/99.
           05  State-Total-Line.
               10  filler                 pic x(13)
                   value "  State total".
               10  RPT-ST-State           pic x(3).
               10  RPT-ST-Owners          pic zz,zz9.
               10  filler                 pic x(08)
                   value " owners ".
               10  RPT-ST-Amount          pic $zzz,zzz,zz9.99.
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Account        pic x(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Accounts read: ".
               10  RPT-Accounts-Read      pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Dormant: ".
               10  RPT-Dormant            pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Letters: ".
               10  RPT-Letters            pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  No address: ".
               10  RPT-No-Address         pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Dormant amount: ".
               10  RPT-Total-Dormant      pic $zzz,zzz,zz9.99.
           05  Totals-Line-2.
               10  filler                 pic x(16)
                   value "Accounts read: ".
               10  RPT-Accounts-Read-2    pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  Escheated: ".
               10  RPT-Escheated          pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  Held back: ".
               10  RPT-Held-Back          pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Total: ".
               10  RPT-Total-Escheated    pic $zzz,zzz,zz9.99.
       Procedure Division.
           perform 0000-Initialize
           if Due-Diligence-Mode
               perform 1000-Load-Dormancy-Table
               perform 1500-Load-Letter-Text
               perform 2000-Send-Due-Diligence
           else
               perform 3000-Escheat-Dormant-Credits
               perform 4000-Print-Holder-Report
           end-if
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Accounts-Read
           move zero to Credits-Dormant
           move zero to Letters-Sent
           move zero to Owners-No-Address
           move zero to Credits-Escheated
           move zero to Credits-Held-Back
           move zero to Cards-Rejected
           move function current-date to Run-Date-Time
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 0050-Get-Run-Parms
           perform 1250-Read-Next-Card
           if Control-Card-OK
               and (ESC-Due-Diligence-Mode or ESC-Holder-Mode)
               perform 0060-Take-Card-Overrides
               perform 1250-Read-Next-Card
           end-if
           evaluate true
               when Due-Diligence-Mode
                   if Holder-State equal spaces
                       move "No HOLDER-STATE on RUNPARM or D card"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   close Control-Card-File
               when Holder-Mode
                   perform 1200-Load-Responded-Cards
               when other
                   move "No RUN-MODE on RUNPARM and no D or H card"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0050-Get-Run-Parms.
      *****************************************************************
      * The file's mode, our own state, and the response window, as
      * of today.  A setting the file does not have stays blank -
      * or 060 days for the window - for the mode card to supply.
      *****************************************************************
           move spaces to Run-Mode
           move spaces to Holder-State
           move 60 to Response-Days
           move "G" to RPP-Function
           move "ESCHEAT" to RPP-Program-Id
           move RDT-YYYYMMDD to RPP-As-Of-Date
           move "RUN-MODE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Run-Mode to Run-Mode
           end-if
           move "HOLDER-STATE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Holder-State to Holder-State
           end-if
           move "RESPONSE-DAYS" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Response-Days numeric
               and RPP-Response-Days greater than zero
               move RPP-Response-Days to Response-Days
           end-if
           .
       0060-Take-Card-Overrides.
      *****************************************************************
      * A D or H card overrides the file for tonight: the mode, and
      * our own state on a D card or the window on an H card when
      * the card carries one.  Each override is logged.
      *****************************************************************
           move "O" to RPP-Function
           move "RUN-MODE" to RPP-Parm-Name
           move spaces to RPP-Value
           move ESC-Mode to RPP-Run-Mode
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           move ESC-Mode to Run-Mode
           if ESC-Due-Diligence-Mode
               and ESC-Holder-State not equal spaces
               move ESC-Holder-State to Holder-State
               move "HOLDER-STATE" to RPP-Parm-Name
               move spaces to RPP-Value
               move ESC-Holder-State to RPP-Holder-State
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if ESC-Holder-Mode
               and ESC-Response-Days numeric
               and ESC-Response-Days-Num greater than zero
               move ESC-Response-Days-Num to Response-Days
               move "RESPONSE-DAYS" to RPP-Parm-Name
               move spaces to RPP-Value
               move ESC-Response-Days-Num to RPP-Response-Days
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       1000-Load-Dormancy-Table.
           open input Dormancy-File
           if not Dormancy-File-OK
               move Dormancy-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHDORM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Read-Next-Dormancy
           perform with test before
                   until Dormancy-File-EOF
               if DRM-State not equal spaces
                   and DRM-Dormancy-Years numeric
                   and DRM-Dormancy-Years greater than zero
                   if Dormancy-Count equal 70
                       move "More than 70 states on ESCHDORM"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Dormancy-Count
                   move DRM-State to DRT-State(Dormancy-Count)
                   move DRM-Dormancy-Years
                       to DRT-Dormancy-Years(Dormancy-Count)
               end-if
               perform 1100-Read-Next-Dormancy
           end-perform
           close Dormancy-File
           set Dormancy-Ix to 1
           search Dormancy-Entry
               at end
                   continue
               when DRT-State(Dormancy-Ix) equal "**"
                   move DRT-Dormancy-Years(Dormancy-Ix)
                       to Default-Dormancy-Years
           end-search
           .
       1100-Read-Next-Dormancy.
           read Dormancy-File
           if not Dormancy-File-OK and not Dormancy-File-EOF
               move Dormancy-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ESCHDORM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Load-Responded-Cards.
      *****************************************************************
      * Every card after the H card - or every card, when RUNPARM
      * sets the mode and there is no H card - should be an X card
      * naming an owner who answered the letter; anything else is
      * rejected.  The first of them has already been read.
      *****************************************************************
           perform with test before
                   until Control-Card-EOF
               if ESC-Responded-Card
                   and ESX-Account numeric
                   and ESX-Account-Num greater than zero
                   if Responded-Count equal 500
                       move "More than 500 X cards on one run"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Responded-Count
                   move ESX-Account-Num
                       to RSP-Account(Responded-Count)
               else
                   move ESX-Account to RPT-Rej-Account
                   move "not an X card with a numeric account"
                       to RPT-Rej-Reason
                   display Reject-Line
                   add 1 to Cards-Rejected
               end-if
               perform 1250-Read-Next-Card
           end-perform
           close Control-Card-File
           .
       1250-Read-Next-Card.
           read Control-Card-File
               into Control-Card-Record
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1500-Load-Letter-Text.
           open input Letter-Text-File
           if not Letter-Text-OK
               move Letter-Text-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHTXT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1600-Read-Next-Text-Line
           perform with test before
                   until Letter-Text-EOF
               if Letter-Line-Count less than 12
                   add 1 to Letter-Line-Count
                   move LTX-Text to LTT-Line(Letter-Line-Count)
               end-if
               perform 1600-Read-Next-Text-Line
           end-perform
           close Letter-Text-File
           if Letter-Line-Count equal zero
               move "No due-diligence letter text on ESCHTXT"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1600-Read-Next-Text-Line.
           read Letter-Text-File
           if not Letter-Text-OK and not Letter-Text-EOF
               move Letter-Text-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ESCHTXT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Send-Due-Diligence.
      *****************************************************************
      * One pass of the accounts file against the customer master,
      * both in account order.
      *****************************************************************
           open input Customer-Master-File
           if not Master-File-OK
               move Customer-Master-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2150-Read-Next-Master
           open output Letter-File
           if not Letter-File-OK
               move Letter-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHLTRS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Due-File
           if not Due-File-OK
               move Due-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHDUE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Due-Heading-Line
           display space
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               if ACCT-Credit-Balance numeric
                   and ACCT-Credit-Balance greater than zero
                   and ACCT-Credit-Date numeric
                   and ACCT-Credit-Date greater than zero
                   perform 2200-Judge-One-Credit
               end-if
               perform 2100-Read-Next-Account
           end-perform
           close Due-File
           close Letter-File
           close Customer-Master-File
           close Accounts-File
           .
       2100-Read-Next-Account.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2150-Read-Next-Master.
           read Customer-Master-File
           if not Master-File-OK and not Master-File-EOF
               move Customer-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Master-File-EOF
               move 9999999 to CUS-Account
           end-if
           .
       2200-Judge-One-Credit.
      *****************************************************************
      * The owner's state decides the dormancy period.  The credit
      * is dormant once that many years have passed since it arose
      * - compared as a date, so a credit that arose on the 29th of
      * February turns dormant on the 1st of March in a common year.
      *****************************************************************
           perform with test before
                   until Master-File-EOF
                   or CUS-Account not less than ACCT-Number
               perform 2150-Read-Next-Master
           end-perform
           move "N" to Master-Found-Switch
           if not Master-File-EOF
               and CUS-Account equal ACCT-Number
               and CUS-Street-Name not equal spaces
               and CUS-State not equal spaces
               set Master-Was-Found to true
               move CUS-State to Owner-State
           else
               move Holder-State to Owner-State
           end-if
           move Default-Dormancy-Years to Dormancy-Years
           set Dormancy-Ix to 1
           search Dormancy-Entry
               at end
                   continue
               when DRT-State(Dormancy-Ix) equal Owner-State
                   move DRT-Dormancy-Years(Dormancy-Ix)
                       to Dormancy-Years
           end-search
           compute Dormant-Until-Date =
               ACCT-Credit-Date + Dormancy-Years * 10000
           end-compute
           if Dormant-Until-Date not greater than RDT-YYYYMMDD
               perform 2300-Record-Dormant-Credit
           end-if
           .
       2300-Record-Dormant-Credit.
           move spaces to Due-Record
           move ACCT-Number to ESD-Account
           move Owner-State to ESD-State
           move ACCT-Credit-Balance to ESD-Credit-Balance
           move ACCT-Credit-Date to ESD-Credit-Date
           move RDT-YYYYMMDD to ESD-Letter-Date
           move Dormancy-Years to ESD-Dormancy-Years
           if Master-Was-Found
               move CUS-Name to ESD-Name
               move CUS-Address to ESD-Address
               perform 2400-Write-Letter
               set ESD-Letter-Sent to true
               move "Letter     " to RPT-D-Action
           else
               move ACCT-Name to ESD-Name
               move "N" to ESD-Letter-Switch
               move "No address " to RPT-D-Action
               add 1 to Owners-No-Address
           end-if
           write Due-Record
           if not Due-File-OK
               move Due-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "ESCHDUE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move ACCT-Number to RPT-D-Account
           move ESD-Name to RPT-D-Name
           move Owner-State to RPT-D-State
           move ACCT-Credit-Balance to RPT-D-Amount
           move ACCT-Credit-Date to RPT-D-Credit-Date
           display Due-Line
           add 1 to Credits-Dormant
           add ACCT-Credit-Balance to Total-Dormant
           .
       2400-Write-Letter.
      *****************************************************************
      * One page per owner, the way DUNGEN pages its letters.
      *****************************************************************
           move ACCT-Number to LTR-Account
           move CUS-Name to LTR-Name
           write Letter-Record from Letter-Heading-Line
               after advancing page
           perform 2500-Check-Letter-Write
           move CUS-Address to Address-to-Standardize
           call "ADDRSTD" using
               by reference Address-to-Standardize
               by reference Standardized-Address
           end-call
           write Letter-Record from Standardized-Address
           perform 2500-Check-Letter-Write
           move spaces to Letter-Record
           write Letter-Record
           perform 2500-Check-Letter-Write
           perform varying Letter-Line-Sub from 1 by 1
                   until Letter-Line-Sub greater than Letter-Line-Count
               write Letter-Record from LTT-Line(Letter-Line-Sub)
               perform 2500-Check-Letter-Write
           end-perform
           move spaces to Letter-Record
           write Letter-Record
           perform 2500-Check-Letter-Write
           move ACCT-Credit-Balance to LTR-Credit
           write Letter-Record from Letter-Credit-Line
           perform 2500-Check-Letter-Write
           move ACCT-Credit-Date to LTR-Credit-Date
           write Letter-Record from Letter-Since-Line
           perform 2500-Check-Letter-Write
           add 1 to Letters-Sent
           .
       2500-Check-Letter-Write.
           if not Letter-File-OK
               move Letter-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "ESCHLTRS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Escheat-Dormant-Credits.
      *****************************************************************
      * Match/merge the accounts file with last due-diligence run's
      * ESCHDUE, both in account order.  Every account is written to
      * the replacement accounts file, escheated or not.
      *****************************************************************
           open input Due-File
           if not Due-File-OK
               move Due-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHDUE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 3150-Read-Next-Due
           open output New-Accounts-File
           if not New-Accounts-OK
               move New-Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFLO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Holder-File
           if not Holder-File-OK
               move Holder-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHHLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Escheat-Feed-File
           if not Escheat-Feed-OK
               move Escheat-Feed-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               perform with test before
                       until Due-File-EOF
                       or ESD-Account not less than ACCT-Number
                   perform 3150-Read-Next-Due
               end-perform
               if not Due-File-EOF
                   and ESD-Account equal ACCT-Number
                   perform 3200-Judge-One-Due-Credit
               end-if
               write New-Accounts-Record from Accounts-Record
               if not New-Accounts-OK
                   move New-Accounts-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "ACCTFLO" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2100-Read-Next-Account
           end-perform
           close Escheat-Feed-File
           close Holder-File
           close New-Accounts-File
           close Due-File
           close Accounts-File
           .
       3150-Read-Next-Due.
           read Due-File
           if Due-File-EOF
               move 9999999 to ESD-Account
           else
               if not Due-File-OK
                   move Due-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "ESCHDUE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       3200-Judge-One-Due-Credit.
      *****************************************************************
      * A credit is handed over only if the owner has not answered,
      * the response window has run out, and the credit has not
      * moved since the letter - any refund, application, or new
      * credit means the owner is not lost after all.
      *****************************************************************
           move "N" to Responded-Switch
           set Responded-Ix to 1
           search Responded-Entry
               at end
                   continue
               when RSP-Account(Responded-Ix) equal ACCT-Number
                   set Owner-Responded to true
           end-search
           compute Days-Since-Letter =
               function integer-of-date(RDT-YYYYMMDD)
               - function integer-of-date(ESD-Letter-Date)
           end-compute
           evaluate true
               when Owner-Responded
                   move "owner answered the due-diligence letter"
                       to RPT-H-Reason
                   perform 3900-List-Held-Back
               when ACCT-Credit-Balance not equal ESD-Credit-Balance
                    or ACCT-Credit-Date not equal ESD-Credit-Date
                   move "credit has moved since the letter"
                       to RPT-H-Reason
                   perform 3900-List-Held-Back
               when Days-Since-Letter less than Response-Days
                   move "response window is still open"
                       to RPT-H-Reason
                   perform 3900-List-Held-Back
               when other
                   perform 3300-Escheat-the-Credit
           end-evaluate
           .
       3300-Escheat-the-Credit.
           move spaces to Holder-Record
           move ESD-State to ESH-State
           move ACCT-Number to ESH-Account
           move ESD-Name to ESH-Name
           move ESD-Address to ESH-Address
           move ACCT-Credit-Balance to ESH-Amount
           move ACCT-Credit-Date to ESH-Last-Activity-Date
           move RDT-YYYYMMDD to ESH-Report-Date
           write Holder-Record
           if not Holder-File-OK
               move Holder-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "ESCHHLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move spaces to Escheat-Feed-Record
           move ACCT-Number to ESG-Account
           move ACCT-Credit-Balance to ESG-Amount
           move RDT-YYYYMMDD to ESG-Date
           write Escheat-Feed-Record
           if not Escheat-Feed-OK
               move Escheat-Feed-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "ESCHGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add ACCT-Credit-Balance to Total-Escheated
           add 1 to Credits-Escheated
           move zero to ACCT-Credit-Balance
           move zero to ACCT-Credit-Date
           .
       3900-List-Held-Back.
           move ACCT-Number to RPT-H-Account
           display Held-Back-Line
           add 1 to Credits-Held-Back
           .
       4000-Print-Holder-Report.
      *****************************************************************
      * The holder file in state order, owner by owner, with a total
      * for each state - one state's filing and remittance check per
      * break.
      *****************************************************************
           sort Holder-Sort-File
               on ascending key SRT-State SRT-Account
               using Holder-File
               giving Sorted-Holder-File
           if not sort-return equal zero
               move "SORT Holder file" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Holder-File
           if not Sorted-Holder-OK
               move Sorted-Holder-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ESCHSTAT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move RDT-YYYYMMDD to RPT-Report-Date
           display space
           display Holder-Heading-Line
           perform 4100-Read-Next-Holder
           perform with test before
                   until Sorted-Holder-EOF
               move SHR-State to Current-State
               move zero to State-Owners
               move zero to State-Amount
               move SHR-State to RPT-State
               display space
               display State-Heading-Line
               perform with test before
                       until Sorted-Holder-EOF
                       or SHR-State not equal Current-State
                   move SHR-Account to RPT-O-Account
                   move SHR-Name to RPT-O-Name
                   move SHR-Amount to RPT-O-Amount
                   move SHR-Last-Activity-Date
                       to RPT-O-Activity-Date
                   display Owner-Line
                   add 1 to State-Owners
                   add SHR-Amount to State-Amount
                   perform 4100-Read-Next-Holder
               end-perform
               move Current-State to RPT-ST-State
               move State-Owners to RPT-ST-Owners
               move State-Amount to RPT-ST-Amount
               display State-Total-Line
           end-perform
           close Sorted-Holder-File
           .
       4100-Read-Next-Holder.
           read Sorted-Holder-File
           if not Sorted-Holder-OK and not Sorted-Holder-EOF
               move Sorted-Holder-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ESCHSTAT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           display space
           if Due-Diligence-Mode
               move Accounts-Read to RPT-Accounts-Read
               move Credits-Dormant to RPT-Dormant
               move Letters-Sent to RPT-Letters
               move Owners-No-Address to RPT-No-Address
               move Total-Dormant to RPT-Total-Dormant
               display Totals-Line
           else
               move Accounts-Read to RPT-Accounts-Read-2
               move Credits-Escheated to RPT-Escheated
               move Credits-Held-Back to RPT-Held-Back
               move Cards-Rejected to RPT-Rejected
               move Total-Escheated to RPT-Total-Escheated
               display Totals-Line-2
           end-if
           .

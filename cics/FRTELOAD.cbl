      * dates out of order) is reported and skipped, not treated as
      * fatal.  A lifted suspension is a delete - unlike a team, a
      * suspension really does end.
      *
      * An add card may also carry the fine the league levied with
      * the suspension.  The fine is billed to the team's receivables
      * customer (TM-Customer-Account on FRTTEAMS): all of a run's
      * fines go out as one headered batch in BATCTL's input layout
      * on FRTFINEO, the way LATECHG hands over its late charges, so
      * they post through BCTPOST and show on STMTGEN, DUNGEN and
      * GLJRNL like any other receivable.  A fine is billed once, on
      * the add - a fine on a change card is reported and ignored.
      * A team with no account still has the suspension applied; its
      * fine is listed as not billed for the league office.  The
      * batch number is F plus the Julian run date and hour, so two
      * fine batches never share a number.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Random
               File Status Eligibility-File-Status.
           Select Team-Master-File
               Record Key TM-Team-Name
               Assign to "FRTTEAMS"
               Organization Indexed
               Access Random
               File Status Team-Master-File-Status.
           Select Fine-Batch-File
               Assign to "FRTFINEO"
               Organization Sequential
               Access Sequential
               File Status Fine-Batch-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           05  ELC-Player-Name            pic x(20).
           05  ELC-Suspension-Start       pic 9(8).
           05  ELC-Suspension-End         pic 9(8).
           05  ELC-Reason                 pic x(16).
           05  ELC-Fine-Amount            pic x(7).
           05  ELC-Fine-Amount-N redefines ELC-Fine-Amount
                                          pic 9(5)v99.
       FD  Eligibility-File.
       01  FD-Eligibility-Record.
           copy FRTELGB.
       FD  Team-Master-File.
       01  FD-Team-Master-Record.
           copy FRTTMST.
       FD  Fine-Batch-File
           Recording Mode F
           Record Contains 100 Characters.
      * Same field layout as BATCTL's Batch-Header-Record and
      * Invoice-Record, so the fines feed BCTLIN unchanged.
       01  Fine-Batch-Record.
           05  FBR-Record-Type            pic x.
           05  filler                     pic x(99).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Eligibility-OK         value "00".
               88  Eligibility-Not-Found  value "23".
               88  Eligibility-Duplicate  value "22".
           05  Team-Master-File-Status    pic x(02).
               88  Team-Master-OK         value "00".
               88  Team-Master-Not-Found  value "23".
           05  Fine-Batch-File-Status     pic x(02).
               88  Fine-Batch-OK          value "00".
       01  Run-Date-Time.
           05  Run-Date-Field             pic 9(8).
           05  Run-Hour-Field             pic 9(2).
           05  Run-Julian-Date            pic 9(7).
      *****************************************************************
      * The run's fines, buffered so the header can carry the count
      * BATCTL's balanced-batch check demands.
      *****************************************************************
       01  Fine-Count                     pic 9(05) value zero.
       01  Fine-Table.
           05  Fine-Entry occurs 1 to 500 times
                   depending on Fine-Count
                   indexed by Fine-Ix.
               10  FIN-Account            pic 9(7).
               10  FIN-Amount             pic 9(5)v99.
       01  Batch-Build-Fields.
           05  Fine-Sequence              pic 9(4).
           05  Batch-Number-Built.
               10  filler                 pic x(1) value "F".
               10  BNB-Julian-Date        pic 9(5).
               10  BNB-Hour               pic 9(2).
           05  Invoice-Number-Built.
               10  filler                 pic x(2) value "FN".
               10  INB-Sequence           pic 9(4).
           05  Header-Out.
               10  filler                 pic x value "H".
               10  HDR-Batch-Number       pic x(8).
               10  HDR-Create-Date        pic x(8).
               10  HDR-Invoice-Count      pic 9(5).
               10  filler                 pic x(78) value spaces.
           05  Invoice-Out.
               10  filler                 pic x value "I".
               10  INV-Invoice-Number     pic x(6).
               10  INV-Invoice-Total      pic s9(7)v99.
               10  INV-Invoice-Date       pic x(8).
               10  INV-Invoice-Account    pic 9(7).
               10  filler                 pic x(69) value spaces.
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Suspensions-Added          pic 9(07) comp.
           05  Suspensions-Changed        pic 9(07) comp.
           05  Suspensions-Lifted         pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Fines-Billed               pic 9(07) comp.
           05  Fines-Not-Billed           pic 9(07) comp.
           05  Total-Fines-Billed         pic 9(9)v99 value zero.
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Of-FRTELIG           pic x(12)
               value " of FRTELIG.".
           05  Const-Of-FRTTEAMS          pic x(13)
               value " of FRTTEAMS.".
           05  Const-Of-FRTFINEO          pic x(13)
               value " of FRTFINEO.".
       01  Report-Lines.
           05  Action-Line.
               10  RPT-Action-Taken       pic x(8).
               10  RPT-Rej-Player         pic x(20).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Fine-Line.
               10  RPT-Fine-Action        pic x(16).
               10  RPT-Fine-Team          pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Fine-Amount        pic $zz,zz9.99.
               10  filler                 pic x(03) value " - ".
               10  RPT-Fine-Note          pic x(40).
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Cards read: ".
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
           05  Fine-Totals-Line.
               10  filler                 pic x(14)
                   value "Fines billed: ".
               10  RPT-Fines-Billed       pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Not billed: ".
               10  RPT-Fines-Not-Billed   pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Total fines: ".
               10  RPT-Total-Fines        pic $zzz,zzz,zz9.99.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Apply-Cards
           perform 7500-Write-Fine-Batch
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           move zero to Suspensions-Changed
           move zero to Suspensions-Lifted
           move zero to Cards-Rejected
           move zero to Fines-Billed
           move zero to Fines-Not-Billed
           move function current-date(1:8) to Run-Date-Field
           move function current-date(9:2) to Run-Hour-Field
           compute Run-Julian-Date =
               function day-of-integer
                   (function integer-of-date(Run-Date-Field))
           end-compute
           move Run-Julian-Date to BNB-Julian-Date
           move Run-Hour-Field to BNB-Hour
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
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
           .
       1000-Apply-Cards.
           perform 1100-Read-Next-Card
                   move "end date is before the start date"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when ELC-Fine-Amount not equal spaces
                    and ELC-Fine-Amount not numeric
                   move "fine amount must be numeric (99999v99)"
                       to RPT-Rej-Reason
                   perform 2900-Reject-Card
               when ELC-Add
                   perform 3000-Add-Suspension
               when ELC-Change
                   move "Added" to RPT-Action-Taken
                   perform 7100-Report-Action
                   add 1 to Suspensions-Added
                   if ELC-Fine-Amount numeric
                       and ELC-Fine-Amount-N greater than zero
                       perform 6000-Bill-Fine
                   end-if
               when Eligibility-Duplicate
                   move "player already has a suspension - use C"
                       to RPT-Rej-Reason
                   move "Changed" to RPT-Action-Taken
                   perform 7100-Report-Action
                   add 1 to Suspensions-Changed
                   if ELC-Fine-Amount numeric
                       and ELC-Fine-Amount-N greater than zero
                       move "Fine ignored    " to RPT-Fine-Action
                       move "fines are billed only on the add card"
                           to RPT-Fine-Note
                       perform 6900-Report-Fine
                   end-if
               when Eligibility-Not-Found
                   move "no suspension on file to change"
                       to RPT-Rej-Reason
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       6000-Bill-Fine.
      *****************************************************************
      * The fine goes to the team's receivables customer.  A team
      * with no account - or gone from the team master - keeps its
      * suspension; the fine is listed for the league office to set
      * the team up in CUSMNT and FRTTLOAD and bill it by hand.
      *****************************************************************
           move ELC-Team-Name to TM-Team-Name
           read Team-Master-File
           end-read
           evaluate true
               when Team-Master-OK
                   if TM-Customer-Account numeric
                       and TM-Customer-Account greater than zero
                       perform 6100-Buffer-the-Fine
                   else
                       move "Fine not billed " to RPT-Fine-Action
                       move "no receivables account on team master"
                           to RPT-Fine-Note
                       perform 6900-Report-Fine
                       add 1 to Fines-Not-Billed
                   end-if
               when Team-Master-Not-Found
                   move "Fine not billed " to RPT-Fine-Action
                   move "team is not on the team master"
                       to RPT-Fine-Note
                   perform 6900-Report-Fine
                   add 1 to Fines-Not-Billed
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
       6100-Buffer-the-Fine.
           if Fine-Count equal 500
               move "More than 500 fines in one run" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Fine-Count
           move TM-Customer-Account to FIN-Account(Fine-Count)
           move ELC-Fine-Amount-N to FIN-Amount(Fine-Count)
           add ELC-Fine-Amount-N to Total-Fines-Billed
           add 1 to Fines-Billed
           move Fine-Count to INB-Sequence
           move "Fine billed     " to RPT-Fine-Action
           move spaces to RPT-Fine-Note
           string "invoice " delimited by size
                  Invoice-Number-Built delimited by size
                  " to account " delimited by size
                  TM-Customer-Account delimited by size
              into RPT-Fine-Note
           end-string
           perform 6900-Report-Fine
           .
       6900-Report-Fine.
           move ELC-Team-Name to RPT-Fine-Team
           move ELC-Fine-Amount-N to RPT-Fine-Amount
           display Fine-Line
           .
       7000-Format-Eligibility-Record.
           move ELC-Team-Name to EL-Team-Name
           move ELC-Player-Name to EL-Player-Name
           move ELC-Suspension-End to RPT-End-Date
           display Action-Line
           .
       7500-Write-Fine-Batch.
      *****************************************************************
      * One balanced batch in BCTLIN layout: the header carries the
      * invoice count the buffer just established, then one invoice
      * record per fine, numbered as reported above.  A run with no
      * fines billed writes no batch at all.
      *****************************************************************
           open output Fine-Batch-File
           if not Fine-Batch-OK
               string Const-Got-Status delimited by size
                      Fine-Batch-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTFINEO delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           if Fine-Count greater than zero
               move Batch-Number-Built to HDR-Batch-Number
               move Run-Date-Field to HDR-Create-Date
               move Fine-Count to HDR-Invoice-Count
               write Fine-Batch-Record from Header-Out
               end-write
               perform 7600-Check-Batch-Write
               move zero to Fine-Sequence
               perform varying Fine-Ix from 1 by 1
                       until Fine-Ix greater than Fine-Count
                   add 1 to Fine-Sequence
                   move Fine-Sequence to INB-Sequence
                   move Invoice-Number-Built to INV-Invoice-Number
                   move FIN-Amount(Fine-Ix) to INV-Invoice-Total
                   move Run-Date-Field to INV-Invoice-Date
                   move FIN-Account(Fine-Ix) to INV-Invoice-Account
                   write Fine-Batch-Record from Invoice-Out
                   end-write
                   perform 7600-Check-Batch-Write
               end-perform
           end-if
           close Fine-Batch-File
           .
       7600-Check-Batch-Write.
           if not Fine-Batch-OK
               string Const-Got-Status delimited by size
                      Fine-Batch-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-WRITE delimited by size
                      Const-Of-FRTFINEO delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           move Suspensions-Changed to RPT-Changed
           move Suspensions-Lifted to RPT-Lifted
           move Cards-Rejected to RPT-Rejected
           move Fines-Billed to RPT-Fines-Billed
           move Fines-Not-Billed to RPT-Fines-Not-Billed
           move Total-Fines-Billed to RPT-Total-Fines
           display space
           display Totals-Line
           display Fine-Totals-Line
           .
       9900-Close.
           close Team-Master-File
           close Eligibility-File
           close Control-Card-File
           .

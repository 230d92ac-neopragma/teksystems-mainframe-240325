       Identification Division.
       Program-Id. ACCTMRG.
      *****************************************************************
      * Duplicate receivables account merge - what CONMERGE is for
      * contacts.  CUSMNT will open a second account for a customer
      * who already has one, and such a pair ends up with its open
      * items, payments, and dunning history split across two
      * numbers, each aged and dunned as if it were the whole story.
      * Driven by clerk-approved SYSIN cards, one per pair: the
      * surviving account (cols 1-7) and the account it absorbs
      * (cols 9-15).  For each pair the absorbed account's
      *
      *   - open items move to the survivor, in invoice-date order
      *     among the survivor's own, and an open dispute on any of
      *     them moves with it;
      *   - balance and credit balance are added into the
      *     survivor's, which keeps the later last-payment date and
      *     the older credit date;
      *   - installment payment plan becomes the survivor's;
      *   - credit hold is carried to the survivor (a returned-check
      *     hold outranks an aging hold), and the survivor's hold
      *     balance is brought up to the merged balance;
      *   - open-to-buy exposure is added into the survivor's;
      *   - DUNLOG letter history is renumbered to the survivor, so
      *     the next DUNGEN run picks up at the level reached.
      *
      * The absorbed account then comes off the accounts file, and
      * an ACCTFWD forwarding record is left so that LBXIMP posts a
      * payment still remitted on the old number to the survivor.
      * Each merge also leaves a pair of MRGXFR transfer records -
      * the balance and credit balance moving out of the absorbed
      * account and into the survivor - so that RECRECON can carry
      * the move through the month's equation on both accounts.
      * The absorbed account's name-and-address record is left on
      * CUSTMST for the clerk to delete through CUSMNT.
      *
      * A card is rejected, never guessed at, when either account is
      * not on file, both numbers are the same, an account is
      * already part of another merge on the run, either account is
      * placed with a collection agency (recall it first), or both
      * accounts carry a payment plan (PPLMNT cancels one first).
      * Each merge prints a before/after audit of both accounts.
      * The new accounts, open-item, plan, and letter-log files are
      * written for the job stream to swap in; CRDHOLD, OPENBUY,
      * DISPUTE, and ACCTFWD are updated in place.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
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
           Select Open-Item-File
               Assign to "OPENITEM"
               Organization Sequential
               Access Sequential
               File Status Open-Item-File-Status.
           Select New-Item-File
               Assign to "OPENITMO"
               Organization Sequential
               Access Sequential
               File Status New-Item-File-Status.
           Select Item-Sort-File
               Assign to "SORTWK01".
           Select Plan-File
               Assign to "PAYPLAN"
               Organization Sequential
               Access Sequential
               File Status Plan-File-Status.
           Select New-Plan-File
               Assign to "PAYPLANO"
               Organization Sequential
               Access Sequential
               File Status New-Plan-File-Status.
           Select Plan-Sort-File
               Assign to "SORTWK02".
           Select Placement-File
               Assign to "AGYPLACE"
               Organization Sequential
               Access Sequential
               File Status Placement-File-Status.
           Select Letter-Log-File
               Assign to "DUNLOG"
               Organization Sequential
               Access Sequential
               File Status Letter-Log-File-Status.
           Select New-Letter-Log-File
               Assign to "DUNLOGO"
               Organization Sequential
               Access Sequential
               File Status New-Letter-Log-File-Status.
           Select Credit-Hold-File
               Record Key CRD-Account
               Assign to "CRDHOLD"
               Organization Indexed
               Access Random
               File Status Credit-Hold-File-Status.
           Select Open-To-Buy-File
               Record Key OTB-Account
               Assign to "OPENBUY"
               Organization Indexed
               Access Random
               File Status Open-To-Buy-File-Status.
           Select Dispute-File
               Record Key DSP-Key
               Assign to "DISPUTE"
               Organization Indexed
               Access Random
               File Status Dispute-File-Status.
           Select Transfer-Feed-File
               Assign to "MRGXFR"
               Organization Sequential
               Access Sequential
               File Status Transfer-Feed-File-Status.
           Select Forwarding-File
               Record Key FWD-Old-Account
               Assign to "ACCTFWD"
               Organization Indexed
               Access Random
               File Status Forwarding-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  MCD-Survivor               pic x(7).
           05  MCD-Survivor-Num redefines MCD-Survivor
                                          pic 9(7).
           05  filler                     pic x(1).
           05  MCD-Absorbed               pic x(7).
           05  MCD-Absorbed-Num redefines MCD-Absorbed
                                          pic 9(7).
           05  filler                     pic x(65).
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
       01  New-Accounts-Record            pic x(80).
       FD  Open-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Open-Item-Record.
           copy OPENITEM.
       FD  New-Item-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Item-Record                pic x(80).
       SD  Item-Sort-File.
       01  SD-Item-Record.
           05  SRI-Account                pic 9(07).
           05  filler                     pic x(06).
           05  SRI-Invoice-Date           pic 9(08).
           05  filler                     pic x(59).
       FD  Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Plan-Record.
           copy PAYPLAN.
       FD  New-Plan-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Plan-Record                pic x(80).
       SD  Plan-Sort-File.
       01  SD-Plan-Record.
           05  SRP-Account                pic 9(07).
           05  filler                     pic x(73).
       FD  Placement-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Placement-Record.
           copy AGYPLACE.
       FD  Letter-Log-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as DUNGEN's Letter-Log-Record.
       01  Letter-Log-Record.
           05  DLG-Account                pic 9(7).
           05  DLG-Level                  pic 9(1).
           05  DLG-Date                   pic 9(8).
           05  filler                     pic x(64).
       FD  New-Letter-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Letter-Log-Record          pic x(80).
       FD  Transfer-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * One record per side of each merge: O for the balances moving
      * out of the absorbed account, I for the same balances moving
      * into the survivor.  RECRECON reads the same field layout.
       01  Transfer-Feed-Record.
           05  MXF-Account                pic 9(7).
           05  MXF-Direction              pic x(1).
           05  MXF-Balance                pic 9(7)v99.
           05  MXF-Credit-Balance         pic 9(7)v99.
           05  MXF-Date                   pic 9(8).
           05  MXF-Other-Account          pic 9(7).
           05  filler                     pic x(39).
       FD  Credit-Hold-File.
       01  FD-Credit-Hold-Record.
           copy CRDHOLD.
       FD  Open-To-Buy-File.
       01  FD-Open-To-Buy-Record.
           copy OPENBUY.
       FD  Dispute-File.
       01  FD-Dispute-Record.
           copy DISPUTE.
       FD  Forwarding-File.
       01  FD-Forwarding-Record.
           copy ACCTFWD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Accounts-File-Status       pic x(02).
               88  Accounts-File-OK       value "00".
               88  Accounts-File-EOF      value "10".
           05  New-Accounts-File-Status   pic x(02).
               88  New-Accounts-OK        value "00".
           05  Open-Item-File-Status      pic x(02).
               88  Open-Item-OK           value "00".
               88  Open-Item-EOF          value "10".
               88  Open-Item-Missing      value "35".
           05  New-Item-File-Status       pic x(02).
               88  New-Item-OK            value "00".
           05  Plan-File-Status           pic x(02).
               88  Plan-File-OK           value "00".
               88  Plan-File-EOF          value "10".
               88  Plan-File-Missing      value "35".
           05  New-Plan-File-Status       pic x(02).
               88  New-Plan-OK            value "00".
           05  Placement-File-Status      pic x(02).
               88  Placement-OK           value "00".
               88  Placement-EOF          value "10".
               88  Placement-Missing      value "35".
           05  Letter-Log-File-Status     pic x(02).
               88  Letter-Log-OK          value "00".
               88  Letter-Log-EOF         value "10".
               88  Letter-Log-Missing     value "35".
           05  New-Letter-Log-File-Status pic x(02).
               88  New-Letter-Log-OK      value "00".
           05  Credit-Hold-File-Status    pic x(02).
               88  Credit-Hold-OK         value "00".
               88  Credit-Hold-Not-Found  value "23".
           05  Open-To-Buy-File-Status    pic x(02).
               88  Open-To-Buy-OK         value "00".
               88  Open-To-Buy-Not-Found  value "23".
           05  Dispute-File-Status        pic x(02).
               88  Dispute-OK             value "00".
               88  Dispute-Not-Found      value "23".
               88  Dispute-Missing        value "35".
           05  Transfer-Feed-File-Status  pic x(02).
               88  Transfer-Feed-OK       value "00".
           05  Forwarding-File-Status     pic x(02).
               88  Forwarding-OK          value "00".
               88  Forwarding-Duplicate   value "22".
               88  Forwarding-Missing     value "35".
       01  Dispute-File-Switch            pic x value "Y".
           88  Dispute-File-Present       value "Y".
       01  This-Program-Id                pic x(8) value "ACCTMRG".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      *****************************************************************
      * One entry per merge card that passed the card checks, with
      * both accounts as they stood before the merge and the
      * survivor as it stands after.  A plan or hold of "-" means
      * the account had none.
      *****************************************************************
       01  Merge-Count                    pic 9(03) value zero.
       01  Merge-Table.
           05  Merge-Entry occurs 1 to 200 times
                   depending on Merge-Count
                   indexed by Mrg-Ix Mrg-Jx.
               10  MRG-Survivor           pic 9(7).
               10  MRG-Absorbed           pic 9(7).
               10  MRG-Status             pic x(1).
                   88  MRG-Pending        value "P".
                   88  MRG-Accepted       value "A".
                   88  MRG-Rejected       value "R".
               10  MRG-Sur-Found          pic x(1).
                   88  MRG-Sur-On-File    value "Y".
               10  MRG-Sur-Name           pic x(30).
               10  MRG-Sur-Balance        pic 9(7)v99.
               10  MRG-Sur-Credit         pic 9(7)v99.
               10  MRG-Sur-Plan           pic x(1).
               10  MRG-Sur-Hold           pic x(1).
               10  MRG-Sur-Placed         pic x(1).
                   88  MRG-Sur-Is-Placed  value "Y".
               10  MRG-Sur-Items          pic 9(3).
               10  MRG-Sur-Item-Amount    pic 9(9)v99.
               10  MRG-Abs-Found          pic x(1).
                   88  MRG-Abs-On-File    value "Y".
               10  MRG-Abs-Name           pic x(30).
               10  MRG-Abs-Balance        pic 9(7)v99.
               10  MRG-Abs-Credit         pic 9(7)v99.
               10  MRG-Abs-Credit-Date    pic 9(8).
               10  MRG-Abs-Last-Payment   pic 9(7).
               10  MRG-Abs-Plan           pic x(1).
               10  MRG-Abs-Hold           pic x(1).
               10  MRG-Abs-Placed         pic x(1).
                   88  MRG-Abs-Is-Placed  value "Y".
               10  MRG-Abs-Items          pic 9(3).
               10  MRG-Abs-Item-Amount    pic 9(9)v99.
               10  MRG-Disputes-Moved     pic 9(3).
               10  MRG-Letters-Moved      pic 9(5).
               10  MRG-Aft-Balance        pic 9(7)v99.
               10  MRG-Aft-Credit         pic 9(7)v99.
               10  MRG-Aft-Hold           pic x(1).
       01  Merge-Work-Fields.
           05  Absorbed-Switch            pic x(1).
               88  Account-Absorbed       value "Y".
           05  Folded-Switch              pic x(1).
               88  Survivor-Folded        value "Y".
           05  Plan-Taken-Switch          pic x(1).
               88  Plan-Already-Taken     value "Y".
           05  Look-Account               pic 9(7).
           05  Look-Hold                  pic x(1).
           05  Saved-Hold-Date            pic 9(8).
           05  Saved-Hold-Reason          pic x(1).
           05  Saved-OTB-Balance          pic 9(7)v99.
           05  Saved-Dispute-Record       pic x(120).
           05  Aft-Items                  pic 9(5).
           05  Aft-Item-Amount            pic 9(9)v99.
           05  Aft-Plan                   pic x(1).
           05  Aft-Hold                   pic x(1).
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Accounts-Merged            pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Items-Moved                pic 9(07) comp.
           05  Disputes-Moved             pic 9(07) comp.
           05  Plans-Moved                pic 9(07) comp.
           05  Holds-Moved                pic 9(07) comp.
           05  Letters-Moved              pic 9(07) comp.
       01  Report-Lines.
           05  Merge-Line.
               10  filler                 pic x(08)
                   value "Merged  ".
               10  RPT-Absorbed           pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Absorbed-Name      pic x(30).
               10  filler                 pic x(06)
                   value " into ".
               10  RPT-Survivor           pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Survivor-Name      pic x(30).
           05  Detail-Line.
               10  filler                 pic x(02) value spaces.
               10  RPT-Det-When           pic x(07).
               10  RPT-Det-Role           pic x(09).
               10  RPT-Det-Account        pic 9(7).
               10  filler                 pic x(05) value " bal ".
               10  RPT-Det-Balance        pic $z,zzz,zz9.99.
               10  filler                 pic x(08)
                   value " credit ".
               10  RPT-Det-Credit         pic $z,zzz,zz9.99.
               10  filler                 pic x(07)
                   value " items ".
               10  RPT-Det-Items          pic zzzz9.
               10  filler                 pic x(01) value space.
               10  RPT-Det-Item-Amount    pic $zzz,zzz,zz9.99.
               10  filler                 pic x(06)
                   value " plan ".
               10  RPT-Det-Plan           pic x(01).
               10  filler                 pic x(06)
                   value " hold ".
               10  RPT-Det-Hold           pic x(01).
           05  Moved-Line.
               10  filler                 pic x(18)
                   value "  history moved: ".
               10  RPT-Mov-Disputes       pic zz9.
               10  filler                 pic x(12)
                   value " dispute(s) ".
               10  RPT-Mov-Letters        pic zzzz9.
               10  filler                 pic x(40)
                   value " DUNLOG letter(s); payments forwarded".
           05  Dispute-Kept-Line.
               10  filler                 pic x(24)
                   value "  Dispute left on old # ".
               10  RPT-Dsp-Account        pic 9(7).
               10  filler                 pic x(09)
                   value " invoice ".
               10  RPT-Dsp-Invoice        pic x(6).
               10  filler                 pic x(34)
                   value " - survivor disputes it already".
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Survivor       pic x(7).
               10  filler                 pic x(01) value "/".
               10  RPT-Rej-Absorbed       pic x(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(50).
           05  Totals-Line.
               10  filler                 pic x(13)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Merged: ".
               10  RPT-Merged             pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(13)
                   value "Items moved: ".
               10  RPT-Items-Moved        pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Disputes: ".
               10  RPT-Disputes-Moved     pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Plans: ".
               10  RPT-Plans-Moved        pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Holds: ".
               10  RPT-Holds-Moved        pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Letters: ".
               10  RPT-Letters-Moved      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Merge-Cards
           perform 2000-Check-the-Merges
           perform 3000-Merge-Accounts
           perform 4000-Merge-Open-Items
           perform 4500-Merge-Payment-Plans
           perform 5000-Merge-Credit-Holds
           perform 5500-Merge-Open-To-Buy
           perform 6000-Merge-Letter-Log
           perform 6500-Write-Forwarding
           perform 6700-Write-Transfer-Feed
           perform 7000-Print-Merge-Audit
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Cards-Read
           move zero to Accounts-Merged
           move zero to Cards-Rejected
           move zero to Items-Moved
           move zero to Disputes-Moved
           move zero to Plans-Moved
           move zero to Holds-Moved
           move zero to Letters-Moved
           move function current-date to Run-Date-Time
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Credit-Hold-File
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Open-To-Buy-File
           if not Open-To-Buy-OK
               move Open-To-Buy-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OPENBUY" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Dispute-File
           if Dispute-Missing
               move "N" to Dispute-File-Switch
           else
               if not Dispute-OK
                   move Dispute-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DISPUTE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       1000-Load-Merge-Cards.
           perform 1100-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               add 1 to Cards-Read
               perform 1200-Check-One-Card
               perform 1100-Read-Next-Card
           end-perform
           close Control-Card-File
           .
       1100-Read-Next-Card.
           read Control-Card-File
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Check-One-Card.
      *****************************************************************
      * An account can absorb several others on one run, but an
      * account absorbed on an earlier card can neither survive nor
      * be absorbed again, and a survivor cannot itself be absorbed
      * - merge chains are run one step at a time.
      *****************************************************************
           evaluate true
               when MCD-Survivor not numeric
                    or MCD-Absorbed not numeric
                   move "both account numbers must be numeric"
                       to RPT-Rej-Reason
                   perform 1900-Reject-Card
               when MCD-Survivor-Num equal MCD-Absorbed-Num
                   move "survivor and absorbed are the same account"
                       to RPT-Rej-Reason
                   perform 1900-Reject-Card
               when other
                   set Mrg-Ix to 1
                   search Merge-Entry
                       at end
                           perform 1300-Add-Merge-Entry
                       when MRG-Absorbed(Mrg-Ix)
                               equal MCD-Absorbed-Num
                           move "absorbed on an earlier card"
                               to RPT-Rej-Reason
                           perform 1900-Reject-Card
                       when MRG-Absorbed(Mrg-Ix)
                               equal MCD-Survivor-Num
                           move "survivor absorbed on an earlier card"
                               to RPT-Rej-Reason
                           perform 1900-Reject-Card
                       when MRG-Survivor(Mrg-Ix)
                               equal MCD-Absorbed-Num
                           move "absorbed survives an earlier card"
                               to RPT-Rej-Reason
                           perform 1900-Reject-Card
                   end-search
           end-evaluate
           .
       1300-Add-Merge-Entry.
           if Merge-Count equal 200
               move "More than 200 merge cards on one run"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Merge-Count
           set Mrg-Ix to Merge-Count
           initialize Merge-Entry(Mrg-Ix)
           move MCD-Survivor-Num to MRG-Survivor(Mrg-Ix)
           move MCD-Absorbed-Num to MRG-Absorbed(Mrg-Ix)
           set MRG-Pending(Mrg-Ix) to true
           move "N" to MRG-Sur-Found(Mrg-Ix)
           move "N" to MRG-Abs-Found(Mrg-Ix)
           move "-" to MRG-Sur-Plan(Mrg-Ix)
           move "-" to MRG-Abs-Plan(Mrg-Ix)
           move "-" to MRG-Sur-Hold(Mrg-Ix)
           move "-" to MRG-Abs-Hold(Mrg-Ix)
           move "-" to MRG-Aft-Hold(Mrg-Ix)
           move "N" to MRG-Sur-Placed(Mrg-Ix)
           move "N" to MRG-Abs-Placed(Mrg-Ix)
           .
       1900-Reject-Card.
           move MCD-Survivor to RPT-Rej-Survivor
           move MCD-Absorbed to RPT-Rej-Absorbed
           display Reject-Line
           add 1 to Cards-Rejected
           .
       2000-Check-the-Merges.
      *****************************************************************
      * Both accounts of every pair as they stand before anything
      * moves: the accounts file, the plan and placement files, and
      * the credit holds.  Then each pair is accepted or rejected.
      *****************************************************************
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2050-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               perform 2100-Note-Account-Before
               perform 2050-Read-Next-Account
           end-perform
           close Accounts-File
           open input Plan-File
           if not Plan-File-Missing
               if not Plan-File-OK
                   move Plan-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "PAYPLAN" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2250-Read-Next-Plan
               perform with test before
                       until Plan-File-EOF
                   perform 2200-Note-Plan-Before
                   perform 2250-Read-Next-Plan
               end-perform
               close Plan-File
           end-if
           open input Placement-File
           if not Placement-Missing
               if not Placement-OK
                   move Placement-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "AGYPLACE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2350-Read-Next-Placement
               perform with test before
                       until Placement-EOF
                   perform 2300-Note-Placement-Before
                   perform 2350-Read-Next-Placement
               end-perform
               close Placement-File
           end-if
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               move MRG-Survivor(Mrg-Ix) to Look-Account
               perform 2400-Look-Up-Hold
               move Look-Hold to MRG-Sur-Hold(Mrg-Ix)
               move MRG-Absorbed(Mrg-Ix) to Look-Account
               perform 2400-Look-Up-Hold
               move Look-Hold to MRG-Abs-Hold(Mrg-Ix)
               perform 2500-Accept-or-Reject
           end-perform
           .
       2050-Read-Next-Account.
           read Accounts-File
           if not Accounts-File-OK and not Accounts-File-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Note-Account-Before.
           if ACCT-Credit-Balance not numeric
               move zero to ACCT-Credit-Balance
           end-if
           if ACCT-Credit-Date not numeric
               move zero to ACCT-Credit-Date
           end-if
           if ACCT-Last-Payment-Date not numeric
               move zero to ACCT-Last-Payment-Date
           end-if
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Survivor(Mrg-Ix) equal ACCT-Number
                   set MRG-Sur-On-File(Mrg-Ix) to true
                   move ACCT-Name to MRG-Sur-Name(Mrg-Ix)
                   move ACCT-Balance to MRG-Sur-Balance(Mrg-Ix)
                   move ACCT-Credit-Balance to MRG-Sur-Credit(Mrg-Ix)
               end-if
               if MRG-Absorbed(Mrg-Ix) equal ACCT-Number
                   set MRG-Abs-On-File(Mrg-Ix) to true
                   move ACCT-Name to MRG-Abs-Name(Mrg-Ix)
                   move ACCT-Balance to MRG-Abs-Balance(Mrg-Ix)
                   move ACCT-Credit-Balance to MRG-Abs-Credit(Mrg-Ix)
                   move ACCT-Credit-Date
                       to MRG-Abs-Credit-Date(Mrg-Ix)
                   move ACCT-Last-Payment-Date
                       to MRG-Abs-Last-Payment(Mrg-Ix)
               end-if
           end-perform
           .
       2200-Note-Plan-Before.
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Survivor(Mrg-Ix) equal PPL-Account
                   move PPL-Status to MRG-Sur-Plan(Mrg-Ix)
               end-if
               if MRG-Absorbed(Mrg-Ix) equal PPL-Account
                   move PPL-Status to MRG-Abs-Plan(Mrg-Ix)
               end-if
           end-perform
           .
       2250-Read-Next-Plan.
           read Plan-File
           if not Plan-File-OK and not Plan-File-EOF
               move Plan-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "PAYPLAN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2300-Note-Placement-Before.
           if AGY-Placed
               perform varying Mrg-Ix from 1 by 1
                       until Mrg-Ix greater than Merge-Count
                   if MRG-Survivor(Mrg-Ix) equal AGY-Account
                       set MRG-Sur-Is-Placed(Mrg-Ix) to true
                   end-if
                   if MRG-Absorbed(Mrg-Ix) equal AGY-Account
                       set MRG-Abs-Is-Placed(Mrg-Ix) to true
                   end-if
               end-perform
           end-if
           .
       2350-Read-Next-Placement.
           read Placement-File
           if not Placement-OK and not Placement-EOF
               move Placement-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "AGYPLACE" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2400-Look-Up-Hold.
           move Look-Account to CRD-Account
           read Credit-Hold-File
           end-read
           evaluate true
               when Credit-Hold-OK
                   move CRD-Hold-Reason to Look-Hold
               when Credit-Hold-Not-Found
                   move "-" to Look-Hold
               when other
                   move Credit-Hold-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "CRDHOLD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2500-Accept-or-Reject.
      *****************************************************************
      * An account carries at most one plan, so a survivor can take
      * over the absorbed account's plan only when it has none of
      * its own and no earlier pair on the run has handed it one.
      *****************************************************************
           move "N" to Plan-Taken-Switch
           if MRG-Abs-Plan(Mrg-Ix) not equal "-"
               perform varying Mrg-Jx from 1 by 1
                       until Mrg-Jx not less than Mrg-Ix
                   if MRG-Accepted(Mrg-Jx)
                       and MRG-Survivor(Mrg-Jx)
                           equal MRG-Survivor(Mrg-Ix)
                       and MRG-Abs-Plan(Mrg-Jx) not equal "-"
                       set Plan-Already-Taken to true
                   end-if
               end-perform
           end-if
           evaluate true
               when not MRG-Sur-On-File(Mrg-Ix)
                   move "surviving account is not on the accounts file"
                       to RPT-Rej-Reason
                   perform 2600-Reject-Merge
               when not MRG-Abs-On-File(Mrg-Ix)
                   move "absorbed account is not on the accounts file"
                       to RPT-Rej-Reason
                   perform 2600-Reject-Merge
               when MRG-Sur-Is-Placed(Mrg-Ix)
                    or MRG-Abs-Is-Placed(Mrg-Ix)
                   move "placed with an agency - recall it first"
                       to RPT-Rej-Reason
                   perform 2600-Reject-Merge
               when MRG-Abs-Plan(Mrg-Ix) not equal "-"
                    and MRG-Sur-Plan(Mrg-Ix) not equal "-"
                   move "both carry a payment plan - cancel one first"
                       to RPT-Rej-Reason
                   perform 2600-Reject-Merge
               when Plan-Already-Taken
                   move "survivor takes a plan on an earlier card"
                       to RPT-Rej-Reason
                   perform 2600-Reject-Merge
               when other
                   set MRG-Accepted(Mrg-Ix) to true
                   add 1 to Accounts-Merged
           end-evaluate
           .
       2600-Reject-Merge.
           set MRG-Rejected(Mrg-Ix) to true
           move MRG-Survivor(Mrg-Ix) to RPT-Rej-Survivor
           move MRG-Absorbed(Mrg-Ix) to RPT-Rej-Absorbed
           display Reject-Line
           add 1 to Cards-Rejected
           .
       3000-Merge-Accounts.
      *****************************************************************
      * The new accounts file: each absorbed account is dropped, and
      * its survivor written with the absorbed balances folded in.
      *****************************************************************
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Accounts-File
           if not New-Accounts-OK
               move New-Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFLO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2050-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               move "N" to Absorbed-Switch
               set Mrg-Ix to 1
               search Merge-Entry
                   at end
                       continue
                   when MRG-Absorbed(Mrg-Ix) equal ACCT-Number
                        and MRG-Accepted(Mrg-Ix)
                       set Account-Absorbed to true
               end-search
               if not Account-Absorbed
                   perform 3100-Fold-in-Absorbed
                   write New-Accounts-Record from Accounts-Record
                   if not New-Accounts-OK
                       move New-Accounts-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "ACCTFLO" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-if
               perform 2050-Read-Next-Account
           end-perform
           close New-Accounts-File
           close Accounts-File
           .
       3100-Fold-in-Absorbed.
           move "N" to Folded-Switch
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   and MRG-Survivor(Mrg-Ix) equal ACCT-Number
                   if not Survivor-Folded
                       if ACCT-Credit-Balance not numeric
                           move zero to ACCT-Credit-Balance
                       end-if
                       if ACCT-Credit-Date not numeric
                           move zero to ACCT-Credit-Date
                       end-if
                       if ACCT-Last-Payment-Date not numeric
                           move zero to ACCT-Last-Payment-Date
                       end-if
                       set Survivor-Folded to true
                   end-if
                   add MRG-Abs-Balance(Mrg-Ix) to ACCT-Balance
                   if MRG-Abs-Credit(Mrg-Ix) greater than zero
                       if ACCT-Credit-Balance equal zero
                           or ACCT-Credit-Date equal zero
                           or MRG-Abs-Credit-Date(Mrg-Ix)
                               less than ACCT-Credit-Date
                           move MRG-Abs-Credit-Date(Mrg-Ix)
                               to ACCT-Credit-Date
                       end-if
                       add MRG-Abs-Credit(Mrg-Ix)
                           to ACCT-Credit-Balance
                   end-if
                   if MRG-Abs-Last-Payment(Mrg-Ix)
                           greater than ACCT-Last-Payment-Date
                       move MRG-Abs-Last-Payment(Mrg-Ix)
                           to ACCT-Last-Payment-Date
                   end-if
               end-if
           end-perform
           if Survivor-Folded
               perform varying Mrg-Ix from 1 by 1
                       until Mrg-Ix greater than Merge-Count
                   if MRG-Accepted(Mrg-Ix)
                       and MRG-Survivor(Mrg-Ix) equal ACCT-Number
                       move ACCT-Balance to MRG-Aft-Balance(Mrg-Ix)
                       move ACCT-Credit-Balance
                           to MRG-Aft-Credit(Mrg-Ix)
                   end-if
               end-perform
           end-if
           .
       4000-Merge-Open-Items.
      *****************************************************************
      * The absorbed items are renumbered to the survivor and the
      * whole file re-sorted, so they fall in invoice-date order
      * among the survivor's own - the order BCTPOST keeps them in.
      *****************************************************************
           sort Item-Sort-File
               on ascending key SRI-Account SRI-Invoice-Date
               with duplicates in order
               input procedure 4100-Release-Open-Items
               giving New-Item-File
           if not sort-return equal zero
               move "SORT Open-Items" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4100-Release-Open-Items.
           open input Open-Item-File
           if not Open-Item-Missing
               if not Open-Item-OK
                   move Open-Item-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "OPENITEM" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 4150-Read-Next-Open-Item
               perform with test before
                       until Open-Item-EOF
                   perform 4200-Renumber-One-Item
                   release SD-Item-Record from FD-Open-Item-Record
                   perform 4150-Read-Next-Open-Item
               end-perform
               close Open-Item-File
           end-if
           .
       4150-Read-Next-Open-Item.
           read Open-Item-File
           if not Open-Item-OK and not Open-Item-EOF
               move Open-Item-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OPENITEM" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4200-Renumber-One-Item.
           set Mrg-Ix to 1
           search Merge-Entry
               at end
                   perform varying Mrg-Jx from 1 by 1
                           until Mrg-Jx greater than Merge-Count
                       if MRG-Accepted(Mrg-Jx)
                           and MRG-Survivor(Mrg-Jx) equal OPI-Account
                           add 1 to MRG-Sur-Items(Mrg-Jx)
                           add OPI-Open-Amount
                               to MRG-Sur-Item-Amount(Mrg-Jx)
                       end-if
                   end-perform
               when MRG-Absorbed(Mrg-Ix) equal OPI-Account
                    and MRG-Accepted(Mrg-Ix)
                   add 1 to MRG-Abs-Items(Mrg-Ix)
                   add OPI-Open-Amount to MRG-Abs-Item-Amount(Mrg-Ix)
                   if Dispute-File-Present
                       perform 4300-Move-Item-Dispute
                   end-if
                   move MRG-Survivor(Mrg-Ix) to OPI-Account
                   add 1 to Items-Moved
           end-search
           .
       4300-Move-Item-Dispute.
      *****************************************************************
      * A dispute on a moved item moves with it, written under the
      * survivor before it is removed from the absorbed account, so
      * an abend in between leaves it on file twice rather than not
      * at all.  Should the survivor already dispute an invoice of
      * the same number, the absorbed one is left where it is and
      * reported for the clerk.
      *****************************************************************
           move OPI-Account to DSP-Account
           move OPI-Invoice-Number to DSP-Invoice-Number
           read Dispute-File
           end-read
           evaluate true
               when Dispute-Not-Found
                   continue
               when not Dispute-OK
                   move Dispute-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "DISPUTE" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               when other
                   move FD-Dispute-Record to Saved-Dispute-Record
                   move MRG-Survivor(Mrg-Ix) to DSP-Account
                   read Dispute-File
                   end-read
                   if Dispute-OK
                       move OPI-Account to RPT-Dsp-Account
                       move OPI-Invoice-Number to RPT-Dsp-Invoice
                       display Dispute-Kept-Line
                   else
                       move Saved-Dispute-Record to FD-Dispute-Record
                       move MRG-Survivor(Mrg-Ix) to DSP-Account
                       write FD-Dispute-Record
                       end-write
                       if not Dispute-OK
                           move Dispute-File-Status to Error-Status
                           move Const-WRITE to Error-Operation
                           move "DISPUTE" to Error-DDNAME
                           move IO-Error-Message to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       move OPI-Account to DSP-Account
                       delete Dispute-File
                       end-delete
                       if not Dispute-OK
                           move Dispute-File-Status to Error-Status
                           move Const-WRITE to Error-Operation
                           move "DISPUTE" to Error-DDNAME
                           move IO-Error-Message to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       add 1 to MRG-Disputes-Moved(Mrg-Ix)
                       add 1 to Disputes-Moved
                   end-if
           end-evaluate
           .
       4500-Merge-Payment-Plans.
           sort Plan-Sort-File
               on ascending key SRP-Account
               input procedure 4600-Release-Plans
               giving New-Plan-File
           if not sort-return equal zero
               move "SORT Payment-Plans" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4600-Release-Plans.
           open input Plan-File
           if not Plan-File-Missing
               if not Plan-File-OK
                   move Plan-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "PAYPLAN" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2250-Read-Next-Plan
               perform with test before
                       until Plan-File-EOF
                   set Mrg-Ix to 1
                   search Merge-Entry
                       at end
                           continue
                       when MRG-Absorbed(Mrg-Ix) equal PPL-Account
                            and MRG-Accepted(Mrg-Ix)
                           move MRG-Survivor(Mrg-Ix) to PPL-Account
                           add 1 to Plans-Moved
                   end-search
                   release SD-Plan-Record from Plan-Record
                   perform 2250-Read-Next-Plan
               end-perform
               close Plan-File
           end-if
           .
       5000-Merge-Credit-Holds.
      *****************************************************************
      * The absorbed account's hold goes to the survivor: taken as
      * it stands by a survivor with no hold, and by one on an aging
      * hold when it is a returned-check hold (dated as it was, so
      * it stands its year).  Whatever hold the survivor ends with
      * is brought up to the merged balance.
      *****************************************************************
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   if MRG-Abs-Hold(Mrg-Ix) not equal "-"
                       perform 5100-Take-Absorbed-Hold
                   end-if
                   perform 5200-Restate-Survivor-Hold
               end-if
           end-perform
           .
       5100-Take-Absorbed-Hold.
           move MRG-Absorbed(Mrg-Ix) to CRD-Account
           read Credit-Hold-File
           end-read
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move CRD-Hold-Date to Saved-Hold-Date
           move CRD-Hold-Reason to Saved-Hold-Reason
           move MRG-Survivor(Mrg-Ix) to CRD-Account
           read Credit-Hold-File
           end-read
           evaluate true
               when Credit-Hold-Not-Found
                   move MRG-Survivor(Mrg-Ix) to CRD-Account
                   move Saved-Hold-Date to CRD-Hold-Date
                   move Saved-Hold-Reason to CRD-Hold-Reason
                   move MRG-Aft-Balance(Mrg-Ix) to CRD-Balance
                   write FD-Credit-Hold-Record
                   end-write
               when Credit-Hold-OK
                   if CRD-Aging-Hold
                       and Saved-Hold-Reason equal "N"
                       move Saved-Hold-Date to CRD-Hold-Date
                       move Saved-Hold-Reason to CRD-Hold-Reason
                   end-if
                   rewrite FD-Credit-Hold-Record
                   end-rewrite
               when other
                   move Credit-Hold-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "CRDHOLD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move MRG-Absorbed(Mrg-Ix) to CRD-Account
           delete Credit-Hold-File
           end-delete
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Holds-Moved
           .
       5200-Restate-Survivor-Hold.
           move MRG-Survivor(Mrg-Ix) to Look-Account
           perform 2400-Look-Up-Hold
           move Look-Hold to MRG-Aft-Hold(Mrg-Ix)
           if Credit-Hold-OK
               move MRG-Aft-Balance(Mrg-Ix) to CRD-Balance
               rewrite FD-Credit-Hold-Record
               end-rewrite
               if not Credit-Hold-OK
                   move Credit-Hold-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "CRDHOLD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       5500-Merge-Open-To-Buy.
      *****************************************************************
      * The absorbed account's exposure comes off its open-to-buy
      * record, which is removed, and onto the survivor's, so the
      * order desk sees the whole customer before the next posting
      * run refigures it.  A survivor with no open-to-buy record has
      * no limit to check against.
      *****************************************************************
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   move zero to Saved-OTB-Balance
                   move MRG-Absorbed(Mrg-Ix) to OTB-Account
                   read Open-To-Buy-File
                   end-read
                   evaluate true
                       when Open-To-Buy-OK
                           move OTB-Balance to Saved-OTB-Balance
                           delete Open-To-Buy-File
                           end-delete
                           perform 5600-Check-Open-To-Buy
                       when Open-To-Buy-Not-Found
                           continue
                       when other
                           perform 5600-Check-Open-To-Buy
                   end-evaluate
                   if Saved-OTB-Balance greater than zero
                       perform 5700-Add-to-Survivor-Exposure
                   end-if
               end-if
           end-perform
           .
       5600-Check-Open-To-Buy.
           if not Open-To-Buy-OK
               move Open-To-Buy-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "OPENBUY" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5700-Add-to-Survivor-Exposure.
           move MRG-Survivor(Mrg-Ix) to OTB-Account
           read Open-To-Buy-File
           end-read
           evaluate true
               when Open-To-Buy-OK
                   add Saved-OTB-Balance to OTB-Balance
                   subtract Saved-OTB-Balance from OTB-Open-To-Buy
                   move RDT-YYYYMMDD to OTB-As-Of-Date
                   rewrite FD-Open-To-Buy-Record
                   end-rewrite
                   perform 5600-Check-Open-To-Buy
               when Open-To-Buy-Not-Found
                   continue
               when other
                   perform 5600-Check-Open-To-Buy
           end-evaluate
           .
       6000-Merge-Letter-Log.
      *****************************************************************
      * The letter log stays in the date order DUNGEN appended it
      * in; the absorbed account's letters are only renumbered.
      *****************************************************************
           open output New-Letter-Log-File
           if not New-Letter-Log-OK
               move New-Letter-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNLOGO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Letter-Log-File
           if not Letter-Log-Missing
               if not Letter-Log-OK
                   move Letter-Log-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DUNLOG" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 6050-Read-Next-Letter
               perform with test before
                       until Letter-Log-EOF
                   set Mrg-Ix to 1
                   search Merge-Entry
                       at end
                           continue
                       when MRG-Absorbed(Mrg-Ix) equal DLG-Account
                            and MRG-Accepted(Mrg-Ix)
                           move MRG-Survivor(Mrg-Ix) to DLG-Account
                           add 1 to MRG-Letters-Moved(Mrg-Ix)
                           add 1 to Letters-Moved
                   end-search
                   write New-Letter-Log-Record from Letter-Log-Record
                   if not New-Letter-Log-OK
                       move New-Letter-Log-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "DUNLOGO" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   perform 6050-Read-Next-Letter
               end-perform
               close Letter-Log-File
           end-if
           close New-Letter-Log-File
           .
       6050-Read-Next-Letter.
           read Letter-Log-File
           if not Letter-Log-OK and not Letter-Log-EOF
               move Letter-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       6500-Write-Forwarding.
           open i-o Forwarding-File
           if Forwarding-Missing
               open output Forwarding-File
           end-if
           if not Forwarding-OK
               move Forwarding-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFWD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   move spaces to FD-Forwarding-Record
                   move MRG-Absorbed(Mrg-Ix) to FWD-Old-Account
                   move MRG-Survivor(Mrg-Ix) to FWD-New-Account
                   move RDT-YYYYMMDD to FWD-Merge-Date
                   write FD-Forwarding-Record
                   end-write
                   if Forwarding-Duplicate
                       rewrite FD-Forwarding-Record
                       end-rewrite
                   end-if
                   if not Forwarding-OK
                       move Forwarding-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "ACCTFWD" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-if
           end-perform
           close Forwarding-File
           .
       6700-Write-Transfer-Feed.
           open output Transfer-Feed-File
           if not Transfer-Feed-OK
               move Transfer-Feed-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "MRGXFR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   move spaces to Transfer-Feed-Record
                   move MRG-Absorbed(Mrg-Ix) to MXF-Account
                   move "O" to MXF-Direction
                   move MRG-Abs-Balance(Mrg-Ix) to MXF-Balance
                   move MRG-Abs-Credit(Mrg-Ix) to MXF-Credit-Balance
                   move RDT-YYYYMMDD to MXF-Date
                   move MRG-Survivor(Mrg-Ix) to MXF-Other-Account
                   perform 6750-Write-Transfer-Record
                   move MRG-Survivor(Mrg-Ix) to MXF-Account
                   move "I" to MXF-Direction
                   move MRG-Absorbed(Mrg-Ix) to MXF-Other-Account
                   perform 6750-Write-Transfer-Record
               end-if
           end-perform
           close Transfer-Feed-File
           .
       6750-Write-Transfer-Record.
           write Transfer-Feed-Record
           if not Transfer-Feed-OK
               move Transfer-Feed-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "MRGXFR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7000-Print-Merge-Audit.
           perform varying Mrg-Ix from 1 by 1
                   until Mrg-Ix greater than Merge-Count
               if MRG-Accepted(Mrg-Ix)
                   perform 7100-Print-One-Merge
               end-if
           end-perform
           .
       7100-Print-One-Merge.
      *****************************************************************
      * Both accounts before, and the survivor after every pair on
      * the run that merged into it.
      *****************************************************************
           display space
           move MRG-Absorbed(Mrg-Ix) to RPT-Absorbed
           move MRG-Abs-Name(Mrg-Ix) to RPT-Absorbed-Name
           move MRG-Survivor(Mrg-Ix) to RPT-Survivor
           move MRG-Sur-Name(Mrg-Ix) to RPT-Survivor-Name
           display Merge-Line
           move "before " to RPT-Det-When
           move "survivor " to RPT-Det-Role
           move MRG-Survivor(Mrg-Ix) to RPT-Det-Account
           move MRG-Sur-Balance(Mrg-Ix) to RPT-Det-Balance
           move MRG-Sur-Credit(Mrg-Ix) to RPT-Det-Credit
           move MRG-Sur-Items(Mrg-Ix) to RPT-Det-Items
           move MRG-Sur-Item-Amount(Mrg-Ix) to RPT-Det-Item-Amount
           move MRG-Sur-Plan(Mrg-Ix) to RPT-Det-Plan
           move MRG-Sur-Hold(Mrg-Ix) to RPT-Det-Hold
           display Detail-Line
           move spaces to RPT-Det-When
           move "absorbed " to RPT-Det-Role
           move MRG-Absorbed(Mrg-Ix) to RPT-Det-Account
           move MRG-Abs-Balance(Mrg-Ix) to RPT-Det-Balance
           move MRG-Abs-Credit(Mrg-Ix) to RPT-Det-Credit
           move MRG-Abs-Items(Mrg-Ix) to RPT-Det-Items
           move MRG-Abs-Item-Amount(Mrg-Ix) to RPT-Det-Item-Amount
           move MRG-Abs-Plan(Mrg-Ix) to RPT-Det-Plan
           move MRG-Abs-Hold(Mrg-Ix) to RPT-Det-Hold
           display Detail-Line
           move MRG-Sur-Items(Mrg-Ix) to Aft-Items
           move MRG-Sur-Item-Amount(Mrg-Ix) to Aft-Item-Amount
           move MRG-Sur-Plan(Mrg-Ix) to Aft-Plan
           move MRG-Aft-Hold(Mrg-Ix) to Aft-Hold
           perform varying Mrg-Jx from 1 by 1
                   until Mrg-Jx greater than Merge-Count
               if MRG-Accepted(Mrg-Jx)
                   and MRG-Survivor(Mrg-Jx) equal MRG-Survivor(Mrg-Ix)
                   add MRG-Abs-Items(Mrg-Jx) to Aft-Items
                   add MRG-Abs-Item-Amount(Mrg-Jx) to Aft-Item-Amount
                   if MRG-Abs-Plan(Mrg-Jx) not equal "-"
                       move MRG-Abs-Plan(Mrg-Jx) to Aft-Plan
                   end-if
                   move MRG-Aft-Hold(Mrg-Jx) to Aft-Hold
               end-if
           end-perform
           move "after  " to RPT-Det-When
           move "survivor " to RPT-Det-Role
           move MRG-Survivor(Mrg-Ix) to RPT-Det-Account
           move MRG-Aft-Balance(Mrg-Ix) to RPT-Det-Balance
           move MRG-Aft-Credit(Mrg-Ix) to RPT-Det-Credit
           move Aft-Items to RPT-Det-Items
           move Aft-Item-Amount to RPT-Det-Item-Amount
           move Aft-Plan to RPT-Det-Plan
           move Aft-Hold to RPT-Det-Hold
           display Detail-Line
           move MRG-Disputes-Moved(Mrg-Ix) to RPT-Mov-Disputes
           move MRG-Letters-Moved(Mrg-Ix) to RPT-Mov-Letters
           display Moved-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Cards-Read to RPT-Cards-Read
           move Accounts-Merged to RPT-Merged
           move Cards-Rejected to RPT-Rejected
           move Items-Moved to RPT-Items-Moved
           move Disputes-Moved to RPT-Disputes-Moved
           move Plans-Moved to RPT-Plans-Moved
           move Holds-Moved to RPT-Holds-Moved
           move Letters-Moved to RPT-Letters-Moved
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Housekeeping.
           if Dispute-File-Present
               close Dispute-File
           end-if
           close Open-To-Buy-File
           close Credit-Hold-File
           .

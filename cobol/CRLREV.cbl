       Identification Division.
       Program-Id. CRLREV.
      *****************************************************************
      * Quarterly credit-limit review.  The limits on ACCTFL (which
      * BCTPOST carries onto the OPENBUY file the order desk checks)
      * were set years ago and never looked at since.  This job
      * scores every account with a limit from its own history and
      * recommends a new limit, in two modes off the SYSIN cards:
      *
      * Mode R (review): an R card.  The months of history to score
      * are REVIEW-MONTHS on the RUNPARM run-parameter file, read
      * through PRMGET as of today, 12 when the file has no setting;
      * a nonzero count in cols 2-3 of the R card is a one-night
      * override, logged on the PRMAUDT audit file.  Each limited
      * account on ACCTFL is scored from, over that period:
      *
      *   - its average days to pay, invoice date to payment date,
      *     weighted by amount, off the PAYHIST items (a payment the
      *     bank returned does not count);
      *   - its returned checks, off the PAYHIST payments;
      *   - its write-offs, off WOFFHIST (the WRITEOFF GL feeds for
      *     the period, concatenated by the job stream);
      *   - the highest letter level DUNGEN sent it, off DUNLOG;
      *   - its peak month-end balance against its limit, off the
      *     AGEDREC AGESNAP snapshots (and today's balance);
      *   - its months on credit hold - its month-ends in the
      *     120-plus bucket, or the age of a hold standing on
      *     CRDHOLD now, whichever is longer.
      *
      * A good payer using most of its limit is recommended a raise;
      * a poor one a cut, never below the floor - a zero limit
      * means no limit at all.  Every account is listed with its
      * score; each recommended change is printed with the reasons
      * behind it and written to the CRLREC file for sign-off.
      *
      * Mode A (apply): an A card, then a Y card for each change
      * credit management signs off (cols 2-8 account, cols 9-17 the
      * limit approved, 9(7)v99, blank to take the recommendation as
      * printed).  Only an account with a recommendation on CRLREC
      * can be approved.  Each approved limit goes onto a new
      * accounts file the job stream swaps in - the limit BCTPOST
      * carries forward - and straight onto OPENBUY, so the desk has
      * the new room before the next posting run.
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
           Select Payment-History-File
               Record Key PYH-Key
               Assign to "PAYHIST"
               Organization Indexed
               Access Sequential
               File Status Payment-History-File-Status.
           Select Credit-Hold-File
               Record Key CRD-Account
               Assign to "CRDHOLD"
               Organization Indexed
               Access Sequential
               File Status Credit-Hold-File-Status.
           Select Open-To-Buy-File
               Record Key OTB-Account
               Assign to "OPENBUY"
               Organization Indexed
               Access Random
               File Status Open-To-Buy-File-Status.
           Select Letter-Log-File
               Assign to "DUNLOG"
               Organization Sequential
               Access Sequential
               File Status Letter-Log-File-Status.
           Select Sorted-Letter-File
               Assign to "DUNSORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Letter-File-Status.
           Select Letter-Sort-File
               Assign to "SORTWK01".
           Select Snapshot-File
               Assign to "AGESNAP"
               Organization Sequential
               Access Sequential
               File Status Snapshot-File-Status.
           Select Sorted-Snapshot-File
               Assign to "AGESORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Snapshot-File-Status.
           Select Snapshot-Sort-File
               Assign to "SORTWK02".
           Select Writeoff-History-File
               Assign to "WOFFHIST"
               Organization Sequential
               Access Sequential
               File Status Writeoff-History-File-Status.
           Select Sorted-Writeoff-File
               Assign to "WOFFSRTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Writeoff-File-Status.
           Select Writeoff-Sort-File
               Assign to "SORTWK03".
           Select Recommendation-File
               Assign to "CRLREC"
               Organization Sequential
               Access Sequential
               File Status Recommendation-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CRV-Mode                   pic x(1).
               88  CRV-Review-Mode        value "R".
               88  CRV-Apply-Mode         value "A".
               88  CRV-Approval-Card      value "Y".
           05  CRV-Review-Months          pic x(2).
           05  CRV-Review-Months-Num redefines CRV-Review-Months
                                          pic 9(2).
           05  filler                     pic x(77).
       01  Approval-Card-View redefines Control-Card-Record.
           05  filler                     pic x(1).
           05  CRY-Account                pic x(7).
           05  CRY-Account-Num redefines CRY-Account
                                          pic 9(7).
           05  CRY-Approved-Limit         pic x(9).
           05  CRY-Approved-Limit-Num redefines CRY-Approved-Limit
                                          pic 9(7)v99.
           05  filler                     pic x(63).
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
       FD  Payment-History-File.
       01  FD-Payment-History-Record.
           copy PAYHIST.
       FD  Credit-Hold-File.
       01  FD-Credit-Hold-Record.
           copy CRDHOLD.
       FD  Open-To-Buy-File.
       01  FD-Open-To-Buy-Record.
           copy OPENBUY.
       FD  Letter-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Letter-Log-Record              pic x(80).
       FD  Sorted-Letter-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as DUNGEN's Letter-Log-Record.
       01  Sorted-Letter-Record.
           05  DLG-Account                pic 9(7).
           05  DLG-Level                  pic 9(1).
           05  DLG-Date                   pic 9(8).
           05  filler                     pic x(64).
       SD  Letter-Sort-File.
       01  SD-Letter-Record.
           05  SRL-Account                pic 9(7).
           05  filler                     pic x(1).
           05  SRL-Date                   pic 9(8).
           05  filler                     pic x(64).
       FD  Snapshot-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Snapshot-Record                pic x(80).
       FD  Sorted-Snapshot-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as AGEDREC's Snapshot-Record.
       01  Sorted-Snapshot-Record.
           05  SNP-Snapshot-Date          pic 9(8).
           05  SNP-Account                pic 9(7).
           05  SNP-Bucket                 pic x(1).
               88  SNP-Bucket-120-Plus    value "3".
           05  SNP-Balance                pic 9(7)v99.
           05  filler                     pic x(55).
       SD  Snapshot-Sort-File.
       01  SD-Snapshot-Record.
           05  SRS-Snapshot-Date          pic 9(8).
           05  SRS-Account                pic 9(7).
           05  filler                     pic x(65).
       FD  Writeoff-History-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Writeoff-History-Record        pic x(80).
       FD  Sorted-Writeoff-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as WRITEOFF's GL feed record.
       01  Sorted-Writeoff-Record.
           05  WOF-Account                pic 9(7).
           05  WOF-Amount                 pic 9(7)v99.
           05  WOF-Date                   pic 9(8).
           05  filler                     pic x(56).
       SD  Writeoff-Sort-File.
       01  SD-Writeoff-Record.
           05  SRW-Account                pic 9(7).
           05  filler                     pic x(73).
       FD  Recommendation-File
           Recording Mode F
           Record Contains 80 Characters.
      *****************************************************************
      * One recommended limit change awaiting sign-off, in account
      * order.
      *****************************************************************
       01  Recommendation-Record.
           05  CLR-Account                pic 9(7).
           05  CLR-Review-Date            pic 9(8).
           05  CLR-Current-Limit          pic 9(7)v99.
           05  CLR-Recommended-Limit      pic 9(7)v99.
           05  CLR-Score                  pic s9(3)
                                          sign leading separate.
           05  CLR-Action                 pic x(1).
               88  CLR-Raise              value "R".
               88  CLR-Cut                value "C".
           05  filler                     pic x(42).
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
           05  Payment-History-File-Status
                                          pic x(02).
               88  Payment-History-OK     value "00".
               88  Payment-History-EOF    value "10".
           05  Credit-Hold-File-Status    pic x(02).
               88  Credit-Hold-OK         value "00".
               88  Credit-Hold-EOF        value "10".
           05  Open-To-Buy-File-Status    pic x(02).
               88  Open-To-Buy-OK         value "00".
               88  Open-To-Buy-Not-Found  value "23".
           05  Letter-Log-File-Status     pic x(02).
               88  Letter-Log-OK          value "00".
           05  Sorted-Letter-File-Status  pic x(02).
               88  Sorted-Letter-OK       value "00".
               88  Sorted-Letter-EOF      value "10".
           05  Snapshot-File-Status       pic x(02).
               88  Snapshot-File-OK       value "00".
           05  Sorted-Snapshot-File-Status
                                          pic x(02).
               88  Sorted-Snapshot-OK     value "00".
               88  Sorted-Snapshot-EOF    value "10".
           05  Writeoff-History-File-Status
                                          pic x(02).
               88  Writeoff-History-OK    value "00".
           05  Sorted-Writeoff-File-Status
                                          pic x(02).
               88  Sorted-Writeoff-OK     value "00".
               88  Sorted-Writeoff-EOF    value "10".
           05  Recommendation-File-Status pic x(02).
               88  Recommendation-OK      value "00".
               88  Recommendation-EOF     value "10".
       01  This-Program-Id                pic x(8) value "CRLREV".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Run-Mode                       pic x(1).
           88  Review-Mode                value "R".
           88  Apply-Mode                 value "A".
      *****************************************************************
      * The scoring rules.  A score of Raise-Score or better on an
      * account whose peak balance reached Raise-Use-Percent of its
      * limit earns a raise; a score of Cut-Score or worse a cut,
      * Deep-Cut-Score or worse a deep cut.  New limits are rounded
      * to the hundred and never set below Limit-Floor.
      *****************************************************************
       01  Review-Rules.
           05  Review-Months              pic 9(02) value 12.
           05  Raise-Score                pic s9(3) value +2.
           05  Raise-Use-Percent          pic 9(3) value 75.
           05  Raise-Percent              pic 9(3) value 25.
           05  Cut-Score                  pic s9(3) value -1.
           05  Cut-Percent                pic 9(3) value 25.
           05  Deep-Cut-Score             pic s9(3) value -4.
           05  Deep-Cut-Percent           pic 9(3) value 50.
           05  Limit-Floor                pic 9(7)v99 value 100.00.
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Months-Value redefines RPP-Value.
               10  RPP-Review-Months      pic 9(2).
               10  filler                 pic x(30).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Cutoff-Fields.
           05  Cutoff-Date                pic 9(8).
           05  filler redefines Cutoff-Date.
               10  COD-Year               pic 9(4).
               10  COD-Month              pic 9(2).
               10  COD-Day                pic 9(2).
           05  Cutoff-Month-Count         pic 9(6).
       01  Account-History.
           05  Weighted-Pay-Days          pic 9(13)v99.
           05  Amount-Paid-Sum            pic 9(11)v99.
           05  Average-Days-to-Pay        pic 9(5).
           05  Pay-Days                   pic s9(7).
           05  Returned-Checks            pic 9(3).
           05  Writeoffs-Count            pic 9(3).
           05  Writeoffs-Amount           pic 9(9)v99.
           05  Highest-Letter-Level       pic 9(1).
           05  Peak-Balance               pic 9(7)v99.
           05  Months-in-120-Plus         pic 9(3).
           05  Months-on-Hold             pic 9(3).
           05  Hold-Months                pic 9(5).
           05  Peak-Use-Percent           pic 9(5).
           05  Account-Score              pic s9(3).
           05  Score-Points               pic s9(3).
           05  Recommended-Limit          pic 9(7)v99.
           05  Limit-Hundreds             pic 9(7).
           05  Payment-Counts-Switch      pic x.
               88  Payment-Counts         value "Y".
           05  Any-Payment-Switch         pic x.
               88  Any-Payment-Seen       value "Y".
      *****************************************************************
      * The reasons behind the score, one line each, printed under
      * a recommended change.
      *****************************************************************
       01  Reason-Count                   pic 9(02) value zero.
       01  Reason-Table.
           05  Reason-Line occurs 1 to 8 times
                   depending on Reason-Count
                   indexed by Reason-Ix
                                          pic x(60).
       01  Reason-Edit-Fields.
           05  Edit-Count                 pic zz9.
           05  Edit-Days                  pic zzzz9.
           05  Edit-Amount                pic $z,zzz,zz9.99.
           05  Edit-Percent               pic zzzz9.
           05  Edit-Level                 pic 9.
      *****************************************************************
      * Apply mode: the recommendations off CRLREC, in account order,
      * each with the limit signed off against it.
      *****************************************************************
       01  Recommendation-Count           pic 9(05) value zero.
       01  Recommendation-Table.
           05  Recommendation-Entry occurs 1 to 5000 times
                   depending on Recommendation-Count
                   ascending key REC-Account
                   indexed by Rec-Ix.
               10  REC-Account            pic 9(7).
               10  REC-Recommended-Limit  pic 9(7)v99.
               10  REC-Approved-Limit     pic 9(7)v99.
               10  REC-Approval-Switch    pic x(1).
                   88  REC-Approved       value "Y".
                   88  REC-Applied        value "A".
       01  Review-Counters.
           05  Accounts-Read              pic 9(07) comp.
           05  Accounts-Reviewed          pic 9(07) comp.
           05  Raises-Recommended         pic 9(07) comp.
           05  Cuts-Recommended           pic 9(07) comp.
           05  Limits-Kept                pic 9(07) comp.
           05  Cards-Approved             pic 9(07) comp.
           05  Cards-Rejected             pic 9(07) comp.
           05  Limits-Applied             pic 9(07) comp.
           05  Approvals-Unapplied        pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(36)
                   value "--- Credit-Limit Review - history ".
               10  filler                 pic x(05) value "from ".
               10  RPT-Cutoff-Date        pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Apply-Heading-Line         pic x(44)
               value "--- Credit-Limit Changes Applied ---".
           05  Account-Line.
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(24).
               10  filler                 pic x(07)
                   value " limit ".
               10  RPT-Current-Limit      pic $z,zzz,zz9.99.
               10  filler                 pic x(06)
                   value " peak ".
               10  RPT-Peak-Balance       pic $z,zzz,zz9.99.
               10  filler                 pic x(07)
                   value " score ".
               10  RPT-Score              pic ---9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Action             pic x(10).
               10  RPT-Recommended-Limit  pic $z,zzz,zz9.99.
           05  Reason-Print-Line.
               10  filler                 pic x(12) value spaces.
               10  RPT-Reason             pic x(60).
           05  Applied-Line.
               10  filler                 pic x(10)
                   value "Applied   ".
               10  RPT-App-Account        pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-App-Name           pic x(24).
               10  filler                 pic x(06)
                   value " from ".
               10  RPT-App-Old-Limit      pic $z,zzz,zz9.99.
               10  filler                 pic x(04) value " to ".
               10  RPT-App-New-Limit      pic $z,zzz,zz9.99.
           05  Reject-Line.
               10  filler                 pic x(16)
                   value "Card rejected   ".
               10  RPT-Rej-Account        pic x(7).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(50).
           05  Review-Totals-Line.
               10  filler                 pic x(15)
                   value "Accounts read: ".
               10  RPT-Accounts-Read      pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Reviewed: ".
               10  RPT-Accounts-Reviewed  pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Raise: ".
               10  RPT-Raises             pic zzz,zz9.
               10  filler                 pic x(08)
                   value "  Cut: ".
               10  RPT-Cuts               pic zzz,zz9.
               10  filler                 pic x(09)
                   value "  Keep: ".
               10  RPT-Kept               pic zzz,zz9.
           05  Apply-Totals-Line.
               10  filler                 pic x(15)
                   value "Cards approved:".
               10  RPT-Cards-Approved     pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Cards-Rejected     pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Applied: ".
               10  RPT-Limits-Applied     pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Not on accounts file: ".
               10  RPT-Unapplied          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           if Review-Mode
               perform 1000-Sort-History-Files
               perform 2000-Review-the-Accounts
           else
               perform 5000-Load-Recommendations
               perform 5500-Load-Approval-Cards
               perform 6000-Apply-Approved-Limits
           end-if
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Accounts-Read
           move zero to Accounts-Reviewed
           move zero to Raises-Recommended
           move zero to Cuts-Recommended
           move zero to Limits-Kept
           move zero to Cards-Approved
           move zero to Cards-Rejected
           move zero to Limits-Applied
           move zero to Approvals-Unapplied
           move function current-date to Run-Date-Time
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
               move "SYSIN must carry an R or A mode card"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           evaluate true
               when CRV-Review-Mode
                   move "R" to Run-Mode
                   perform 0050-Get-Review-Months
                   close Control-Card-File
               when CRV-Apply-Mode
                   move "A" to Run-Mode
               when other
                   move "Mode card must be R (review) or A (apply)"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
      * History counts from the first of the month Review-Months back.
           move RDT-YYYYMMDD to Cutoff-Date
           compute Cutoff-Month-Count =
               COD-Year * 12 + COD-Month - 1 - Review-Months
           end-compute
           divide Cutoff-Month-Count by 12
               giving COD-Year remainder COD-Month
           add 1 to COD-Month
           move 1 to COD-Day
           open input Accounts-File
           if not Accounts-File-OK
               move Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0050-Get-Review-Months.
      *****************************************************************
      * The file's review period, unless the R card overrides it for
      * tonight - and then the override is logged.
      *****************************************************************
           move "G" to RPP-Function
           move "CRLREV" to RPP-Program-Id
           move "REVIEW-MONTHS" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Review-Months numeric
               and RPP-Review-Months greater than zero
               move RPP-Review-Months to Review-Months
           end-if
           if CRV-Review-Months numeric
               and CRV-Review-Months-Num greater than zero
               move CRV-Review-Months-Num to Review-Months
               move "O" to RPP-Function
               move spaces to RPP-Value
               move CRV-Review-Months-Num to RPP-Review-Months
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       1000-Sort-History-Files.
           sort Letter-Sort-File
               on ascending key SRL-Account
               on ascending key SRL-Date
               using Letter-Log-File
               giving Sorted-Letter-File
           if not sort-return equal zero
               move "SORT Letter-Log" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           sort Snapshot-Sort-File
               on ascending key SRS-Account
               on ascending key SRS-Snapshot-Date
               using Snapshot-File
               giving Sorted-Snapshot-File
           if not sort-return equal zero
               move "SORT Snapshots" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           sort Writeoff-Sort-File
               on ascending key SRW-Account
               using Writeoff-History-File
               giving Sorted-Writeoff-File
           if not sort-return equal zero
               move "SORT Write-off-History" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Review-the-Accounts.
      *****************************************************************
      * ACCTFL drives; each history stream is walked alongside it in
      * account order, history for an account no longer on file
      * skipped over.
      *****************************************************************
           open input Payment-History-File
           if not Payment-History-OK
               move Payment-History-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "PAYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Credit-Hold-File
           if not Credit-Hold-OK
               move Credit-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Letter-File
           if not Sorted-Letter-OK
               move Sorted-Letter-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Snapshot-File
           if not Sorted-Snapshot-OK
               move Sorted-Snapshot-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGESORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open input Sorted-Writeoff-File
           if not Sorted-Writeoff-OK
               move Sorted-Writeoff-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "WOFFSRTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Recommendation-File
           if not Recommendation-OK
               move Recommendation-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRLREC" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move Cutoff-Date to RPT-Cutoff-Date
           display Heading-Line
           display space
           perform 2210-Read-Next-Payment-History
           perform 2220-Read-Next-Hold
           perform 2230-Read-Next-Letter
           perform 2240-Read-Next-Snapshot
           perform 2250-Read-Next-Writeoff
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               perform 2300-Gather-Account-History
               if ACCT-Credit-Limit numeric
                   and ACCT-Credit-Limit greater than zero
                   perform 3000-Score-the-Account
                   perform 3500-Recommend-a-Limit
               end-if
               perform 2100-Read-Next-Account
           end-perform
           close Recommendation-File
           close Sorted-Writeoff-File
           close Sorted-Snapshot-File
           close Sorted-Letter-File
           close Credit-Hold-File
           close Payment-History-File
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
       2210-Read-Next-Payment-History.
           read Payment-History-File
           if Payment-History-EOF
               move 9999999 to PYH-Account
           else
               if not Payment-History-OK
                   move Payment-History-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "PAYHIST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2220-Read-Next-Hold.
           read Credit-Hold-File
           if Credit-Hold-EOF
               move 9999999 to CRD-Account
           else
               if not Credit-Hold-OK
                   move Credit-Hold-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "CRDHOLD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2230-Read-Next-Letter.
           read Sorted-Letter-File
           if Sorted-Letter-EOF
               move 9999999 to DLG-Account
           else
               if not Sorted-Letter-OK
                   move Sorted-Letter-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "DUNSORTD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2240-Read-Next-Snapshot.
           read Sorted-Snapshot-File
           if Sorted-Snapshot-EOF
               move 9999999 to SNP-Account
           else
               if not Sorted-Snapshot-OK
                   move Sorted-Snapshot-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "AGESORTD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2250-Read-Next-Writeoff.
           read Sorted-Writeoff-File
           if Sorted-Writeoff-EOF
               move 9999999 to WOF-Account
           else
               if not Sorted-Writeoff-OK
                   move Sorted-Writeoff-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "WOFFSRTD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2300-Gather-Account-History.
           move zero to Weighted-Pay-Days
           move zero to Amount-Paid-Sum
           move zero to Average-Days-to-Pay
           move zero to Returned-Checks
           move zero to Writeoffs-Count
           move zero to Writeoffs-Amount
           move zero to Highest-Letter-Level
           move zero to Months-in-120-Plus
           move zero to Months-on-Hold
           move "N" to Payment-Counts-Switch
           move "N" to Any-Payment-Switch
           move ACCT-Balance to Peak-Balance
      * Payments: each P record heads the items it relieved.
           perform with test before
                   until PYH-Account not less than ACCT-Number
               perform 2210-Read-Next-Payment-History
           end-perform
           perform with test before
                   until PYH-Account not equal ACCT-Number
               if PYH-Payment-Entry
                   move "N" to Payment-Counts-Switch
                   if PYH-Returned
                       if PYH-Returned-Date not less than Cutoff-Date
                           add 1 to Returned-Checks
                       end-if
                   else
                       if PYH-Payment-Date not less than Cutoff-Date
                           set Payment-Counts to true
                       end-if
                   end-if
               else
                   if Payment-Counts
                       and PYI-Invoice-Date numeric
                       and PYI-Invoice-Date greater than zero
                       compute Pay-Days =
                           function integer-of-date(PYH-Payment-Date)
                           - function integer-of-date(PYI-Invoice-Date)
                       end-compute
                       if Pay-Days less than zero
                           move zero to Pay-Days
                       end-if
                       compute Weighted-Pay-Days =
                           Weighted-Pay-Days
                           + Pay-Days * PYI-Amount-Relieved
                       end-compute
                       add PYI-Amount-Relieved to Amount-Paid-Sum
                       set Any-Payment-Seen to true
                   end-if
               end-if
               perform 2210-Read-Next-Payment-History
           end-perform
           if Amount-Paid-Sum greater than zero
               compute Average-Days-to-Pay rounded =
                   Weighted-Pay-Days / Amount-Paid-Sum
               end-compute
           end-if
      * A hold standing now, aged in thirty-day months.
           perform with test before
                   until CRD-Account not less than ACCT-Number
               perform 2220-Read-Next-Hold
           end-perform
           if CRD-Account equal ACCT-Number
               compute Hold-Months =
                   (function integer-of-date(RDT-YYYYMMDD)
                    - function integer-of-date(CRD-Hold-Date)) / 30
               end-compute
               if Hold-Months greater than Review-Months
                   move Review-Months to Hold-Months
               end-if
               move Hold-Months to Months-on-Hold
               perform 2220-Read-Next-Hold
           end-if
      * Dunning letters.
           perform with test before
                   until DLG-Account not less than ACCT-Number
               perform 2230-Read-Next-Letter
           end-perform
           perform with test before
                   until DLG-Account not equal ACCT-Number
               if DLG-Date not less than Cutoff-Date
                   and DLG-Level greater than Highest-Letter-Level
                   move DLG-Level to Highest-Letter-Level
               end-if
               perform 2230-Read-Next-Letter
           end-perform
      * Month-end snapshots.
           perform with test before
                   until SNP-Account not less than ACCT-Number
               perform 2240-Read-Next-Snapshot
           end-perform
           perform with test before
                   until SNP-Account not equal ACCT-Number
               if SNP-Snapshot-Date not less than Cutoff-Date
                   if SNP-Balance greater than Peak-Balance
                       move SNP-Balance to Peak-Balance
                   end-if
                   if SNP-Bucket-120-Plus
                       add 1 to Months-in-120-Plus
                   end-if
               end-if
               perform 2240-Read-Next-Snapshot
           end-perform
           if Months-in-120-Plus greater than Months-on-Hold
               move Months-in-120-Plus to Months-on-Hold
           end-if
      * Write-offs.
           perform with test before
                   until WOF-Account not less than ACCT-Number
               perform 2250-Read-Next-Writeoff
           end-perform
           perform with test before
                   until WOF-Account not equal ACCT-Number
               if WOF-Date not less than Cutoff-Date
                   add 1 to Writeoffs-Count
                   add WOF-Amount to Writeoffs-Amount
               end-if
               perform 2250-Read-Next-Writeoff
           end-perform
           .
       3000-Score-the-Account.
      *****************************************************************
      * Points for and against, each with its reason line.
      *****************************************************************
           add 1 to Accounts-Reviewed
           move zero to Account-Score
           move zero to Reason-Count
           evaluate true
               when not Any-Payment-Seen
                   move zero to Score-Points
               when Average-Days-to-Pay not greater than 30
                   move +2 to Score-Points
               when Average-Days-to-Pay not greater than 45
                   move +1 to Score-Points
               when Average-Days-to-Pay not greater than 60
                   move zero to Score-Points
               when Average-Days-to-Pay not greater than 90
                   move -1 to Score-Points
               when other
                   move -2 to Score-Points
           end-evaluate
           add 1 to Reason-Count
           if Any-Payment-Seen
               move Average-Days-to-Pay to Edit-Days
               move spaces to Reason-Line(Reason-Count)
               string "pays on average in " delimited by size
                      Edit-Days delimited by size
                      " days" delimited by size
                   into Reason-Line(Reason-Count)
               end-string
           else
               move "no payments in the review period"
                   to Reason-Line(Reason-Count)
           end-if
           add Score-Points to Account-Score
           if Returned-Checks greater than zero
               compute Score-Points = Returned-Checks * -2
               if Score-Points less than -4
                   move -4 to Score-Points
               end-if
               add Score-Points to Account-Score
               add 1 to Reason-Count
               move Returned-Checks to Edit-Count
               move spaces to Reason-Line(Reason-Count)
               string Edit-Count delimited by size
                      " returned check(s)" delimited by size
                   into Reason-Line(Reason-Count)
               end-string
           end-if
           if Writeoffs-Count greater than zero
               subtract 4 from Account-Score
               add 1 to Reason-Count
               move Writeoffs-Amount to Edit-Amount
               move spaces to Reason-Line(Reason-Count)
               string "balance written off: " delimited by size
                      Edit-Amount delimited by size
                   into Reason-Line(Reason-Count)
               end-string
           end-if
           if Highest-Letter-Level greater than zero
               evaluate Highest-Letter-Level
                   when 1
                       move zero to Score-Points
                   when 2
                       move -1 to Score-Points
                   when other
                       move -3 to Score-Points
               end-evaluate
               add Score-Points to Account-Score
               add 1 to Reason-Count
               move Highest-Letter-Level to Edit-Level
               move spaces to Reason-Line(Reason-Count)
               string "dunned to letter level " delimited by size
                      Edit-Level delimited by size
                   into Reason-Line(Reason-Count)
               end-string
           end-if
           if Months-on-Hold greater than zero
               if Months-on-Hold greater than 3
                   subtract 3 from Account-Score
               else
                   subtract Months-on-Hold from Account-Score
               end-if
               add 1 to Reason-Count
               move Months-on-Hold to Edit-Count
               move spaces to Reason-Line(Reason-Count)
               string Edit-Count delimited by size
                      " month(s) on credit hold" delimited by size
                   into Reason-Line(Reason-Count)
               end-string
           end-if
           compute Peak-Use-Percent =
               Peak-Balance * 100 / ACCT-Credit-Limit
               on size error
                   move 99999 to Peak-Use-Percent
           end-compute
           add 1 to Reason-Count
           move Peak-Use-Percent to Edit-Percent
           move Peak-Balance to Edit-Amount
           move spaces to Reason-Line(Reason-Count)
           string "peak balance " delimited by size
                  Edit-Amount delimited by size
                  ", " delimited by size
                  Edit-Percent delimited by size
                  "% of the limit" delimited by size
               into Reason-Line(Reason-Count)
           end-string
           .
       3500-Recommend-a-Limit.
           move ACCT-Credit-Limit to Recommended-Limit
           evaluate true
               when Account-Score not greater than Deep-Cut-Score
                   compute Limit-Hundreds rounded =
                       ACCT-Credit-Limit * (100 - Deep-Cut-Percent)
                       / 10000
                   end-compute
                   move "CUT" to RPT-Action
               when Account-Score not greater than Cut-Score
                   compute Limit-Hundreds rounded =
                       ACCT-Credit-Limit * (100 - Cut-Percent)
                       / 10000
                   end-compute
                   move "CUT" to RPT-Action
               when Account-Score not less than Raise-Score
                    and Peak-Use-Percent not less than
                        Raise-Use-Percent
                   compute Limit-Hundreds rounded =
                       ACCT-Credit-Limit * (100 + Raise-Percent)
                       / 10000
                   end-compute
                   move "RAISE" to RPT-Action
               when other
                   move "keep" to RPT-Action
           end-evaluate
           if RPT-Action not equal "keep"
               compute Recommended-Limit = Limit-Hundreds * 100
               if Recommended-Limit less than Limit-Floor
                   move Limit-Floor to Recommended-Limit
               end-if
               if Recommended-Limit equal ACCT-Credit-Limit
                   move "keep" to RPT-Action
               end-if
           end-if
           move ACCT-Number to RPT-Account
           move ACCT-Name to RPT-Name
           move ACCT-Credit-Limit to RPT-Current-Limit
           move Peak-Balance to RPT-Peak-Balance
           move Account-Score to RPT-Score
           move Recommended-Limit to RPT-Recommended-Limit
           display Account-Line
           if RPT-Action equal "keep"
               add 1 to Limits-Kept
           else
               perform varying Reason-Ix from 1 by 1
                       until Reason-Ix greater than Reason-Count
                   move Reason-Line(Reason-Ix) to RPT-Reason
                   display Reason-Print-Line
               end-perform
               move spaces to Recommendation-Record
               move ACCT-Number to CLR-Account
               move RDT-YYYYMMDD to CLR-Review-Date
               move ACCT-Credit-Limit to CLR-Current-Limit
               move Recommended-Limit to CLR-Recommended-Limit
               move Account-Score to CLR-Score
               if Recommended-Limit greater than ACCT-Credit-Limit
                   set CLR-Raise to true
                   add 1 to Raises-Recommended
               else
                   set CLR-Cut to true
                   add 1 to Cuts-Recommended
               end-if
               write Recommendation-Record
               if not Recommendation-OK
                   move Recommendation-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "CRLREC" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       5000-Load-Recommendations.
           open input Recommendation-File
           if not Recommendation-OK
               move Recommendation-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CRLREC" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 5100-Read-Next-Recommendation
           perform with test before
                   until Recommendation-EOF
               if Recommendation-Count equal 5000
                   move "More than 5000 recommendations on CRLREC"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Recommendation-Count
               set Rec-Ix to Recommendation-Count
               move CLR-Account to REC-Account(Rec-Ix)
               move CLR-Recommended-Limit
                   to REC-Recommended-Limit(Rec-Ix)
               move zero to REC-Approved-Limit(Rec-Ix)
               move "N" to REC-Approval-Switch(Rec-Ix)
               perform 5100-Read-Next-Recommendation
           end-perform
           close Recommendation-File
           .
       5100-Read-Next-Recommendation.
           read Recommendation-File
           if not Recommendation-OK and not Recommendation-EOF
               move Recommendation-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CRLREC" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5500-Load-Approval-Cards.
      *****************************************************************
      * Every card after the A card should be a Y card signing off
      * a recommended change; anything else is rejected.
      *****************************************************************
           perform 5600-Read-Next-Card
           perform with test before
                   until Control-Card-EOF
               evaluate true
                   when not CRV-Approval-Card
                        or CRY-Account not numeric
                       move "not a Y card with a numeric account"
                           to RPT-Rej-Reason
                       perform 5700-Reject-Card
                   when CRY-Approved-Limit not equal spaces
                        and CRY-Approved-Limit not numeric
                       move "approved limit must be numeric or blank"
                           to RPT-Rej-Reason
                       perform 5700-Reject-Card
                   when other
                       search all Recommendation-Entry
                           at end
                               move "no recommendation on CRLREC"
                                   to RPT-Rej-Reason
                               perform 5700-Reject-Card
                           when REC-Account(Rec-Ix)
                                equal CRY-Account-Num
                               set REC-Approved(Rec-Ix) to true
                               if CRY-Approved-Limit equal spaces
                                   or CRY-Approved-Limit-Num
                                       equal zero
                                   move REC-Recommended-Limit(Rec-Ix)
                                       to REC-Approved-Limit(Rec-Ix)
                               else
                                   move CRY-Approved-Limit-Num
                                       to REC-Approved-Limit(Rec-Ix)
                               end-if
                               add 1 to Cards-Approved
                       end-search
               end-evaluate
               perform 5600-Read-Next-Card
           end-perform
           close Control-Card-File
           .
       5600-Read-Next-Card.
           read Control-Card-File
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5700-Reject-Card.
           move CRY-Account to RPT-Rej-Account
           display Reject-Line
           add 1 to Cards-Rejected
           .
       6000-Apply-Approved-Limits.
           open output New-Accounts-File
           if not New-Accounts-OK
               move New-Accounts-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "ACCTFLO" to Error-DDNAME
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
           display Apply-Heading-Line
           display space
           perform 2100-Read-Next-Account
           perform with test before
                   until Accounts-File-EOF
               add 1 to Accounts-Read
               search all Recommendation-Entry
                   at end
                       continue
                   when REC-Account(Rec-Ix) equal ACCT-Number
                       if REC-Approved(Rec-Ix)
                           perform 6100-Apply-One-Limit
                       end-if
               end-search
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
           close Open-To-Buy-File
           close New-Accounts-File
           close Accounts-File
      * A change signed off for an account gone from the file since
      * the review has nothing to apply to.
           perform varying Rec-Ix from 1 by 1
                   until Rec-Ix greater than Recommendation-Count
               if REC-Approved(Rec-Ix)
                   add 1 to Approvals-Unapplied
                   move REC-Account(Rec-Ix) to RPT-Rej-Account
                   move "account no longer on ACCTFL"
                       to RPT-Rej-Reason
                   display Reject-Line
               end-if
           end-perform
           .
       6100-Apply-One-Limit.
      *****************************************************************
      * The new limit on the account, which BCTPOST carries forward,
      * and on the open-to-buy record now: the room moves by the
      * change in the limit.  An account BCTPOST has not yet given
      * an open-to-buy record gets one figured on its balance; the
      * next posting run refigures it net of disputes.
      *****************************************************************
           move ACCT-Credit-Limit to RPT-App-Old-Limit
           move ACCT-Number to OTB-Account
           read Open-To-Buy-File
           evaluate true
               when Open-To-Buy-OK
                   compute OTB-Open-To-Buy =
                       OTB-Open-To-Buy + REC-Approved-Limit(Rec-Ix)
                       - OTB-Credit-Limit
                   end-compute
                   move REC-Approved-Limit(Rec-Ix) to OTB-Credit-Limit
                   move RDT-YYYYMMDD to OTB-As-Of-Date
                   rewrite FD-Open-To-Buy-Record
                   end-rewrite
               when Open-To-Buy-Not-Found
                   move ACCT-Number to OTB-Account
                   move REC-Approved-Limit(Rec-Ix) to OTB-Credit-Limit
                   move ACCT-Balance to OTB-Balance
                   compute OTB-Open-To-Buy =
                       REC-Approved-Limit(Rec-Ix) - ACCT-Balance
                   end-compute
                   move RDT-YYYYMMDD to OTB-As-Of-Date
                   write FD-Open-To-Buy-Record
                   end-write
               when other
                   move Open-To-Buy-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "OPENBUY" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           if not Open-To-Buy-OK
               move Open-To-Buy-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "OPENBUY" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move REC-Approved-Limit(Rec-Ix) to ACCT-Credit-Limit
           set REC-Applied(Rec-Ix) to true
           add 1 to Limits-Applied
           move ACCT-Number to RPT-App-Account
           move ACCT-Name to RPT-App-Name
           move ACCT-Credit-Limit to RPT-App-New-Limit
           display Applied-Line
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
           if Review-Mode
               move Accounts-Read to RPT-Accounts-Read
               move Accounts-Reviewed to RPT-Accounts-Reviewed
               move Raises-Recommended to RPT-Raises
               move Cuts-Recommended to RPT-Cuts
               move Limits-Kept to RPT-Kept
               display Review-Totals-Line
           else
               move Cards-Approved to RPT-Cards-Approved
               move Cards-Rejected to RPT-Cards-Rejected
               move Limits-Applied to RPT-Limits-Applied
               move Approvals-Unapplied to RPT-Unapplied
               display Apply-Totals-Line
               if Cards-Rejected greater than zero
                   or Approvals-Unapplied greater than zero
                   move 8 to return-code
               end-if
           end-if
           .

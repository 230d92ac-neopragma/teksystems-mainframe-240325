      * across them:
      *
      *   opening net balance + invoices posted - cash applied
      *     - write-offs - credit memos + returned checks
      *     + escheated credits +/- merge transfers
      *                                    =  closing net balance
      *
      * per account and in total, where the net balance is
      * ACCT-Balance less ACCT-Credit-Balance (a banked overpayment
      * and its later absorption both wash through the net, so the
      * equation holds exactly).  Inputs are the prior month-end
      * accounts file (ACCTFLOP), the current one (ACCTFL), and the
      * month's BCTLPOST, PAYMENTS, WOFFGL, CRMGL, NSFGL, ESCHGL,
      * and MRGXFR streams - the invoice, payment, and merge-transfer
      * files sorted into account order here, then all nine streams
      * walked together lowest account first.  A credit memo lowers
      * the net by its whole amount, whether it came off an open
      * item or was banked as credit; a returned check raises it by
      * the whole check, the way its payment lowered it; an
      * escheated credit balance handed to the state raises it by
      * the credit cleared.  An ACCTMRG merge moves the absorbed
      * account's balance and credit balance to the survivor: the
      * net leaves the one account and arrives on the other, so
      * both tie.  Payments for accounts on neither accounts file
      * were suspense and sit outside the equation.  The run ends
      * with the tie-out statement: in balance, or out of balance
      * account by account with the difference - the report that
      * says whether to believe the statement run or the aging.
      *
      * For a run to fiscal period end rather than calendar month
      * end, run mode P heads the report with the fiscal period the
      * as-of date (today unless overridden) falls in and its dates,
      * from the FISCCAL fiscal-calendar routine, the tie-out speaks
      * of the period, and invoices or payments dated outside the
      * period are counted - a sign the activity files were cut to
      * the calendar month and not the period.
      *
      * The mode (RUN-MODE) comes from the RUNPARM run-parameter file
      * through PRMGET, as of today.  The SYSIN card is now optional
      * and only a one-night override: a mode in column 9 (P, or M
      * for calendar month end) replaces the file's setting for this
      * run, a nonzero as-of date in columns 1-8 dates it, and each
      * is logged on the PRMAUDT audit file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Sequential
               Access Sequential
               File Status Writeoff-Feed-File-Status.
           Select Memo-Feed-File
               Assign to "CRMGL"
               Organization Sequential
               Access Sequential
               File Status Memo-Feed-File-Status.
           Select Returned-Feed-File
               Assign to "NSFGL"
               Organization Sequential
               Access Sequential
               File Status Returned-Feed-File-Status.
           Select Escheat-Feed-File
               Assign to "ESCHGL"
               Organization Sequential
               Access Sequential
               File Status Escheat-Feed-File-Status.
           Select Transfer-Feed-File
               Assign to "MRGXFR"
               Organization Sequential
               Access Sequential
               File Status Transfer-Feed-File-Status.
           Select Sorted-Transfer-File
               Assign to "MRGXSRT"
               Organization Sequential
               Access Sequential
               File Status Sorted-Transfer-File-Status.
           Select Transfer-Sort-File
               Assign to "SORTWK03".
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
       Data Division.
       File Section.
       FD  Opening-Accounts-File
           05  WOF-Amount                 pic 9(7)v99.
           05  WOF-Date                   pic 9(8).
           05  filler                     pic x(56).
       FD  Memo-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as CRMEMO's GL feed record.
       01  Memo-Feed-Record.
           05  CMF-Account                pic 9(7).
           05  CMF-Amount                 pic 9(7)v99.
           05  CMF-Date                   pic 9(8).
           05  filler                     pic x(56).
       FD  Returned-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as NSFREV's GL feed record.
       01  Returned-Feed-Record.
           05  NSF-Account                pic 9(7).
           05  NSF-Amount                 pic 9(7)v99.
           05  NSF-Date                   pic 9(8).
           05  filler                     pic x(56).
       FD  Escheat-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as ESCHEAT's GL feed record.
       01  Escheat-Feed-Record.
           05  ESG-Account                pic 9(7).
           05  ESG-Amount                 pic 9(7)v99.
           05  ESG-Date                   pic 9(8).
           05  filler                     pic x(56).
       FD  Transfer-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Transfer-Feed-Record           pic x(80).
       FD  Sorted-Transfer-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as ACCTMRG's transfer feed record.
       01  Sorted-Transfer-Record.
           05  MXF-Account                pic 9(7).
           05  MXF-Direction              pic x(1).
               88  MXF-Transfer-In        value "I".
               88  MXF-Transfer-Out       value "O".
           05  MXF-Balance                pic 9(7)v99.
           05  MXF-Credit-Balance         pic 9(7)v99.
           05  MXF-Date                   pic 9(8).
           05  MXF-Other-Account          pic 9(7).
           05  filler                     pic x(39).
       SD  Transfer-Sort-File.
       01  SD-Transfer-Record.
           05  SRX-Account                pic 9(7).
           05  filler                     pic x(73).
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-As-Of-Date             pic 9(8).
           05  CTL-Run-Mode               pic x(1).
               88  CTL-Period-End-Mode    value "P".
           05  filler                     pic x(71).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Opening-Accounts-File-Status
               88  Writeoff-Feed-OK       value "00".
               88  Writeoff-Feed-EOF      value "10".
               88  Writeoff-Feed-Missing  value "35".
           05  Memo-Feed-File-Status      pic x(02).
               88  Memo-Feed-OK           value "00".
               88  Memo-Feed-EOF          value "10".
               88  Memo-Feed-Missing      value "35".
           05  Returned-Feed-File-Status  pic x(02).
               88  Returned-Feed-OK       value "00".
               88  Returned-Feed-EOF      value "10".
               88  Returned-Feed-Missing  value "35".
           05  Escheat-Feed-File-Status   pic x(02).
               88  Escheat-Feed-OK        value "00".
               88  Escheat-Feed-EOF       value "10".
               88  Escheat-Feed-Missing   value "35".
           05  Transfer-Feed-File-Status  pic x(02).
               88  Transfer-Feed-OK       value "00".
               88  Transfer-Feed-Missing  value "35".
           05  Sorted-Transfer-File-Status
                                          pic x(02).
               88  Sorted-Transfer-OK     value "00".
               88  Sorted-Transfer-EOF    value "10".
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
       01  Run-Mode-Switch                pic x value space.
           88  Period-End-Mode            value "P".
       01  Writeoff-Feed-Switch           pic x value "Y".
           88  Writeoff-Feed-Present      value "Y".
       01  Memo-Feed-Switch               pic x value "Y".
           88  Memo-Feed-Present          value "Y".
       01  Returned-Feed-Switch           pic x value "Y".
           88  Returned-Feed-Present      value "Y".
       01  Escheat-Feed-Switch            pic x value "Y".
           88  Escheat-Feed-Present       value "Y".
       01  Transfer-Feed-Switch           pic x value "Y".
           88  Transfer-Feed-Present      value "Y".
       01  This-Program-Id                pic x(8) value "RECRECON".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Date-Value redefines RPP-Value.
               10  RPP-Date               pic 9(8).
               10  filler                 pic x(24).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
      * Parameter area for the FISCCAL subprogram - same field layout
      * as FSC-Parms in its Linkage Section.
       01  Fiscal-Calendar-Parms.
           05  FCP-Function               pic x(1).
           05  FCP-Date                   pic 9(8).
           05  FCP-Fiscal-Year            pic 9(4).
           05  FCP-Period                 pic 9(2).
           05  FCP-Week                   pic 9(2).
           05  FCP-Period-Start           pic 9(8).
           05  FCP-Period-End             pic 9(8).
           05  FCP-Result                 pic x(1).
               88  FCP-Found              value "F".
       01  Period-Bounds.
           05  Period-Start-Date          pic x(8).
           05  Period-End-Date            pic x(8).
       01  Reconciliation-Fields.
           05  Current-Account            pic 9(7).
           05  ACV-Opening-Net            pic s9(9)v99.
           05  ACV-Invoices               pic s9(9)v99.
           05  ACV-Payments               pic s9(9)v99.
           05  ACV-Writeoffs              pic s9(9)v99.
           05  ACV-Credit-Memos           pic s9(9)v99.
           05  ACV-Returned-Checks        pic s9(9)v99.
           05  ACV-Escheated              pic s9(9)v99.
           05  ACV-Transfers              pic s9(9)v99.
           05  ACV-Expected-Closing       pic s9(9)v99.
           05  ACV-Difference             pic s9(9)v99.
           05  Account-On-Books-Switch    pic x.
                                          packed-decimal value zero.
           05  TOT-Writeoffs              pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Credit-Memos           pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Returned-Checks        pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Escheated              pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Transfers              pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Suspense               pic s9(11)v99
                                          packed-decimal value zero.
           05  TOT-Difference             pic s9(11)v99
       01  Report-Counters.
           05  Accounts-Reconciled        pic 9(07) comp.
           05  Accounts-Out-of-Balance    pic 9(07) comp.
           05  Invoices-Outside-Period    pic 9(07) comp.
           05  Payments-Outside-Period    pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(48)
               value "--- Receivables Control Reconciliation ---".
           05  Period-Heading-Line.
               10  filler                 pic x(12)
                   value "Fiscal year ".
               10  RPT-Fiscal-Year        pic 9(4).
               10  filler                 pic x(08)
                   value " period ".
               10  RPT-Fiscal-Period      pic z9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Period-Start       pic 9999/99/99.
               10  filler                 pic x(04) value " to ".
               10  RPT-Period-End         pic 9999/99/99.
           05  Out-of-Balance-Detail.
               10  filler                 pic x(16)
                   value "Out of balance  ".
               10  filler                 pic x(05)
                   value " wo ".
               10  RPT-Writeoffs          pic -zzz,zz9.99.
               10  filler                 pic x(05)
                   value " cm ".
               10  RPT-Credit-Memos       pic -zzz,zz9.99.
               10  filler                 pic x(05)
                   value " rc ".
               10  RPT-Returned-Checks    pic -zzz,zz9.99.
               10  filler                 pic x(05)
                   value " es ".
               10  RPT-Escheated          pic -zzz,zz9.99.
               10  filler                 pic x(05)
                   value " xf ".
               10  RPT-Transfers          pic -zzz,zz9.99.
               10  filler                 pic x(08)
                   value " close ".
               10  RPT-Closing            pic -zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  WO: ".
               10  RPT-Tot-Writeoffs      pic -zz,zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  CM: ".
               10  RPT-Tot-Credit-Memos   pic -zz,zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  RC: ".
               10  RPT-Tot-Returned-Checks
                                          pic -zz,zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  ES: ".
               10  RPT-Tot-Escheated      pic -zz,zzz,zz9.99.
               10  filler                 pic x(06)
                   value "  XF: ".
               10  RPT-Tot-Transfers      pic -zz,zzz,zz9.99.
               10  filler                 pic x(10)
                   value "  Closing:".
               10  RPT-Tot-Closing        pic -zz,zzz,zz9.99.
           05  In-Balance-Line            pic x(44)
               value "THE MONTH TIES OUT - IN BALANCE".
           05  Not-In-Balance-Line.
               10  RPT-Out-of-Balance-Word
                                          pic x(26)
                   value "MONTH OUT OF BALANCE BY   ".
               10  RPT-Tot-Difference     pic -zz,zzz,zz9.99.
           05  Period-In-Balance-Line     pic x(44)
               value "THE PERIOD TIES OUT - IN BALANCE".
           05  Outside-Period-Line.
               10  filler                 pic x(36)
                   value "Dated outside the period - invoices ".
               10  RPT-Invoices-Outside   pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  payments ".
               10  RPT-Payments-Outside   pic zzz,zz9.
           05  Suspense-Note-Line.
               10  filler                 pic x(36)
                   value "Suspense cash outside the equation: ".
       0000-Initialize.
           move zero to Accounts-Reconciled
           move zero to Accounts-Out-of-Balance
           move zero to Invoices-Outside-Period
           move zero to Payments-Outside-Period
           display Heading-Line
           perform 0050-Read-Control-Card
           .
       0050-Read-Control-Card.
      *****************************************************************
      * The file's run mode, then any one-night override off the
      * SYSIN card - logged.  No setting and no card is the calendar
      * month-end run as it always was.  Period end asked for and
      * not found stops the run.
      *****************************************************************
           move function current-date to Run-Date-Time
           move "G" to RPP-Function
           move "RECRECON" to RPP-Program-Id
           move "RUN-MODE" to RPP-Parm-Name
           move RDT-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Value(1:1) to Run-Mode-Switch
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   perform 0055-Take-Card-Overrides
               end-if
               close Control-Card-File
           end-if
           if Period-End-Mode
               move "D" to FCP-Function
               move RDT-YYYYMMDD to FCP-Date
               call "FISCCAL" using by reference Fiscal-Calendar-Parms
               end-call
               if not FCP-Found
                   move "As-of date is not on the fiscal calendar"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move FCP-Period-Start to Period-Start-Date
               move FCP-Period-End to Period-End-Date
               move FCP-Fiscal-Year to RPT-Fiscal-Year
               move FCP-Period to RPT-Fiscal-Period
               move FCP-Period-Start to RPT-Period-Start
               move FCP-Period-End to RPT-Period-End
               move "PERIOD OUT OF BALANCE BY"
                   to RPT-Out-of-Balance-Word
               display Period-Heading-Line
           end-if
           .
       0055-Take-Card-Overrides.
           if CTL-As-Of-Date numeric
               and CTL-As-Of-Date greater than zero
               move CTL-As-Of-Date to RDT-YYYYMMDD
               move "O" to RPP-Function
               move "AS-OF-DATE" to RPP-Parm-Name
               move spaces to RPP-Value
               move CTL-As-Of-Date to RPP-Date
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Run-Mode not equal space
               move CTL-Run-Mode to Run-Mode-Switch
               move "O" to RPP-Function
               move "RUN-MODE" to RPP-Parm-Name
               move CTL-Run-Mode to RPP-Value
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       1000-Sort-Activity-Files.
           sort Post-Sort-File
               move "SORT Payments" to Error-Message
               perform 8900-Scream-and-Die
           end-if
      *    A month with no merges has no MRGXFR file to sort.
           open input Transfer-Feed-File
           if Transfer-Feed-Missing
               move "N" to Transfer-Feed-Switch
           else
               if not Transfer-Feed-OK
                   move Transfer-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "MRGXFR" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               close Transfer-Feed-File
               sort Transfer-Sort-File
                   on ascending key SRX-Account
                   using Transfer-Feed-File
                   giving Sorted-Transfer-File
               if not sort-return equal zero
                   move "SORT Merge-Transfers" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       2000-Reconcile-the-Month.
           open input Opening-Accounts-File
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Memo-Feed-File
           if Memo-Feed-Missing
               move "N" to Memo-Feed-Switch
               set Memo-Feed-EOF to true
               move 9999999 to CMF-Account
           else
               if not Memo-Feed-OK
                   move Memo-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CRMGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Returned-Feed-File
           if Returned-Feed-Missing
               move "N" to Returned-Feed-Switch
               set Returned-Feed-EOF to true
               move 9999999 to NSF-Account
           else
               if not Returned-Feed-OK
                   move Returned-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "NSFGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Escheat-Feed-File
           if Escheat-Feed-Missing
               move "N" to Escheat-Feed-Switch
               set Escheat-Feed-EOF to true
               move 9999999 to ESG-Account
           else
               if not Escheat-Feed-OK
                   move Escheat-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "ESCHGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           if Transfer-Feed-Present
               open input Sorted-Transfer-File
               if not Sorted-Transfer-OK
                   move Sorted-Transfer-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "MRGXSRT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           else
               set Sorted-Transfer-EOF to true
               move 9999999 to MXF-Account
           end-if
           perform 2110-Read-Next-Opening
           perform 2120-Read-Next-Closing
           perform 2130-Read-Next-Invoice
           if Writeoff-Feed-Present
               perform 2150-Read-Next-Writeoff
           end-if
           if Memo-Feed-Present
               perform 2160-Read-Next-Memo
           end-if
           if Returned-Feed-Present
               perform 2170-Read-Next-Returned-Check
           end-if
           if Escheat-Feed-Present
               perform 2180-Read-Next-Escheat
           end-if
           if Transfer-Feed-Present
               perform 2190-Read-Next-Transfer
           end-if
           perform with test before
                   until Opening-File-EOF
                   and Closing-File-EOF
                   and Sorted-Post-EOF
                   and Sorted-Payment-EOF
                   and Writeoff-Feed-EOF
                   and Memo-Feed-EOF
                   and Returned-Feed-EOF
                   and Escheat-Feed-EOF
                   and Sorted-Transfer-EOF
               perform 3000-Reconcile-One-Account
           end-perform
           .
           end-if
           if Sorted-Post-EOF
               move 9999999 to SPO-Invoice-Account
           else
               if Period-End-Mode
                   and (SPO-Invoice-Date less than Period-Start-Date
                   or SPO-Invoice-Date greater than Period-End-Date)
                   add 1 to Invoices-Outside-Period
               end-if
           end-if
           .
       2140-Read-Next-Payment.
           end-if
           if Sorted-Payment-EOF
               move 9999999 to SPY-Account
           else
               if Period-End-Mode
                   and (SPY-Date less than FCP-Period-Start
                   or SPY-Date greater than FCP-Period-End)
                   add 1 to Payments-Outside-Period
               end-if
           end-if
           .
       2150-Read-Next-Writeoff.
               move 9999999 to WOF-Account
           end-if
           .
       2160-Read-Next-Memo.
           read Memo-Feed-File
           if not Memo-Feed-OK and not Memo-Feed-EOF
               move Memo-Feed-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CRMGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Memo-Feed-EOF
               move 9999999 to CMF-Account
           end-if
           .
       2170-Read-Next-Returned-Check.
           read Returned-Feed-File
           if not Returned-Feed-OK and not Returned-Feed-EOF
               move Returned-Feed-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "NSFGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Returned-Feed-EOF
               move 9999999 to NSF-Account
           end-if
           .
       2180-Read-Next-Escheat.
           read Escheat-Feed-File
           if not Escheat-Feed-OK and not Escheat-Feed-EOF
               move Escheat-Feed-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ESCHGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Escheat-Feed-EOF
               move 9999999 to ESG-Account
           end-if
           .
       2190-Read-Next-Transfer.
           read Sorted-Transfer-File
           if not Sorted-Transfer-OK and not Sorted-Transfer-EOF
               move Sorted-Transfer-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "MRGXSRT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Sorted-Transfer-EOF
               move 9999999 to MXF-Account
           end-if
           .
       3000-Reconcile-One-Account.
      *****************************************************************
      * The lowest account any stream is offering is the one worked
           if WOF-Account less than Current-Account
               move WOF-Account to Current-Account
           end-if
           if CMF-Account less than Current-Account
               move CMF-Account to Current-Account
           end-if
           if NSF-Account less than Current-Account
               move NSF-Account to Current-Account
           end-if
           if ESG-Account less than Current-Account
               move ESG-Account to Current-Account
           end-if
           if MXF-Account less than Current-Account
               move MXF-Account to Current-Account
           end-if
           move zero to ACV-Opening-Net
           move zero to ACV-Closing-Net
           move zero to ACV-Invoices
           move zero to ACV-Payments
           move zero to ACV-Writeoffs
           move zero to ACV-Credit-Memos
           move zero to ACV-Returned-Checks
           move zero to ACV-Escheated
           move zero to ACV-Transfers
           move "N" to Account-On-Books-Switch
           if OPA-Number equal Current-Account
               set Account-On-Books to true
               add WOF-Amount to ACV-Writeoffs
               perform 2150-Read-Next-Writeoff
           end-perform
           perform with test before
                   until CMF-Account not equal Current-Account
               add CMF-Amount to ACV-Credit-Memos
               perform 2160-Read-Next-Memo
           end-perform
           perform with test before
                   until NSF-Account not equal Current-Account
               add NSF-Amount to ACV-Returned-Checks
               perform 2170-Read-Next-Returned-Check
           end-perform
           perform with test before
                   until ESG-Account not equal Current-Account
               add ESG-Amount to ACV-Escheated
               perform 2180-Read-Next-Escheat
           end-perform
      *    A transfer moves the net - balance less credit balance - so
      *    it comes in positive on the survivor, out on the absorbed.
           perform with test before
                   until MXF-Account not equal Current-Account
               if MXF-Transfer-In
                   compute ACV-Transfers = ACV-Transfers
                       + MXF-Balance - MXF-Credit-Balance
                   end-compute
               else
                   compute ACV-Transfers = ACV-Transfers
                       - MXF-Balance + MXF-Credit-Balance
                   end-compute
               end-if
               perform 2190-Read-Next-Transfer
           end-perform
           if Account-On-Books
               perform 4000-Judge-the-Equation
           else
           add ACV-Invoices to TOT-Invoices
           add ACV-Payments to TOT-Payments
           add ACV-Writeoffs to TOT-Writeoffs
           add ACV-Credit-Memos to TOT-Credit-Memos
           add ACV-Returned-Checks to TOT-Returned-Checks
           add ACV-Escheated to TOT-Escheated
           add ACV-Transfers to TOT-Transfers
           compute ACV-Expected-Closing =
               ACV-Opening-Net + ACV-Invoices
               - ACV-Payments - ACV-Writeoffs - ACV-Credit-Memos
               + ACV-Returned-Checks + ACV-Escheated + ACV-Transfers
           end-compute
           compute ACV-Difference =
               ACV-Closing-Net - ACV-Expected-Closing
               move ACV-Invoices to RPT-Invoices
               move ACV-Payments to RPT-Payments
               move ACV-Writeoffs to RPT-Writeoffs
               move ACV-Credit-Memos to RPT-Credit-Memos
               move ACV-Returned-Checks to RPT-Returned-Checks
               move ACV-Escheated to RPT-Escheated
               move ACV-Transfers to RPT-Transfers
               move ACV-Closing-Net to RPT-Closing
               move ACV-Difference to RPT-Difference
               display Out-of-Balance-Detail
           move TOT-Invoices to RPT-Tot-Invoices
           move TOT-Payments to RPT-Tot-Payments
           move TOT-Writeoffs to RPT-Tot-Writeoffs
           move TOT-Credit-Memos to RPT-Tot-Credit-Memos
           move TOT-Returned-Checks to RPT-Tot-Returned-Checks
           move TOT-Escheated to RPT-Tot-Escheated
           move TOT-Transfers to RPT-Tot-Transfers
           move TOT-Closing-Net to RPT-Tot-Closing
           display space
           display Tie-Out-Line
               move TOT-Suspense to RPT-Tot-Suspense
               display Suspense-Note-Line
           end-if
           if Invoices-Outside-Period greater than zero
               or Payments-Outside-Period greater than zero
               move Invoices-Outside-Period to RPT-Invoices-Outside
               move Payments-Outside-Period to RPT-Payments-Outside
               display Outside-Period-Line
           end-if
           if TOT-Difference equal zero
               and Accounts-Out-of-Balance equal zero
               if Period-End-Mode
                   display Period-In-Balance-Line
               else
                   display In-Balance-Line
               end-if
           else
               move TOT-Difference to RPT-Tot-Difference
               display Not-In-Balance-Line
           goback
           .
       9900-Housekeeping.
           if Transfer-Feed-Present
               close Sorted-Transfer-File
           end-if
           if Escheat-Feed-Present
               close Escheat-Feed-File
           end-if
           if Writeoff-Feed-Present
               close Writeoff-Feed-File
           end-if
           if Memo-Feed-Present
               close Memo-Feed-File
           end-if
           if Returned-Feed-Present
               close Returned-Feed-File
           end-if
           close Sorted-Payment-File
           close Sorted-Post-File
           close Closing-Accounts-File

       Identification Division.
       Program-Id. TAXRPT.
      *****************************************************************
      * Month-end sales-tax liability and remittance worksheet.  The
      * tax clerk has been totalling sales tax by hand off the
      * invoices for the state, county, and city returns.  This job
      * reads the month's posted-invoice stream (BCTLPOST, every
      * BATCTL run for the month) and, off the tax breakdown each
      * invoice carries, accumulates taxable sales, exempt sales,
      * and tax collected for every jurisdiction that taxed it.  The
      * worksheet lists one line per filing authority, grouped state,
      * county, then city, with a subtotal per level, and ends with a
      * grand total proved against the invoice totals BCTPOST posted:
      *
      *   taxable + exempt + tax collected + not broken out
      *     =  invoice totals posted
      *
      * An invoice sent with no breakdown at all is carried as "not
      * broken out" so the proof still holds, and one whose breakdown
      * does not add up to its total is listed for the clerk to chase
      * and the step ends RC 8, the way RECRECON does when the books
      * do not tie.  The tax collected is also written as journal
      * lines in the GLJRNL record layout on TAXGL - moving it out of
      * sales into sales tax payable, one credit per jurisdiction -
      * so the ledger carries the liability the worksheet remits.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Post-File
               Assign to "BCTLPOST"
               Organization Sequential
               Access Sequential
               File Status Post-File-Status.
           Select Tax-Journal-File
               Assign to "TAXGL"
               Organization Sequential
               Access Sequential
               File Status Tax-Journal-File-Status.
           Select Tax-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       FD  Post-File
           Recording Mode F
           Record Contains 100 Characters.
      * Same field layout as BATCTL's Post-Record, with its tax
      * breakdown broken out the way BATCTL's Invoice-Record carries
      * it.
       01  Post-Record.
           05  POST-Batch-Number          pic x(8).
           05  POST-Invoice-Number        pic x(6).
           05  POST-Invoice-Total         pic s9(7)v99.
           05  POST-Invoice-Date          pic x(8).
           05  POST-Invoice-Account       pic 9(7).
           05  POST-Tax-Breakdown.
               10  POST-Taxable-Amount    pic s9(7)v99.
               10  POST-Exempt-Amount     pic s9(7)v99.
               10  POST-Tax occurs 3 times.
                   15  POST-Tax-Jurisdiction
                                          pic x(5).
                   15  POST-Tax-Amount    pic s9(5)v99.
           05  filler                     pic x(11).
       FD  Tax-Journal-File
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
       SD  Tax-Sort-File.
       01  SD-Tax-Record.
           05  TXS-Level                  pic 9(1).
           05  TXS-Jurisdiction           pic x(5).
           05  TXS-Taxable-Amount         pic s9(7)v99.
           05  TXS-Exempt-Amount          pic s9(7)v99.
           05  TXS-Tax-Amount             pic s9(5)v99.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Post-File-Status           pic x(02).
               88  Post-File-OK           value "00".
               88  Post-File-EOF          value "10".
           05  Tax-Journal-File-Status    pic x(02).
               88  Tax-Journal-OK         value "00".
       01  Tax-Sort-Status                pic x value space.
           88  Tax-Sort-EOF               value "Y".
       01  This-Program-Id                pic x(8) value "TAXRPT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler redefines RDT-YYYYMMDD.
               10  RDT-Year-Month         pic 9(6).
               10  RDT-Day                pic 9(2).
           05  filler                     pic x(13).
       01  Invoice-Work-Fields.
           05  Tax-Slot                   pic 9(1).
           05  Slot-Tax-Amount            pic s9(5)v99.
           05  Breakdown-Total            pic s9(9)v99.
      *****************************************************************
      * Control-break fields for the sorted worksheet, and one slot
      * per level: 1 = state, 2 = county, 3 = city.
      *****************************************************************
       01  Worksheet-Break-Fields.
           05  Current-Level              pic 9(1).
           05  Current-Jurisdiction       pic x(5).
           05  JUR-Invoices               pic 9(07) comp.
           05  JUR-Taxable-Sales          pic s9(11)v99
                                          packed-decimal.
           05  JUR-Exempt-Sales           pic s9(11)v99
                                          packed-decimal.
           05  JUR-Tax-Collected          pic s9(11)v99
                                          packed-decimal.
           05  Level-Sub                  pic 9(1).
       01  Level-Totals.
           05  Level-Total occurs 3 times.
               10  LVL-Jurisdictions      pic 9(05) comp.
               10  LVL-Taxable-Sales      pic s9(11)v99
                                          packed-decimal.
               10  LVL-Exempt-Sales       pic s9(11)v99
                                          packed-decimal.
               10  LVL-Tax-Collected      pic s9(11)v99
                                          packed-decimal.
       01  Level-Names.
           05  filler                     pic x(06) value "State".
           05  filler                     pic x(06) value "County".
           05  filler                     pic x(06) value "City".
       01  filler redefines Level-Names.
           05  LVL-Name                   pic x(06) occurs 3 times.
       01  Stream-Totals.
           05  Invoice-Totals-Posted      pic s9(11)v99
                                          packed-decimal value zero.
           05  Taxable-Sales-Total        pic s9(11)v99
                                          packed-decimal value zero.
           05  Exempt-Sales-Total         pic s9(11)v99
                                          packed-decimal value zero.
           05  Tax-Collected-Total        pic s9(11)v99
                                          packed-decimal value zero.
           05  Not-Broken-Out-Total       pic s9(11)v99
                                          packed-decimal value zero.
           05  Worksheet-Tax-Total        pic s9(11)v99
                                          packed-decimal value zero.
           05  Proof-Total                pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Debits             pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Credits            pic s9(11)v99
                                          packed-decimal value zero.
       01  Report-Counters.
           05  Invoices-Read              pic 9(07) comp.
           05  Invoices-Not-Broken-Out    pic 9(07) comp.
           05  Invoices-Not-Adding-Up     pic 9(07) comp.
           05  Journal-Lines-Written      pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(36)
                   value "--- Sales Tax Remittance Worksheet ".
               10  filler                 pic x(04) value "for ".
               10  RPT-Heading-Year-Month pic 9(6).
               10  filler                 pic x(04) value " ---".
           05  Exception-Heading          pic x(60)
               value "Invoices whose tax breakdown does not add up to th
      -        "e total:".
           05  Exception-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-Exc-Account        pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Exc-Invoice-Number pic x(6).
               10  filler                 pic x(02) value spaces.
               10  RPT-Exc-Invoice-Total  pic -zzz,zz9.99.
               10  filler                 pic x(14)
                   value "  breakdown:  ".
               10  RPT-Exc-Breakdown      pic -zzz,zzz,zz9.99.
           05  Heading-Line-2.
               10  filler                 pic x(08)
                   value "Level".
               10  filler                 pic x(08)
                   value "Juris".
               10  filler                 pic x(11)
                   value "   Invoices".
               10  filler                 pic x(17)
                   value "    Taxable sales".
               10  filler                 pic x(17)
                   value "     Exempt sales".
               10  filler                 pic x(17)
                   value "    Tax collected".
           05  Jurisdiction-Line.
               10  RPT-Level-Name         pic x(06).
               10  filler                 pic x(02) value spaces.
               10  RPT-Jurisdiction       pic x(05).
               10  filler                 pic x(03) value spaces.
               10  RPT-Invoices           pic zzz,zzz,zz9.
               10  filler                 pic x(01) value space.
               10  RPT-Taxable-Sales      pic -$zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Exempt-Sales       pic -$zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Tax-Collected      pic -$zzz,zzz,zz9.99.
           05  Level-Total-Line.
               10  RPT-Lvl-Name           pic x(06).
               10  filler                 pic x(08)
                   value " total  ".
               10  RPT-Lvl-Jurisdictions  pic zz,zz9.
               10  filler                 pic x(06)
                   value " auth ".
               10  RPT-Lvl-Taxable-Sales  pic -$zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Lvl-Exempt-Sales   pic -$zzz,zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Lvl-Tax-Collected  pic -$zzz,zzz,zz9.99.
           05  Journal-Summary-Line.
               10  filler                 pic x(24)
                   value "Tax journal on TAXGL:  ".
               10  filler                 pic x(04) value "DR ".
               10  RPT-Journal-Debits     pic $zzz,zzz,zz9.99.
               10  filler                 pic x(06) value "   CR ".
               10  RPT-Journal-Credits    pic $zzz,zzz,zz9.99.
           05  Proof-Heading              pic x(40)
               value "--- Grand total proof ---".
           05  Proof-Line.
               10  RPT-Proof-Label        pic x(30).
               10  RPT-Proof-Amount       pic -$zzz,zzz,zz9.99.
           05  Tied-Line                  pic x(56)
               value "Worksheet ties to the invoice totals posted".
           05  Not-Tied-Line              pic x(56)
               value "WORKSHEET DOES NOT TIE TO THE INVOICES POSTED".
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Invoices read: ".
               10  RPT-Invoices-Read      pic zzz,zz9.
               10  filler                 pic x(19)
                   value "  Not broken out: ".
               10  RPT-Not-Broken-Out     pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Not adding up: ".
               10  RPT-Not-Adding-Up      pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Journal lines: ".
               10  RPT-Journal-Lines      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Build-Tax-Worksheet
           perform 5000-Write-Tax-Journal
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Invoices-Read
           move zero to Invoices-Not-Broken-Out
           move zero to Invoices-Not-Adding-Up
           move zero to Journal-Lines-Written
           perform varying Level-Sub from 1 by 1
                   until Level-Sub greater than 3
               move zero to LVL-Jurisdictions(Level-Sub)
               move zero to LVL-Taxable-Sales(Level-Sub)
               move zero to LVL-Exempt-Sales(Level-Sub)
               move zero to LVL-Tax-Collected(Level-Sub)
           end-perform
           move function current-date to Run-Date-Time
           open output Tax-Journal-File
           if not Tax-Journal-OK
               move Tax-Journal-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "TAXGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move RDT-Year-Month to RPT-Heading-Year-Month
           display Heading-Line-1
           display space
           .
       1000-Build-Tax-Worksheet.
           sort Tax-Sort-File
               on ascending key TXS-Level TXS-Jurisdiction
               input procedure 2000-Release-Tax-Lines
               output procedure 3000-Print-Worksheet
           if not sort-return equal zero
               move "SORT Tax-Jurisdictions" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Release-Tax-Lines.
      *****************************************************************
      * One sort record per jurisdiction on each invoice, carrying
      * the invoice's taxable and exempt sales and that
      * jurisdiction's tax.  The stream totals count each invoice's
      * sales once, however many jurisdictions taxed it.
      *****************************************************************
           open input Post-File
           if not Post-File-OK
               move Post-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "BCTLPOST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2200-Read-Next-Invoice
           perform with test before
                   until Post-File-EOF
               add 1 to Invoices-Read
               add POST-Invoice-Total to Invoice-Totals-Posted
               if POST-Taxable-Amount numeric
                   and POST-Exempt-Amount numeric
                   perform 2100-Release-Invoice-Tax
               else
                   add 1 to Invoices-Not-Broken-Out
                   add POST-Invoice-Total to Not-Broken-Out-Total
               end-if
               perform 2200-Read-Next-Invoice
           end-perform
           close Post-File
           .
       2100-Release-Invoice-Tax.
           add POST-Taxable-Amount to Taxable-Sales-Total
           add POST-Exempt-Amount to Exempt-Sales-Total
           compute Breakdown-Total =
               POST-Taxable-Amount + POST-Exempt-Amount
           end-compute
           perform varying Tax-Slot from 1 by 1
                   until Tax-Slot greater than 3
               if POST-Tax-Amount(Tax-Slot) numeric
                   move POST-Tax-Amount(Tax-Slot) to Slot-Tax-Amount
               else
                   move zero to Slot-Tax-Amount
               end-if
               add Slot-Tax-Amount to Tax-Collected-Total
               add Slot-Tax-Amount to Breakdown-Total
               if POST-Tax-Jurisdiction(Tax-Slot) not equal spaces
                   move Tax-Slot to TXS-Level
                   move POST-Tax-Jurisdiction(Tax-Slot)
                       to TXS-Jurisdiction
                   move POST-Taxable-Amount to TXS-Taxable-Amount
                   move POST-Exempt-Amount to TXS-Exempt-Amount
                   move Slot-Tax-Amount to TXS-Tax-Amount
                   release SD-Tax-Record
               end-if
           end-perform
           if Breakdown-Total not equal POST-Invoice-Total
               if Invoices-Not-Adding-Up equal zero
                   display Exception-Heading
               end-if
               add 1 to Invoices-Not-Adding-Up
               move POST-Invoice-Account to RPT-Exc-Account
               move POST-Invoice-Number to RPT-Exc-Invoice-Number
               move POST-Invoice-Total to RPT-Exc-Invoice-Total
               move Breakdown-Total to RPT-Exc-Breakdown
               display Exception-Line
           end-if
           .
       2200-Read-Next-Invoice.
           read Post-File
           if not Post-File-OK and not Post-File-EOF
               move Post-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "BCTLPOST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Print-Worksheet.
      *****************************************************************
      * Walk the sorted jurisdictions, one worksheet line and one
      * sales-tax-payable credit per filing authority, with a
      * subtotal each time the level changes.
      *****************************************************************
           if Invoices-Not-Adding-Up greater than zero
               display space
           end-if
           display Heading-Line-2
           perform 3100-Return-Next-Tax-Line
           perform with test before
                   until Tax-Sort-EOF
               move TXS-Level to Current-Level
               perform with test before
                       until Tax-Sort-EOF
                       or TXS-Level not equal Current-Level
                   perform 3200-Total-One-Jurisdiction
               end-perform
               perform 3400-Print-Level-Total
           end-perform
           .
       3100-Return-Next-Tax-Line.
           return Tax-Sort-File
               at end
                   set Tax-Sort-EOF to true
           end-return
           .
       3200-Total-One-Jurisdiction.
           move TXS-Jurisdiction to Current-Jurisdiction
           move zero to JUR-Invoices
           move zero to JUR-Taxable-Sales
           move zero to JUR-Exempt-Sales
           move zero to JUR-Tax-Collected
           perform with test before
                   until Tax-Sort-EOF
                   or TXS-Level not equal Current-Level
                   or TXS-Jurisdiction not equal Current-Jurisdiction
               add 1 to JUR-Invoices
               add TXS-Taxable-Amount to JUR-Taxable-Sales
               add TXS-Exempt-Amount to JUR-Exempt-Sales
               add TXS-Tax-Amount to JUR-Tax-Collected
               perform 3100-Return-Next-Tax-Line
           end-perform
           perform 3300-Print-Jurisdiction
           .
       3300-Print-Jurisdiction.
           move LVL-Name(Current-Level) to RPT-Level-Name
           move Current-Jurisdiction to RPT-Jurisdiction
           move JUR-Invoices to RPT-Invoices
           move JUR-Taxable-Sales to RPT-Taxable-Sales
           move JUR-Exempt-Sales to RPT-Exempt-Sales
           move JUR-Tax-Collected to RPT-Tax-Collected
           display Jurisdiction-Line
           add 1 to LVL-Jurisdictions(Current-Level)
           add JUR-Taxable-Sales to LVL-Taxable-Sales(Current-Level)
           add JUR-Exempt-Sales to LVL-Exempt-Sales(Current-Level)
           add JUR-Tax-Collected to LVL-Tax-Collected(Current-Level)
           add JUR-Tax-Collected to Worksheet-Tax-Total
      *****************************************************************
      * The jurisdiction's tax is a credit to sales tax payable; a
      * month where its credits and returns net negative debits it.
      *****************************************************************
           if JUR-Tax-Collected not equal zero
               move "STAX" to JRN-Account-Code
               if JUR-Tax-Collected greater than zero
                   move "C" to JRN-Debit-Credit
                   move JUR-Tax-Collected to JRN-Amount
               else
                   move "D" to JRN-Debit-Credit
                   compute JRN-Amount = zero - JUR-Tax-Collected
                   end-compute
               end-if
               move spaces to JRN-Description
               string "Sales tax payable "   delimited by size
                      LVL-Name(Current-Level) delimited by space
                      " "                    delimited by size
                      Current-Jurisdiction   delimited by space
                   into JRN-Description
               end-string
               perform 7000-Write-Journal-Line
           end-if
           .
       3400-Print-Level-Total.
           move LVL-Name(Current-Level) to RPT-Lvl-Name
           move LVL-Jurisdictions(Current-Level)
               to RPT-Lvl-Jurisdictions
           move LVL-Taxable-Sales(Current-Level)
               to RPT-Lvl-Taxable-Sales
           move LVL-Exempt-Sales(Current-Level)
               to RPT-Lvl-Exempt-Sales
           move LVL-Tax-Collected(Current-Level)
               to RPT-Lvl-Tax-Collected
           display Level-Total-Line
           display space
           .
       5000-Write-Tax-Journal.
      *****************************************************************
      * The offsetting debit takes the month's tax back out of the
      * sales GLJRNL credited with the full invoice totals.  The
      * journal is proved as written - debits equal credits - and
      * the tax journalled must equal the tax off the invoices, or
      * the job screams and dies the way GLJRNL does.
      *****************************************************************
           if Worksheet-Tax-Total not equal zero
               move "SALE" to JRN-Account-Code
               if Worksheet-Tax-Total greater than zero
                   move "D" to JRN-Debit-Credit
                   move Worksheet-Tax-Total to JRN-Amount
               else
                   move "C" to JRN-Debit-Credit
                   compute JRN-Amount = zero - Worksheet-Tax-Total
                   end-compute
               end-if
               move "Sales tax collected" to JRN-Description
               perform 7000-Write-Journal-Line
           end-if
           close Tax-Journal-File
           move Journal-Debits to RPT-Journal-Debits
           move Journal-Credits to RPT-Journal-Credits
           display Journal-Summary-Line
           if Journal-Debits not equal Journal-Credits
               or Worksheet-Tax-Total not equal Tax-Collected-Total
               move "Tax journal does not balance to the invoices"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7000-Write-Journal-Line.
           move RDT-YYYYMMDD to JRN-Date
           write Journal-Record
           if not Tax-Journal-OK
               move Tax-Journal-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "TAXGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
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
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
      *****************************************************************
      * The grand total: every dollar invoiced is taxable, exempt,
      * tax, or sent with no breakdown - and the four must add back
      * to what BCTPOST posted.
      *****************************************************************
           compute Proof-Total =
               Taxable-Sales-Total + Exempt-Sales-Total
               + Tax-Collected-Total + Not-Broken-Out-Total
           end-compute
           display space
           display Proof-Heading
           move "Taxable sales" to RPT-Proof-Label
           move Taxable-Sales-Total to RPT-Proof-Amount
           display Proof-Line
           move "Exempt sales" to RPT-Proof-Label
           move Exempt-Sales-Total to RPT-Proof-Amount
           display Proof-Line
           move "Tax collected" to RPT-Proof-Label
           move Tax-Collected-Total to RPT-Proof-Amount
           display Proof-Line
           move "Not broken out" to RPT-Proof-Label
           move Not-Broken-Out-Total to RPT-Proof-Amount
           display Proof-Line
           move "Grand total" to RPT-Proof-Label
           move Proof-Total to RPT-Proof-Amount
           display Proof-Line
           move "Invoice totals posted" to RPT-Proof-Label
           move Invoice-Totals-Posted to RPT-Proof-Amount
           display Proof-Line
           if Proof-Total equal Invoice-Totals-Posted
               and Invoices-Not-Adding-Up equal zero
               display Tied-Line
           else
               display Not-Tied-Line
               move 8 to return-code
           end-if
           move Invoices-Read to RPT-Invoices-Read
           move Invoices-Not-Broken-Out to RPT-Not-Broken-Out
           move Invoices-Not-Adding-Up to RPT-Not-Adding-Up
           move Journal-Lines-Written to RPT-Journal-Lines
           display space
           display Totals-Line
           .

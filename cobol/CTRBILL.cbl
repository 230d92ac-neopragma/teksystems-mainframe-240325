       Identification Division.
       Program-Id. CTRBILL.
      *****************************************************************
      * Recurring contract billing, run each billing cycle.  Every
      * active contract on the CONTRACT file whose next bill date
      * has come round is billed its amount as an invoice dated the
      * bill date, and its next bill date moved on by the frequency
      * - on the start date's day of the month, or the last day of
      * a shorter month, the days-in-month answer coming from
      * DATEUTIL.  A contract more than one period behind (a missed
      * cycle) is billed once for each period due, never past its
      * end date.  Once the next bill date passes the end date the
      * contract is marked expired and bills no more until CTRMNT
      * renews it.  The updated contracts are written to CONTRACO.
      *
      * The invoices do not touch ACCTFL here.  On the LATECHG
      * precedent they go out as properly headered batches in
      * BATCTL's input layout on CTRBILLO - an H header carrying the
      * batch number and invoice count, then one I invoice record
      * per period billed - so they post through the same
      * balanced-batch controls as the batches the billing clerk
      * used to key.  A batch holds at most the 500 invoices BATCTL
      * buffers; a longer run writes as many batches as it needs.
      * The tax breakdown is left blank, as on a keyed batch with no
      * breakdown.
      *
      * The run ends by listing every active contract that ends
      * within the next 60 days, so sales can renew it in time.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Contract-File
               Assign to "CONTRACT"
               Organization Sequential
               Access Sequential
               File Status Contract-File-Status.
           Select New-Contract-File
               Assign to "CONTRACO"
               Organization Sequential
               Access Sequential
               File Status New-Contract-File-Status.
           Select Invoice-Batch-File
               Assign to "CTRBILLO"
               Organization Sequential
               Access Sequential
               File Status Invoice-Batch-File-Status.
       Data Division.
       File Section.
       FD  Contract-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Contract-Record.
           copy CONTRACT.
       FD  New-Contract-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Contract-Record            pic x(80).
       FD  Invoice-Batch-File
           Recording Mode F
           Record Contains 100 Characters.
      * Same field layout as BATCTL's Batch-Header-Record and
      * Invoice-Record, so the invoices feed BCTLIN unchanged.
       01  Invoice-Batch-Record.
           05  IBR-Record-Type            pic x.
           05  filler                     pic x(99).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Contract-File-Status       pic x(02).
               88  Contract-File-OK       value "00".
               88  Contract-File-EOF      value "10".
           05  New-Contract-File-Status   pic x(02).
               88  New-Contract-OK        value "00".
           05  Invoice-Batch-File-Status  pic x(02).
               88  Invoice-Batch-OK       value "00".
       01  This-Program-Id                pic x(8) value "CTRBILL".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Renewal-Window-Days            pic 9(03) value 60.
       01  Billing-Fields.
           05  Bill-Date-Work             pic 9(8).
           05  filler redefines Bill-Date-Work.
               10  BDW-Year               pic 9(4).
               10  BDW-Month              pic 9(2).
               10  BDW-Day                pic 9(2).
           05  Start-Date-Work            pic 9(8).
           05  filler redefines Start-Date-Work.
               10  SDW-Year               pic 9(4).
               10  SDW-Month              pic 9(2).
               10  SDW-Day                pic 9(2).
           05  Months-to-Add              pic 9(02).
           05  Months-Elapsed             pic 9(03).
           05  Years-to-Add               pic 9(03).
           05  Days-to-End                pic s9(07).
       01  Date-Util-Parms.
           05  DTU-Year                   pic 9(4).
           05  DTU-Month                  pic 9(2).
           05  DTU-Leap-Year-Switch       pic x.
           05  DTU-Days-In-Month          pic 9(2).
      *****************************************************************
      * The invoices for the batch being built, buffered so the
      * header can carry the count BATCTL's balanced-batch check
      * demands.
      *****************************************************************
       01  Invoice-Count                  pic 9(05) value zero.
       01  Invoice-Table.
           05  Invoice-Entry occurs 1 to 500 times
                   depending on Invoice-Count
                   indexed by Invoice-Ix.
               10  BIL-Invoice-Number     pic x(6).
               10  BIL-Account            pic 9(7).
               10  BIL-Amount             pic 9(7)v99.
               10  BIL-Invoice-Date       pic 9(8).
       01  Batch-Build-Fields.
           05  Batch-Number-Built.
               10  filler                 pic x(2) value "RB".
               10  BNB-Month-Day          pic x(4).
               10  BNB-Batch-Sequence     pic 9(2).
           05  Invoice-Number-Built.
               10  filler                 pic x(1) value "R".
               10  INB-Sequence           pic 9(5).
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
           05  Contracts-Read             pic 9(07) comp.
           05  Contracts-Billed           pic 9(07) comp.
           05  Invoices-Billed            pic 9(07) comp.
           05  Batches-Written            pic 9(05) comp.
           05  Contracts-Expired          pic 9(07) comp.
           05  Contracts-Expiring         pic 9(07) comp.
           05  Total-Billed               pic 9(9)v99 value zero.
           05  Contract-Billed-Switch     pic x.
               88  Contract-Was-Billed    value "Y".
       01  Report-Lines.
           05  Heading-Line               pic x(44)
               value "--- Recurring Contract Billing ---".
           05  Billed-Line.
               10  filler                 pic x(10)
                   value "Billed    ".
               10  RPT-Account            pic 9(7).
               10  filler                 pic x(01) value "-".
               10  RPT-Contract-Number    pic 9(2).
               10  filler                 pic x(02) value spaces.
               10  RPT-Description        pic x(24).
               10  filler                 pic x(01) value space.
               10  RPT-Bill-Date          pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Amount             pic $zzz,zz9.99.
               10  filler                 pic x(10)
                   value "  invoice ".
               10  RPT-Invoice-Number     pic x(6).
           05  Expired-Line.
               10  filler                 pic x(10)
                   value "Expired   ".
               10  RPT-Exp-Account        pic 9(7).
               10  filler                 pic x(01) value "-".
               10  RPT-Exp-Contract       pic 9(2).
               10  filler                 pic x(02) value spaces.
               10  RPT-Exp-Description    pic x(24).
               10  filler                 pic x(07)
                   value " ended ".
               10  RPT-Exp-End-Date       pic 9999/99/99.
           05  Renewal-Heading-Line.
               10  filler                 pic x(30)
                   value "--- Contracts ending within ".
               10  RPT-Window-Days        pic zz9.
               10  filler                 pic x(25)
                   value " days - due for renewal".
           05  Renewal-Line.
               10  filler                 pic x(10)
                   value "Renew     ".
               10  RPT-Ren-Account        pic 9(7).
               10  filler                 pic x(01) value "-".
               10  RPT-Ren-Contract       pic 9(2).
               10  filler                 pic x(02) value spaces.
               10  RPT-Ren-Description    pic x(24).
               10  filler                 pic x(01) value space.
               10  RPT-Ren-Amount         pic $zzz,zz9.99.
               10  filler                 pic x(01) value space.
               10  RPT-Ren-Frequency      pic x(1).
               10  filler                 pic x(06)
                   value " ends ".
               10  RPT-Ren-End-Date       pic 9999/99/99.
               10  filler                 pic x(04) value " in ".
               10  RPT-Ren-Days           pic zz9.
               10  filler                 pic x(05) value " days".
           05  Totals-Line.
               10  filler                 pic x(17)
                   value "Contracts read: ".
               10  RPT-Contracts-Read     pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Billed: ".
               10  RPT-Contracts-Billed   pic zzz,zz9.
               10  filler                 pic x(12)
                   value "  Invoices: ".
               10  RPT-Invoices-Billed    pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  Batches: ".
               10  RPT-Batches-Written    pic zz9.
               10  filler                 pic x(09)
                   value "  Total: ".
               10  RPT-Total-Billed       pic $zzz,zzz,zz9.99.
           05  Totals-Line-2.
               10  filler                 pic x(17)
                   value "Expired:         ".
               10  RPT-Contracts-Expired  pic zzz,zz9.
               10  filler                 pic x(21)
                   value "  Due for renewal:   ".
               10  RPT-Contracts-Expiring pic zzz,zz9.
       01  Renewal-Count                  pic 9(05) value zero.
       01  Renewal-Table.
           05  Renewal-Entry occurs 1 to 2000 times
                   depending on Renewal-Count
                   indexed by Renewal-Ix.
               10  REN-Account            pic 9(7).
               10  REN-Contract-Number    pic 9(2).
               10  REN-Description        pic x(24).
               10  REN-Amount             pic 9(7)v99.
               10  REN-Frequency          pic x(1).
               10  REN-End-Date           pic 9(8).
               10  REN-Days-to-End        pic 9(3).
       Procedure Division.
           perform 0000-Initialize
           perform 2000-Bill-the-Contracts
           perform 6000-Report-Renewals
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Contracts-Read
           move zero to Contracts-Billed
           move zero to Invoices-Billed
           move zero to Batches-Written
           move zero to Contracts-Expired
           move zero to Contracts-Expiring
           move zero to INB-Sequence
           move function current-date to Run-Date-Time
           move RDT-YYYYMMDD(5:4) to BNB-Month-Day
           display Heading-Line
           open input Contract-File
           if not Contract-File-OK
               move Contract-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CONTRACT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Contract-File
           if not New-Contract-OK
               move New-Contract-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CONTRACO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Invoice-Batch-File
           if not Invoice-Batch-OK
               move Invoice-Batch-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CTRBILLO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Bill-the-Contracts.
           perform 2100-Read-Next-Contract
           perform with test before
                   until Contract-File-EOF
               add 1 to Contracts-Read
               if CTR-Active
                   perform 3000-Bill-One-Contract
               end-if
               write New-Contract-Record from Contract-Record
               if not New-Contract-OK
                   move New-Contract-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "CONTRACO" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2100-Read-Next-Contract
           end-perform
      * the last, part-filled batch
           if Invoice-Count greater than zero
               perform 7000-Write-Invoice-Batch
           end-if
           .
       2100-Read-Next-Contract.
           read Contract-File
           if not Contract-File-OK and not Contract-File-EOF
               move Contract-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CONTRACT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Bill-One-Contract.
      *****************************************************************
      * Bill each period due through today, stopping at the end
      * date; a contract whose next period would fall past its end
      * date has had its last bill and expires.
      *****************************************************************
           move "N" to Contract-Billed-Switch
           perform with test before
                   until CTR-Next-Bill-Date greater than RDT-YYYYMMDD
                      or CTR-Expired
               if CTR-End-Date not equal zero
                   and CTR-Next-Bill-Date greater than CTR-End-Date
                   set CTR-Expired to true
               else
                   perform 3100-Bill-One-Period
                   perform 3200-Advance-Next-Bill-Date
               end-if
           end-perform
           if Contract-Was-Billed
               add 1 to Contracts-Billed
           end-if
           if CTR-Active
               and CTR-End-Date not equal zero
               and CTR-Next-Bill-Date greater than CTR-End-Date
               set CTR-Expired to true
           end-if
           if CTR-Expired
               add 1 to Contracts-Expired
               move CTR-Account to RPT-Exp-Account
               move CTR-Contract-Number to RPT-Exp-Contract
               move CTR-Description to RPT-Exp-Description
               move CTR-End-Date to RPT-Exp-End-Date
               display Expired-Line
           else
               if CTR-End-Date not equal zero
                   perform 3500-Check-for-Renewal
               end-if
           end-if
           .
       3100-Bill-One-Period.
           if Invoice-Count equal 500
               perform 7000-Write-Invoice-Batch
           end-if
           if INB-Sequence equal 99999
               move "Invoice numbers exhausted for the run"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to INB-Sequence
           add 1 to Invoice-Count
           move Invoice-Number-Built
               to BIL-Invoice-Number(Invoice-Count)
           move CTR-Account to BIL-Account(Invoice-Count)
           move CTR-Amount to BIL-Amount(Invoice-Count)
           move CTR-Next-Bill-Date to BIL-Invoice-Date(Invoice-Count)
           move CTR-Next-Bill-Date to CTR-Last-Bill-Date
           add CTR-Amount to Total-Billed
           add 1 to Invoices-Billed
           set Contract-Was-Billed to true
           move CTR-Account to RPT-Account
           move CTR-Contract-Number to RPT-Contract-Number
           move CTR-Description to RPT-Description
           move CTR-Next-Bill-Date to RPT-Bill-Date
           move CTR-Amount to RPT-Amount
           move Invoice-Number-Built to RPT-Invoice-Number
           display Billed-Line
           .
       3200-Advance-Next-Bill-Date.
      *****************************************************************
      * On by the frequency in months, landing on the start date's
      * day of the month - or the month's last day, where the month
      * is too short for it, without losing the day for the months
      * after.
      *****************************************************************
           evaluate true
               when CTR-Monthly
                   move 1 to Months-to-Add
               when CTR-Quarterly
                   move 3 to Months-to-Add
               when CTR-Semiannual
                   move 6 to Months-to-Add
               when other
                   move 12 to Months-to-Add
           end-evaluate
           move CTR-Next-Bill-Date to Bill-Date-Work
           move CTR-Start-Date to Start-Date-Work
           compute Months-Elapsed = BDW-Month - 1 + Months-to-Add
           divide Months-Elapsed by 12
               giving Years-to-Add remainder Months-Elapsed
           add Years-to-Add to BDW-Year
           compute BDW-Month = Months-Elapsed + 1
           move BDW-Year to DTU-Year
           move BDW-Month to DTU-Month
           call "DATEUTIL" using Date-Util-Parms
           if SDW-Day greater than DTU-Days-In-Month
               move DTU-Days-In-Month to BDW-Day
           else
               move SDW-Day to BDW-Day
           end-if
           move Bill-Date-Work to CTR-Next-Bill-Date
           .
       3500-Check-for-Renewal.
           compute Days-to-End =
               function integer-of-date(CTR-End-Date)
               - function integer-of-date(RDT-YYYYMMDD)
           end-compute
           if Days-to-End not greater than Renewal-Window-Days
               if Renewal-Count equal 2000
                   move "Renewal table full" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Renewal-Count
               add 1 to Contracts-Expiring
               move CTR-Account to REN-Account(Renewal-Count)
               move CTR-Contract-Number
                   to REN-Contract-Number(Renewal-Count)
               move CTR-Description to REN-Description(Renewal-Count)
               move CTR-Amount to REN-Amount(Renewal-Count)
               move CTR-Frequency to REN-Frequency(Renewal-Count)
               move CTR-End-Date to REN-End-Date(Renewal-Count)
               move Days-to-End to REN-Days-to-End(Renewal-Count)
           end-if
           .
       6000-Report-Renewals.
           move Renewal-Window-Days to RPT-Window-Days
           display space
           display Renewal-Heading-Line
           perform varying Renewal-Ix from 1 by 1
                   until Renewal-Ix greater than Renewal-Count
               move REN-Account(Renewal-Ix) to RPT-Ren-Account
               move REN-Contract-Number(Renewal-Ix)
                   to RPT-Ren-Contract
               move REN-Description(Renewal-Ix)
                   to RPT-Ren-Description
               move REN-Amount(Renewal-Ix) to RPT-Ren-Amount
               move REN-Frequency(Renewal-Ix) to RPT-Ren-Frequency
               move REN-End-Date(Renewal-Ix) to RPT-Ren-End-Date
               move REN-Days-to-End(Renewal-Ix) to RPT-Ren-Days
               display Renewal-Line
           end-perform
           .
       7000-Write-Invoice-Batch.
      *****************************************************************
      * One balanced batch in BCTLIN layout: the header carries the
      * invoice count the buffer holds, then one invoice record per
      * period billed - so BATCTL's tally check holds.
      *****************************************************************
           add 1 to Batches-Written
           move Batches-Written to BNB-Batch-Sequence
           move Batch-Number-Built to HDR-Batch-Number
           move RDT-YYYYMMDD to HDR-Create-Date
           move Invoice-Count to HDR-Invoice-Count
           write Invoice-Batch-Record from Header-Out
           perform 7100-Check-Batch-Write
           perform varying Invoice-Ix from 1 by 1
                   until Invoice-Ix greater than Invoice-Count
               move BIL-Invoice-Number(Invoice-Ix)
                   to INV-Invoice-Number
               move BIL-Amount(Invoice-Ix) to INV-Invoice-Total
               move BIL-Invoice-Date(Invoice-Ix) to INV-Invoice-Date
               move BIL-Account(Invoice-Ix) to INV-Invoice-Account
               write Invoice-Batch-Record from Invoice-Out
               perform 7100-Check-Batch-Write
           end-perform
           move zero to Invoice-Count
           .
       7100-Check-Batch-Write.
           if not Invoice-Batch-OK
               move Invoice-Batch-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CTRBILLO" to Error-DDNAME
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
           move Contracts-Read to RPT-Contracts-Read
           move Contracts-Billed to RPT-Contracts-Billed
           move Invoices-Billed to RPT-Invoices-Billed
           move Batches-Written to RPT-Batches-Written
           move Total-Billed to RPT-Total-Billed
           move Contracts-Expired to RPT-Contracts-Expired
           move Contracts-Expiring to RPT-Contracts-Expiring
           display space
           display Totals-Line
           display Totals-Line-2
           .
       9900-Close.
           close Invoice-Batch-File
           close New-Contract-File
           close Contract-File
           .

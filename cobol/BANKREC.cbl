       Identification Division.
       Program-Id. BANKREC.
      *****************************************************************
      * Daily bank deposit reconciliation.  The bank sends its
      * prior-day statement for the receivables account as BANKSTMT:
      * an H header (statement date, bank account), D detail items -
      * each a deposit (D), a returned item (R), or a fee (F), with
      * amount, value date, the bank's own reference and a
      * description - and a T trailer carrying the item count and
      * the credit and debit totals.  A statement that does not
      * foot to its own trailer is refused outright; there is no
      * reconciling against half a statement.
      *
      * The book side is the DEPLOG book deposit log LBXIMP and
      * AGYREM append to as they release cash, and the NSFGL feed
      * NSFREV drops for each returned check.  Every deposit still
      * uncleared and dated no later than the statement date is
      * loaded; each bank deposit clears the first one of the same
      * amount dated the bank's value date, failing that the oldest
      * one of that amount still outstanding.  Each bank return
      * clears a returned check of the same amount.  Fees are never
      * on the books.  The report lists what matched, the bank
      * items not on the books, the book deposits the bank has not
      * shown (in transit from the statement day, and anything
      * older, which should have cleared by now), and the returned
      * checks the bank has not shown, then ties book cash to bank
      * cash for the day:
      *
      *   book deposits dated the statement day
      *     - book returned checks - deposits in transit
      *     + prior deposits cleared today
      *     + bank deposits not on the books
      *     + book returns not at the bank
      *     - bank returns not on the books - bank fees
      *                                    =  bank cash for the day
      *
      * The log is written back as DEPLOGO with the cleared date and
      * the bank's reference filled in on every deposit matched;
      * DEPLOGO replaces DEPLOG for the next run.  Return code 8
      * when anything is left to work - an unmatched bank item, an
      * unmatched returned check, a deposit older than the statement
      * day still outstanding - or the day does not tie.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Statement-File
               Assign to "BANKSTMT"
               Organization Sequential
               Access Sequential
               File Status Statement-File-Status.
           Select Deposit-Log-File
               Assign to "DEPLOG"
               Organization Sequential
               Access Sequential
               File Status Deposit-Log-File-Status.
           Select New-Deposit-Log-File
               Assign to "DEPLOGO"
               Organization Sequential
               Access Sequential
               File Status New-Deposit-Log-File-Status.
           Select Returned-Feed-File
               Assign to "NSFGL"
               Organization Sequential
               Access Sequential
               File Status Returned-Feed-File-Status.
       Data Division.
       File Section.
       FD  Statement-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Statement-Header-Record.
       01  Statement-Header-Record.
           05  STH-Record-Type            pic x(01).
               88  Statement-Header       value "H".
               88  Statement-Detail       value "D".
               88  Statement-Trailer      value "T".
           05  STH-Statement-Date         pic 9(08).
           05  STH-Bank-Account           pic x(12).
           05  filler                     pic x(59).
       01  Statement-Detail-Record.
           05  STD-Record-Type            pic x(01).
           05  STD-Item-Type              pic x(01).
               88  Bank-Deposit           value "D".
               88  Bank-Return            value "R".
               88  Bank-Fee               value "F".
           05  STD-Amount                 pic 9(09)v99.
           05  STD-Value-Date             pic 9(08).
           05  STD-Bank-Reference         pic x(16).
           05  STD-Description            pic x(30).
           05  filler                     pic x(13).
       01  Statement-Trailer-Record.
           05  STT-Record-Type            pic x(01).
           05  STT-Item-Count             pic 9(05).
           05  STT-Total-Credits          pic 9(11)v99.
           05  STT-Total-Debits           pic 9(11)v99.
           05  filler                     pic x(48).
       FD  Deposit-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Deposit-Log-Record.
           copy DEPLOG.
       FD  New-Deposit-Log-File
           Recording Mode F
           Record Contains 80 Characters.
       01  New-Deposit-Log-Record         pic x(80).
       FD  Returned-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as NSFREV's GL feed record.
       01  Returned-Feed-Record.
           05  NSF-Account                pic 9(7).
           05  NSF-Amount                 pic 9(7)v99.
           05  NSF-Date                   pic 9(8).
           05  filler                     pic x(56).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Statement-File-Status      pic x(02).
               88  Statement-File-OK      value "00".
               88  Statement-File-EOF     value "10".
           05  Deposit-Log-File-Status    pic x(02).
               88  Deposit-Log-OK         value "00".
               88  Deposit-Log-EOF        value "10".
               88  Deposit-Log-Missing    value "35".
           05  New-Deposit-Log-File-Status
                                          pic x(02).
               88  New-Deposit-Log-OK     value "00".
           05  Returned-Feed-File-Status  pic x(02).
               88  Returned-Feed-OK       value "00".
               88  Returned-Feed-EOF      value "10".
               88  Returned-Feed-Missing  value "35".
       01  Deposit-Log-Switch             pic x value "Y".
           88  Deposit-Log-Present        value "Y".
       01  This-Program-Id                pic x(8) value "BANKREC".
           copy ERRCOMM.
       01  Statement-Fields.
           05  Statement-Date             pic 9(8).
           05  Bank-Account               pic x(12).
           05  Trailer-Switch             pic x value "N".
               88  Trailer-Was-Seen       value "Y".
           05  Items-Tallied              pic 9(5) value zero.
           05  Credits-Tallied            pic 9(11)v99 value zero.
           05  Debits-Tallied             pic 9(11)v99 value zero.
      *****************************************************************
      * The book deposits still uncleared as of the statement date,
      * in log order, each with its record number on DEPLOG so the
      * write-back pass can find it again.
      *****************************************************************
       01  Deposit-Count                  pic 9(05) value zero.
       01  Deposit-Table.
           05  Deposit-Entry occurs 1 to 5000 times
                   depending on Deposit-Count
                   indexed by Dep-Ix.
               10  BKD-Log-Record-Number  pic 9(07) comp.
               10  BKD-Deposit-Date       pic 9(08).
               10  BKD-Source             pic x(03).
               10  BKD-Reference          pic x(12).
               10  BKD-Amount             pic 9(09)v99.
               10  BKD-Match-Switch       pic x(01).
                   88  BKD-Matched        value "Y".
               10  BKD-Bank-Reference     pic x(16).
      *****************************************************************
      * The returned checks NSFREV booked, waiting for the bank to
      * show them.
      *****************************************************************
       01  Return-Count                   pic 9(05) value zero.
       01  Return-Table.
           05  Return-Entry occurs 1 to 1000 times
                   depending on Return-Count
                   indexed by Ret-Ix.
               10  BKR-Account            pic 9(07).
               10  BKR-Date               pic 9(08).
               10  BKR-Amount             pic 9(07)v99.
               10  BKR-Match-Switch       pic x(01).
                   88  BKR-Matched        value "Y".
       01  Match-Fields.
           05  Found-Switch               pic x.
               88  Item-Found             value "Y".
           05  Found-Ix                   pic 9(05) comp.
           05  Log-Record-Number          pic 9(07) comp.
           05  Next-Dep-Ix                pic 9(05) comp.
       01  Reconciliation-Totals.
           05  Book-Deposits-Today        pic s9(11)v99
                                          packed-decimal value zero.
           05  Book-Returns               pic s9(11)v99
                                          packed-decimal value zero.
           05  In-Transit-Today           pic s9(11)v99
                                          packed-decimal value zero.
           05  Outstanding-Prior          pic s9(11)v99
                                          packed-decimal value zero.
           05  Prior-Cleared-Today        pic s9(11)v99
                                          packed-decimal value zero.
           05  Bank-Deposits              pic s9(11)v99
                                          packed-decimal value zero.
           05  Bank-Returns               pic s9(11)v99
                                          packed-decimal value zero.
           05  Bank-Fees                  pic s9(11)v99
                                          packed-decimal value zero.
           05  Unmatched-Bank-Deposits    pic s9(11)v99
                                          packed-decimal value zero.
           05  Unmatched-Bank-Returns     pic s9(11)v99
                                          packed-decimal value zero.
           05  Unmatched-Book-Returns     pic s9(11)v99
                                          packed-decimal value zero.
           05  Adjusted-Book-Cash         pic s9(11)v99
                                          packed-decimal value zero.
           05  Bank-Cash                  pic s9(11)v99
                                          packed-decimal value zero.
           05  Cash-Difference            pic s9(11)v99
                                          packed-decimal value zero.
       01  Report-Counters.
           05  Items-Matched              pic 9(07) comp.
           05  Bank-Items-Unmatched       pic 9(07) comp.
           05  Deposits-Outstanding       pic 9(07) comp.
           05  Prior-Deposits-Outstanding pic 9(07) comp.
           05  Returns-Unmatched          pic 9(07) comp.
           05  Log-Records-Written        pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(30)
                   value "--- Bank Deposit Reconciliati".
               10  filler                 pic x(04) value "on  ".
               10  RPT-Heading-Account    pic x(12).
               10  filler                 pic x(02) value spaces.
               10  RPT-Heading-Date       pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Bank-Item-Line.
               10  RPT-Bank-Status        pic x(18).
               10  RPT-Bank-Type          pic x(09).
               10  RPT-Bank-Date          pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Bank-Reference     pic x(16).
               10  RPT-Bank-Amount        pic $zzz,zzz,zz9.99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Bank-Book-Ref      pic x(30).
           05  Book-Deposit-Line.
               10  RPT-Book-Status        pic x(18).
               10  RPT-Book-Source        pic x(09).
               10  RPT-Book-Date          pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Book-Reference     pic x(16).
               10  RPT-Book-Amount        pic $zzz,zzz,zz9.99.
           05  Book-Return-Line.
               10  filler                 pic x(18)
                   value "Unmatched book    ".
               10  filler                 pic x(09)
                   value "RETURN   ".
               10  RPT-Return-Date        pic 9999/99/99.
               10  filler                 pic x(10)
                   value "  account ".
               10  RPT-Return-Account     pic 9(7).
               10  filler                 pic x(01) value space.
               10  RPT-Return-Amount      pic $zzz,zzz,zz9.99.
           05  Tie-Out-Line.
               10  RPT-Tie-Label          pic x(40).
               10  RPT-Tie-Amount         pic -zzz,zzz,zz9.99.
           05  In-Balance-Line            pic x(44)
               value "BOOK CASH TIES TO BANK CASH FOR THE DAY".
           05  Not-In-Balance-Line.
               10  filler                 pic x(40)
                   value "BOOK CASH DOES NOT TIE - DIFFERENCE  ".
               10  RPT-Cash-Difference    pic -zzz,zzz,zz9.99.
           05  Totals-Line.
               10  filler                 pic x(10)
                   value "Matched: ".
               10  RPT-Items-Matched      pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  Bank unmatched: ".
               10  RPT-Bank-Unmatched     pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  In transit: ".
               10  RPT-Deposits-Outstanding
                                          pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Prior uncleared".
               10  filler                 pic x(02) value ": ".
               10  RPT-Prior-Outstanding  pic zzz,zz9.
               10  filler                 pic x(20)
                   value "  Returns unmatched:".
               10  RPT-Returns-Unmatched  pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Statement-Header
           perform 1100-Load-Book-Deposits
           perform 1200-Load-Book-Returns
           perform 2000-Match-the-Statement
           perform 3000-Report-Unmatched-Book
           perform 5000-Write-Deposit-Log
           perform 8000-Print-Tie-Out-Statement
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           move zero to Items-Matched
           move zero to Bank-Items-Unmatched
           move zero to Deposits-Outstanding
           move zero to Prior-Deposits-Outstanding
           move zero to Returns-Unmatched
           move zero to Log-Records-Written
           open input Statement-File
           if not Statement-File-OK
               move Statement-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "BANKSTMT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Read-Statement-Header.
           perform 1900-Read-Next-Statement-Record
           if Statement-File-EOF
               or not Statement-Header
               move "Bank statement has no header - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move STH-Statement-Date to Statement-Date
           move STH-Bank-Account to Bank-Account
           move STH-Bank-Account to RPT-Heading-Account
           move STH-Statement-Date to RPT-Heading-Date
           display Heading-Line
           .
      *****************************************************************
      * Book deposits: everything on the log still uncleared and
      * dated no later than the statement.  No log yet means no
      * book deposits - every bank deposit will stand unmatched.
      *****************************************************************
       1100-Load-Book-Deposits.
           open input Deposit-Log-File
           if Deposit-Log-Missing
               move "N" to Deposit-Log-Switch
           else
               if not Deposit-Log-OK
                   move Deposit-Log-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DEPLOG" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Log-Record-Number
               perform 1110-Read-Next-Deposit
               perform with test before
                       until Deposit-Log-EOF
                   add 1 to Log-Record-Number
                   if DPL-Deposit-Date equal Statement-Date
                       and DPL-Cleared-Date equal zero
                       add DPL-Amount to Book-Deposits-Today
                   end-if
                   if DPL-Cleared-Date equal zero
                       and DPL-Deposit-Date
                           not greater than Statement-Date
                       if Deposit-Count equal 5000
                           move "Book deposit table full"
                               to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       add 1 to Deposit-Count
                       set Dep-Ix to Deposit-Count
                       move Log-Record-Number
                           to BKD-Log-Record-Number(Dep-Ix)
                       move DPL-Deposit-Date
                           to BKD-Deposit-Date(Dep-Ix)
                       move DPL-Source to BKD-Source(Dep-Ix)
                       move DPL-Reference to BKD-Reference(Dep-Ix)
                       move DPL-Amount to BKD-Amount(Dep-Ix)
                       move "N" to BKD-Match-Switch(Dep-Ix)
                       move spaces to BKD-Bank-Reference(Dep-Ix)
                   end-if
                   perform 1110-Read-Next-Deposit
               end-perform
               close Deposit-Log-File
           end-if
           .
       1110-Read-Next-Deposit.
           read Deposit-Log-File
           if not Deposit-Log-OK and not Deposit-Log-EOF
               move Deposit-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DEPLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
      *****************************************************************
      * Book returns: the returned checks NSFREV booked through the
      * statement date.  No feed means none were booked.
      *****************************************************************
       1200-Load-Book-Returns.
           open input Returned-Feed-File
           if not Returned-Feed-Missing
               if not Returned-Feed-OK
                   move Returned-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "NSFGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 1210-Read-Next-Returned-Check
               perform with test before
                       until Returned-Feed-EOF
                   if NSF-Date not greater than Statement-Date
                       if Return-Count equal 1000
                           move "Returned check table full"
                               to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       add 1 to Return-Count
                       set Ret-Ix to Return-Count
                       move NSF-Account to BKR-Account(Ret-Ix)
                       move NSF-Date to BKR-Date(Ret-Ix)
                       move NSF-Amount to BKR-Amount(Ret-Ix)
                       move "N" to BKR-Match-Switch(Ret-Ix)
                       add NSF-Amount to Book-Returns
                   end-if
                   perform 1210-Read-Next-Returned-Check
               end-perform
               close Returned-Feed-File
           end-if
           .
       1210-Read-Next-Returned-Check.
           read Returned-Feed-File
           if not Returned-Feed-OK and not Returned-Feed-EOF
               move Returned-Feed-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "NSFGL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1900-Read-Next-Statement-Record.
           read Statement-File
           if not Statement-File-OK and not Statement-File-EOF
               move Statement-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "BANKSTMT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Match-the-Statement.
           display space
           perform 1900-Read-Next-Statement-Record
           perform with test before
                   until Statement-File-EOF
               evaluate true
                   when Statement-Detail
                       if Trailer-Was-Seen
                           move "Bank statement item after trailer"
                               to Error-Message
                           perform 8900-Scream-and-Die
                       end-if
                       perform 2100-Match-One-Bank-Item
                   when Statement-Trailer
                       set Trailer-Was-Seen to true
                       perform 2900-Check-Trailer-Totals
                   when other
                       move "Bank statement record type unknown"
                           to Error-Message
                       perform 8900-Scream-and-Die
               end-evaluate
               perform 1900-Read-Next-Statement-Record
           end-perform
           if not Trailer-Was-Seen
               move "Bank statement has no trailer - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Match-One-Bank-Item.
           add 1 to Items-Tallied
           move spaces to Bank-Item-Line
           move STD-Value-Date to RPT-Bank-Date
           move STD-Bank-Reference to RPT-Bank-Reference
           move STD-Amount to RPT-Bank-Amount
           move STD-Description to RPT-Bank-Book-Ref
           evaluate true
               when Bank-Deposit
                   add STD-Amount to Credits-Tallied
                   add STD-Amount to Bank-Deposits
                   move "DEPOSIT" to RPT-Bank-Type
                   perform 2200-Match-Bank-Deposit
               when Bank-Return
                   add STD-Amount to Debits-Tallied
                   add STD-Amount to Bank-Returns
                   move "RETURN" to RPT-Bank-Type
                   perform 2300-Match-Bank-Return
               when Bank-Fee
                   add STD-Amount to Debits-Tallied
                   add STD-Amount to Bank-Fees
                   move "FEE" to RPT-Bank-Type
                   move "Bank fee" to RPT-Bank-Status
                   display Bank-Item-Line
               when other
                   move "Bank statement item type unknown"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
      *****************************************************************
      * A bank deposit clears the first uncleared book deposit of the
      * same amount dated the bank's value date; failing that, the
      * oldest of that amount still outstanding (a deposit the bank
      * credited a day late).
      *****************************************************************
       2200-Match-Bank-Deposit.
           move "N" to Found-Switch
           perform varying Dep-Ix from 1 by 1
                   until Dep-Ix greater than Deposit-Count
                      or Item-Found
               if not BKD-Matched(Dep-Ix)
                   and BKD-Amount(Dep-Ix) equal STD-Amount
                   and BKD-Deposit-Date(Dep-Ix) equal STD-Value-Date
                   set Item-Found to true
                   set Found-Ix to Dep-Ix
               end-if
           end-perform
           perform varying Dep-Ix from 1 by 1
                   until Dep-Ix greater than Deposit-Count
                      or Item-Found
               if not BKD-Matched(Dep-Ix)
                   and BKD-Amount(Dep-Ix) equal STD-Amount
                   set Item-Found to true
                   set Found-Ix to Dep-Ix
               end-if
           end-perform
           if Item-Found
               set Dep-Ix to Found-Ix
               set BKD-Matched(Dep-Ix) to true
               move STD-Bank-Reference to BKD-Bank-Reference(Dep-Ix)
               if BKD-Deposit-Date(Dep-Ix) less than Statement-Date
                   add STD-Amount to Prior-Cleared-Today
               end-if
               add 1 to Items-Matched
               move "Matched" to RPT-Bank-Status
               move spaces to RPT-Bank-Book-Ref
               string BKD-Source(Dep-Ix) delimited by size
                      " " delimited by size
                      BKD-Reference(Dep-Ix) delimited by size
                   into RPT-Bank-Book-Ref
               end-string
           else
               add STD-Amount to Unmatched-Bank-Deposits
               add 1 to Bank-Items-Unmatched
               move "Unmatched bank" to RPT-Bank-Status
           end-if
           display Bank-Item-Line
           .
       2300-Match-Bank-Return.
           move "N" to Found-Switch
           perform varying Ret-Ix from 1 by 1
                   until Ret-Ix greater than Return-Count
                      or Item-Found
               if not BKR-Matched(Ret-Ix)
                   and BKR-Amount(Ret-Ix) equal STD-Amount
                   set Item-Found to true
                   set BKR-Matched(Ret-Ix) to true
               end-if
           end-perform
           if Item-Found
               add 1 to Items-Matched
               move "Matched" to RPT-Bank-Status
           else
               add STD-Amount to Unmatched-Bank-Returns
               add 1 to Bank-Items-Unmatched
               move "Unmatched bank" to RPT-Bank-Status
           end-if
           display Bank-Item-Line
           .
       2900-Check-Trailer-Totals.
           if STT-Item-Count not equal Items-Tallied
               or STT-Total-Credits not equal Credits-Tallied
               or STT-Total-Debits not equal Debits-Tallied
               move "Bank statement does not foot to trailer - refused"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
      *****************************************************************
      * What the books have that the bank has not shown: deposits in
      * transit from the statement day, older deposits that should
      * have cleared by now, and returned checks not yet charged back.
      *****************************************************************
       3000-Report-Unmatched-Book.
           display space
           perform varying Dep-Ix from 1 by 1
                   until Dep-Ix greater than Deposit-Count
               if not BKD-Matched(Dep-Ix)
                   move spaces to Book-Deposit-Line
                   if BKD-Deposit-Date(Dep-Ix) equal Statement-Date
                       add BKD-Amount(Dep-Ix) to In-Transit-Today
                       add 1 to Deposits-Outstanding
                       move "In transit" to RPT-Book-Status
                   else
                       add BKD-Amount(Dep-Ix) to Outstanding-Prior
                       add 1 to Prior-Deposits-Outstanding
                       move "Uncleared book" to RPT-Book-Status
                   end-if
                   move BKD-Source(Dep-Ix) to RPT-Book-Source
                   move BKD-Deposit-Date(Dep-Ix) to RPT-Book-Date
                   move BKD-Reference(Dep-Ix) to RPT-Book-Reference
                   move BKD-Amount(Dep-Ix) to RPT-Book-Amount
                   display Book-Deposit-Line
               end-if
           end-perform
           perform varying Ret-Ix from 1 by 1
                   until Ret-Ix greater than Return-Count
               if not BKR-Matched(Ret-Ix)
                   add BKR-Amount(Ret-Ix) to Unmatched-Book-Returns
                   add 1 to Returns-Unmatched
                   move BKR-Date(Ret-Ix) to RPT-Return-Date
                   move BKR-Account(Ret-Ix) to RPT-Return-Account
                   move BKR-Amount(Ret-Ix) to RPT-Return-Amount
                   display Book-Return-Line
               end-if
           end-perform
           .
      *****************************************************************
      * Write the log back with the matches cleared.  The table holds
      * its entries in log order, so one pass down the log with a
      * pointer into the table finds each one.
      *****************************************************************
       5000-Write-Deposit-Log.
           open output New-Deposit-Log-File
           if not New-Deposit-Log-OK
               move New-Deposit-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DEPLOGO" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Deposit-Log-Present
               open input Deposit-Log-File
               if not Deposit-Log-OK
                   move Deposit-Log-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "DEPLOG" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Log-Record-Number
               move 1 to Next-Dep-Ix
               perform 1110-Read-Next-Deposit
               perform with test before
                       until Deposit-Log-EOF
                   add 1 to Log-Record-Number
                   if Next-Dep-Ix not greater than Deposit-Count
                       set Dep-Ix to Next-Dep-Ix
                       if BKD-Log-Record-Number(Dep-Ix)
                           equal Log-Record-Number
                           if BKD-Matched(Dep-Ix)
                               move Statement-Date
                                   to DPL-Cleared-Date
                               move BKD-Bank-Reference(Dep-Ix)
                                   to DPL-Bank-Reference
                           end-if
                           add 1 to Next-Dep-Ix
                       end-if
                   end-if
                   write New-Deposit-Log-Record
                       from Deposit-Log-Record
                   if not New-Deposit-Log-OK
                       move New-Deposit-Log-File-Status
                           to Error-Status
                       move Const-WRITE to Error-Operation
                       move "DEPLOGO" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Log-Records-Written
                   perform 1110-Read-Next-Deposit
               end-perform
               close Deposit-Log-File
           end-if
           close New-Deposit-Log-File
           .
       8000-Print-Tie-Out-Statement.
           compute Adjusted-Book-Cash =
               Book-Deposits-Today - Book-Returns
               - In-Transit-Today + Prior-Cleared-Today
               + Unmatched-Bank-Deposits + Unmatched-Book-Returns
               - Unmatched-Bank-Returns - Bank-Fees
           end-compute
           compute Bank-Cash =
               Bank-Deposits - Bank-Returns - Bank-Fees
           end-compute
           compute Cash-Difference =
               Adjusted-Book-Cash - Bank-Cash
           end-compute
           display space
           move "Book deposits dated statement day" to RPT-Tie-Label
           move Book-Deposits-Today to RPT-Tie-Amount
           display Tie-Out-Line
           move "Less book returned checks" to RPT-Tie-Label
           move Book-Returns to RPT-Tie-Amount
           display Tie-Out-Line
           move "Less deposits in transit" to RPT-Tie-Label
           move In-Transit-Today to RPT-Tie-Amount
           display Tie-Out-Line
           move "Plus prior deposits cleared today" to RPT-Tie-Label
           move Prior-Cleared-Today to RPT-Tie-Amount
           display Tie-Out-Line
           move "Plus bank deposits not on the books"
               to RPT-Tie-Label
           move Unmatched-Bank-Deposits to RPT-Tie-Amount
           display Tie-Out-Line
           move "Plus book returns not at the bank" to RPT-Tie-Label
           move Unmatched-Book-Returns to RPT-Tie-Amount
           display Tie-Out-Line
           move "Less bank returns not on the books"
               to RPT-Tie-Label
           move Unmatched-Bank-Returns to RPT-Tie-Amount
           display Tie-Out-Line
           move "Less bank fees" to RPT-Tie-Label
           move Bank-Fees to RPT-Tie-Amount
           display Tie-Out-Line
           move "Adjusted book cash" to RPT-Tie-Label
           move Adjusted-Book-Cash to RPT-Tie-Amount
           display Tie-Out-Line
           move "Bank cash per statement" to RPT-Tie-Label
           move Bank-Cash to RPT-Tie-Amount
           display Tie-Out-Line
           if Outstanding-Prior not equal zero
               move "Older deposits still uncleared"
                   to RPT-Tie-Label
               move Outstanding-Prior to RPT-Tie-Amount
               display Tie-Out-Line
           end-if
           if Cash-Difference equal zero
               display In-Balance-Line
           else
               move Cash-Difference to RPT-Cash-Difference
               display Not-In-Balance-Line
           end-if
           if Cash-Difference not equal zero
               or Bank-Items-Unmatched greater than zero
               or Returns-Unmatched greater than zero
               or Prior-Deposits-Outstanding greater than zero
               move 8 to return-code
           end-if
           move Items-Matched to RPT-Items-Matched
           move Bank-Items-Unmatched to RPT-Bank-Unmatched
           move Deposits-Outstanding to RPT-Deposits-Outstanding
           move Prior-Deposits-Outstanding to RPT-Prior-Outstanding
           move Returns-Unmatched to RPT-Returns-Unmatched
           display Totals-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9900-Housekeeping.
           close Statement-File
           .

      * days' totals into the ledger from the printed reports.  This
      * job reads the day's posted-invoice stream (BCTLPOST), the
      * day's payments (classified applied or suspense against the
      * accounts on file), the write-off feed the WRITEOFF job
      * leaves (WOFFGL, optional - most days there is none), and the
      * credit-memo feed the CRMEMO job leaves (CRMGL, optional the
      * same way), and the returned-check feed the NSFREV job leaves
      * (NSFGL, optional the same way), and the collection-agency
      * commission feed the AGYREM job leaves (AGYGL, optional the
      * same way), and the unclaimed-property feed the yearly
      * ESCHEAT job leaves (ESCHGL, optional the same way), and
      * writes summarized, balanced journal lines:
      *
      *   DR Accounts Receivable / CR Sales       invoices posted
      *   DR Cash / CR Accounts Receivable        cash applied
      *   DR Cash / CR Suspense                   suspense items
      *   DR Bad Debt Expense / CR A-R            write-offs
      *   DR Sales Returns / CR A-R               credit memos
      *   DR Accounts Receivable / CR Cash        returned checks
      *   DR Collection Commission / CR Cash      agency commission
      *   DR Accounts Receivable / CR Unclaimed   escheated credits
      *      Property Payable
      *
      * The journal is proved before it is written: debits must
      * equal credits and every journal amount must equal the total
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
           Select Commission-Feed-File
               Assign to "AGYGL"
               Organization Sequential
               Access Sequential
               File Status Commission-Feed-File-Status.
           Select Escheat-Feed-File
               Assign to "ESCHGL"
               Organization Sequential
               Access Sequential
               File Status Escheat-Feed-File-Status.
           Select Journal-File
               Assign to "GLJRNL"
               Organization Sequential
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
       FD  Commission-Feed-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as AGYREM's GL feed record.
       01  Commission-Feed-Record.
           05  ACF-Account                pic 9(7).
           05  ACF-Amount                 pic 9(7)v99.
           05  ACF-Date                   pic 9(8).
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
       FD  Journal-File
           Recording Mode F
           Record Contains 80 Characters.
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
           05  Commission-Feed-File-Status
                                          pic x(02).
               88  Commission-Feed-OK     value "00".
               88  Commission-Feed-EOF    value "10".
               88  Commission-Feed-Missing
                                          value "35".
           05  Escheat-Feed-File-Status   pic x(02).
               88  Escheat-Feed-OK        value "00".
               88  Escheat-Feed-EOF       value "10".
               88  Escheat-Feed-Missing   value "35".
           05  Journal-File-Status        pic x(02).
               88  Journal-File-OK        value "00".
       01  Writeoff-Feed-Switch           pic x value "Y".
           88  Writeoff-Feed-Present      value "Y".
       01  Memo-Feed-Switch               pic x value "Y".
           88  Memo-Feed-Present          value "Y".
       01  Returned-Feed-Switch           pic x value "Y".
           88  Returned-Feed-Present      value "Y".
       01  Commission-Feed-Switch         pic x value "Y".
           88  Commission-Feed-Present    value "Y".
       01  Escheat-Feed-Switch            pic x value "Y".
           88  Escheat-Feed-Present       value "Y".
       01  This-Program-Id                pic x(8) value "GLJRNL".
           copy ERRCOMM.
       01  Run-Date-Time.
                                          packed-decimal value zero.
           05  Writeoff-Total             pic s9(11)v99
                                          packed-decimal value zero.
           05  Credit-Memo-Total          pic s9(11)v99
                                          packed-decimal value zero.
           05  Returned-Check-Total       pic s9(11)v99
                                          packed-decimal value zero.
           05  Agency-Commission-Total    pic s9(11)v99
                                          packed-decimal value zero.
           05  Escheat-Total              pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Debits             pic s9(11)v99
                                          packed-decimal value zero.
           05  Journal-Credits            pic s9(11)v99
           05  Invoices-Read              pic 9(07) comp.
           05  Payments-Read              pic 9(07) comp.
           05  Writeoffs-Read             pic 9(07) comp.
           05  Memos-Read                 pic 9(07) comp.
           05  Returned-Checks-Read       pic 9(07) comp.
           05  Commissions-Read           pic 9(07) comp.
           05  Escheats-Read              pic 9(07) comp.
           05  Journal-Lines-Written      pic 9(07) comp.
       01  Report-Lines.
           05  Register-Heading           pic x(40)
               10  filler                 pic x(18)
                   value "  Write-offs read:".
               10  RPT-Writeoffs-Read     pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Memos read: ".
               10  RPT-Memos-Read         pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Journal lines: ".
               10  RPT-Journal-Lines      pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(23)
                   value "Returned checks read: ".
               10  RPT-Returned-Checks-Read
                                          pic zzz,zz9.
               10  filler                 pic x(27)
                   value "  Agency commissions read: ".
               10  RPT-Commissions-Read   pic zzz,zz9.
               10  filler                 pic x(27)
                   value "  Escheated credits read:  ".
               10  RPT-Escheats-Read      pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Account-Table
           perform 2000-Total-Posted-Invoices
           perform 3000-Total-Payments
           perform 4000-Total-Writeoffs
           perform 4500-Total-Credit-Memos
           perform 4600-Total-Returned-Checks
           perform 4700-Total-Agency-Commission
           perform 4800-Total-Escheated-Credits
           perform 5000-Write-Balanced-Journal
           perform 9000-Report-Totals
           goback
           move zero to Invoices-Read
           move zero to Payments-Read
           move zero to Writeoffs-Read
           move zero to Memos-Read
           move zero to Returned-Checks-Read
           move zero to Commissions-Read
           move zero to Escheats-Read
           move zero to Journal-Lines-Written
           move function current-date to Run-Date-Time
           open input Post-File
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Memo-Feed-File
           if Memo-Feed-Missing
               move "N" to Memo-Feed-Switch
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
           else
               if not Returned-Feed-OK
                   move Returned-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "NSFGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Commission-Feed-File
           if Commission-Feed-Missing
               move "N" to Commission-Feed-Switch
           else
               if not Commission-Feed-OK
                   move Commission-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "AGYGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           open input Escheat-Feed-File
           if Escheat-Feed-Missing
               move "N" to Escheat-Feed-Switch
           else
               if not Escheat-Feed-OK
                   move Escheat-Feed-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "ESCHGL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       1000-Load-Account-Table.
           read Accounts-File
               close Writeoff-Feed-File
           end-if
           .
       4500-Total-Credit-Memos.
           if Memo-Feed-Present
               read Memo-Feed-File
               perform with test before
                       until Memo-Feed-EOF
                   add 1 to Memos-Read
                   add CMF-Amount to Credit-Memo-Total
                   read Memo-Feed-File
                   if not Memo-Feed-OK
                       and not Memo-Feed-EOF
                       move Memo-Feed-File-Status
                           to Error-Status
                       move Const-READ to Error-Operation
                       move "CRMGL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-perform
               close Memo-Feed-File
           end-if
           .
       4600-Total-Returned-Checks.
           if Returned-Feed-Present
               read Returned-Feed-File
               perform with test before
                       until Returned-Feed-EOF
                   add 1 to Returned-Checks-Read
                   add NSF-Amount to Returned-Check-Total
                   read Returned-Feed-File
                   if not Returned-Feed-OK
                       and not Returned-Feed-EOF
                       move Returned-Feed-File-Status
                           to Error-Status
                       move Const-READ to Error-Operation
                       move "NSFGL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-perform
               close Returned-Feed-File
           end-if
           .
       4700-Total-Agency-Commission.
           if Commission-Feed-Present
               read Commission-Feed-File
               perform with test before
                       until Commission-Feed-EOF
                   add 1 to Commissions-Read
                   add ACF-Amount to Agency-Commission-Total
                   read Commission-Feed-File
                   if not Commission-Feed-OK
                       and not Commission-Feed-EOF
                       move Commission-Feed-File-Status
                           to Error-Status
                       move Const-READ to Error-Operation
                       move "AGYGL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-perform
               close Commission-Feed-File
           end-if
           .
       4800-Total-Escheated-Credits.
           if Escheat-Feed-Present
               read Escheat-Feed-File
               perform with test before
                       until Escheat-Feed-EOF
                   add 1 to Escheats-Read
                   add ESG-Amount to Escheat-Total
                   read Escheat-Feed-File
                   if not Escheat-Feed-OK
                       and not Escheat-Feed-EOF
                       move Escheat-Feed-File-Status
                           to Error-Status
                       move Const-READ to Error-Operation
                       move "ESCHGL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
               end-perform
               close Escheat-Feed-File
           end-if
           .
       5000-Write-Balanced-Journal.
      *****************************************************************
      * Build each journal pair off its stream total, then prove the
           if Writeoff-Total not equal zero
               perform 5400-Write-Writeoff-Pair
           end-if
           if Credit-Memo-Total not equal zero
               perform 5500-Write-Credit-Memo-Pair
           end-if
           if Returned-Check-Total not equal zero
               perform 5600-Write-Returned-Check-Pair
           end-if
           if Agency-Commission-Total not equal zero
               perform 5700-Write-Commission-Pair
           end-if
           if Escheat-Total not equal zero
               perform 5800-Write-Escheat-Pair
           end-if
           close Journal-File
           if Journal-Debits equal Journal-Credits
               and Journal-Debits equal
                   Invoices-Total + Cash-Applied-Total
                   + Suspense-Total + Writeoff-Total
                   + Credit-Memo-Total + Returned-Check-Total
                   + Agency-Commission-Total + Escheat-Total
               display Balanced-Line
           else
               display Out-of-Balance-Line
           move "Write-offs" to JRN-Description
           perform 7000-Write-Journal-Line
           .
       5500-Write-Credit-Memo-Pair.
           move "RTRN" to JRN-Account-Code
           move "D" to JRN-Debit-Credit
           move Credit-Memo-Total to JRN-Amount
           move "Credit memos" to JRN-Description
           perform 7000-Write-Journal-Line
           move "AR" to JRN-Account-Code
           move "C" to JRN-Debit-Credit
           move Credit-Memo-Total to JRN-Amount
           move "Credit memos" to JRN-Description
           perform 7000-Write-Journal-Line
           .
       5600-Write-Returned-Check-Pair.
           move "AR" to JRN-Account-Code
           move "D" to JRN-Debit-Credit
           move Returned-Check-Total to JRN-Amount
           move "Returned checks" to JRN-Description
           perform 7000-Write-Journal-Line
           move "CASH" to JRN-Account-Code
           move "C" to JRN-Debit-Credit
           move Returned-Check-Total to JRN-Amount
           move "Returned checks" to JRN-Description
           perform 7000-Write-Journal-Line
           .
       5700-Write-Commission-Pair.
           move "CCOM" to JRN-Account-Code
           move "D" to JRN-Debit-Credit
           move Agency-Commission-Total to JRN-Amount
           move "Agency commission" to JRN-Description
           perform 7000-Write-Journal-Line
           move "CASH" to JRN-Account-Code
           move "C" to JRN-Debit-Credit
           move Agency-Commission-Total to JRN-Amount
           move "Agency commission" to JRN-Description
           perform 7000-Write-Journal-Line
           .
       5800-Write-Escheat-Pair.
           move "AR" to JRN-Account-Code
           move "D" to JRN-Debit-Credit
           move Escheat-Total to JRN-Amount
           move "Unclaimed property" to JRN-Description
           perform 7000-Write-Journal-Line
           move "UNCL" to JRN-Account-Code
           move "C" to JRN-Debit-Credit
           move Escheat-Total to JRN-Amount
           move "Unclaimed property" to JRN-Description
           perform 7000-Write-Journal-Line
           .
       7000-Write-Journal-Line.
           move RDT-YYYYMMDD to JRN-Date
           write Journal-Record
           move Invoices-Read to RPT-Invoices-Read
           move Payments-Read to RPT-Payments-Read
           move Writeoffs-Read to RPT-Writeoffs-Read
           move Memos-Read to RPT-Memos-Read
           move Journal-Lines-Written to RPT-Journal-Lines
           move Returned-Checks-Read to RPT-Returned-Checks-Read
           move Commissions-Read to RPT-Commissions-Read
           move Escheats-Read to RPT-Escheats-Read
           display space
           display Totals-Line
           display Totals-Line-2
           .

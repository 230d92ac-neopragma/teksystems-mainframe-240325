      * posts if its actual invoice tally matches the header count -
      * otherwise the whole batch is rejected and none of its invoices
      * are posted, so a short or padded batch can never post partway.
      * Each invoice's sales-tax breakdown - taxable and exempt sales
      * and the tax charged by up to three jurisdictions - rides
      * through untouched onto the posted (and rejected) records for
      * the month-end TAXRPT worksheet.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  Invoice-Total               pic s9(7)v99.
           05  Invoice-Date                pic x(8).
           05  Invoice-Account             pic 9(7).
      * Sales-tax breakdown: slot 1 is the state, 2 the county, 3 the
      * city, the same three levels the TABLES invoice carries per
      * line.  Spaces here mean the submitter sent no breakdown.
           05  Invoice-Tax-Breakdown.
               10  Invoice-Taxable-Amount  pic s9(7)v99.
               10  Invoice-Exempt-Amount   pic s9(7)v99.
               10  Invoice-Tax occurs 3 times.
                   15  Invoice-Tax-Jurisdiction
                                           pic x(5).
                   15  Invoice-Tax-Amount  pic s9(5)v99.
           05  filler                      pic x(15).
       FD  Post-File
           Recording Mode F
           Record Contains 100 Characters
           05  POST-Invoice-Total          pic s9(7)v99.
           05  POST-Invoice-Date           pic x(8).
           05  POST-Invoice-Account        pic 9(7).
           05  POST-Tax-Breakdown          pic x(54).
           05  filler                      pic x(11).
       FD  Report-File
           Recording Mode F
           Record Contains 132 Characters
               10  IBE-Invoice-Total        pic s9(7)v99.
               10  IBE-Invoice-Date         pic x(8).
               10  IBE-Invoice-Account      pic 9(7).
               10  IBE-Tax-Breakdown        pic x(54).

       01  Batch-Run-Totals.
           05  Batches-Posted               pic 9(05) comp.
                 to IBE-Invoice-Date(Invoice-Buffer-Count)
               move Invoice-Account
                 to IBE-Invoice-Account(Invoice-Buffer-Count)
               move Invoice-Tax-Breakdown
                 to IBE-Tax-Breakdown(Invoice-Buffer-Count)
               perform 1100-Read-Next-Input-Record
           end-perform
           if Invoice-Buffer-Count = 500
                                               delimited by size
                      IBE-Invoice-Account(Invoice-Buffer-Ix)
                                               delimited by size
                      IBE-Tax-Breakdown(Invoice-Buffer-Ix)
                                               delimited by size
                   into Reject-Record
               end-string
               perform 7800-Write-Reject-Record
                 to POST-Invoice-Date
               move IBE-Invoice-Account(Invoice-Buffer-Ix)
                 to POST-Invoice-Account
               move IBE-Tax-Breakdown(Invoice-Buffer-Ix)
                 to POST-Tax-Breakdown
               perform 7500-Write-Post-Record
           end-perform
           .

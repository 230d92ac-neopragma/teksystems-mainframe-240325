      *****************************************************************
      * PAYHIST - Payment-application history.  Keyed VSAM KSDS, key
      * = PYH-Key; written by CSHAPP as each payment applies, so a
      * payment can be undone exactly when the bank returns the
      * check.  Two record types share the key, the way BATCTL's
      * header and invoice records share BCTLIN:
      *   P (item sequence 000) - the payment itself: what it took
      *     off the balance, what it banked as credit, and the
      *     last-payment date it replaced;
      *   I (item sequence 001 up) - one per open item the payment
      *     relieved, with enough of the item to put it back on
      *     OPENITEM if it was paid off and dropped.
      * The sequence numbers a payment within an account and deposit
      * date.  NSFREV reopens a returned payment's items from here,
      * marks the payment returned, and counts an account's returned
      * checks over the past year off the P records.
      *****************************************************************
           05  PYH-Key.
               10  PYH-Account            pic 9(07).
               10  PYH-Payment-Date       pic 9(08).
               10  PYH-Payment-Seq        pic 9(03).
               10  PYH-Item-Seq           pic 9(03).
           05  PYH-Record-Type            pic x(01).
               88  PYH-Payment-Entry      value "P".
               88  PYH-Item-Entry         value "I".
           05  PYH-Payment-Data.
               10  PYH-Amount             pic 9(07)v99.
               10  PYH-Applied-Amount     pic 9(07)v99.
               10  PYH-Credit-Banked      pic 9(07)v99.
      * Julian, the form ACCT-Last-Payment-Date is kept in.
               10  PYH-Last-Payment-Stamped
                                          pic 9(07).
               10  PYH-Prior-Last-Payment pic 9(07).
               10  PYH-Invoice-Named      pic x(06).
               10  PYH-Status             pic x(01).
                   88  PYH-Applied        value "A".
                   88  PYH-Returned       value "R".
               10  PYH-Returned-Date      pic 9(08).
               10  filler                 pic x(02).
           05  PYH-Item-Data redefines PYH-Payment-Data.
               10  PYI-Invoice-Number     pic x(06).
               10  PYI-Invoice-Date       pic 9(08).
               10  PYI-Original-Amount    pic 9(07)v99.
               10  PYI-Amount-Relieved    pic 9(07)v99.
               10  filler                 pic x(26).

      * Maintained by the AGEDREC aging pass: an account entering the
      * 120-plus bucket is added with the date and balance, an
      * account that has paid down out of that bucket is released.
      * NSFREV adds a returned-check hold on an account's second
      * returned check within a year; the aging pass leaves that
      * hold standing for a year from its date before releasing it.
      * The order desk checks holds here by account number in real
      * time.
      *
      * The record grew from 24 to 25 bytes when the hold reason was
      * added.  A hold file written in the old 24-byte layout must
      * be run once through CRDCVT, which writes every hold in this
      * layout as an aging hold, before any program that copies this
      * layout reads it.
      *****************************************************************
           05  CRD-Account                pic 9(07).
           05  CRD-Hold-Date              pic 9(08).
           05  CRD-Balance                pic 9(07)v99.
           05  CRD-Hold-Reason            pic x(01).
               88  CRD-Aging-Hold         value "A".
               88  CRD-Returned-Check-Hold
                                          value "N".

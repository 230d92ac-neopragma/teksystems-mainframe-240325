      *****************************************************************
      * CONTRACT - Recurring billing contract: the same amount billed
      * to the same account every period - service contracts,
      * rentals.  Sequential in account and contract-number order;
      * an account may carry up to 99 contracts.  Set up, changed,
      * and cancelled by the CTRMNT card utility.  CTRBILL bills
      * each active contract whose next bill date has come round as
      * a BATCTL invoice, moves the next bill date on by the
      * frequency (on the start date's day of the month, or the
      * month's last day where it is shorter), and marks the
      * contract expired once the next bill date passes the end
      * date.  A zero end date runs until the contract is cancelled.
      *****************************************************************
           05  CTR-Key.
               10  CTR-Account            pic 9(07).
               10  CTR-Contract-Number    pic 9(02).
           05  CTR-Description            pic x(24).
           05  CTR-Amount                 pic 9(07)v99.
           05  CTR-Frequency              pic x(01).
               88  CTR-Monthly            value "M".
               88  CTR-Quarterly          value "Q".
               88  CTR-Semiannual         value "S".
               88  CTR-Annual             value "A".
               88  CTR-Frequency-Valid    value "M" "Q" "S" "A".
           05  CTR-Start-Date             pic 9(08).
           05  CTR-End-Date               pic 9(08).
           05  CTR-Next-Bill-Date         pic 9(08).
           05  CTR-Last-Bill-Date         pic 9(08).
           05  CTR-Status                 pic x(01).
               88  CTR-Active             value "A".
               88  CTR-Expired            value "E".
           05  filler                     pic x(04).

      *****************************************************************
      * PAYPLAN - Installment payment-plan record: at most one plan
      * per receivables account, sequential in account-number order
      * like ACCTFL itself.  Set up, rescheduled, and cancelled by
      * the PPLMNT card utility when collections agrees a plan with
      * the customer.  CSHAPP credits each payment against the plan
      * schedule - an installment paid in full moves the next due
      * date on by the interval - marks the plan kept once the
      * agreed balance is paid, and breaks it once an installment
      * is more than the grace days overdue.  DUNGEN and LATECHG
      * leave an account with a current plan alone; a broken plan
      * puts the account straight back into normal collection.
      * PPLRPT reports the month's plans kept, at risk, and broken.
      *****************************************************************
           05  PPL-Account                pic 9(07).
           05  PPL-Agreed-Date            pic 9(08).
           05  PPL-Agreed-Balance         pic 9(07)v99.
           05  PPL-Installment-Amount     pic 9(07)v99.
           05  PPL-Interval-Days          pic 9(03).
           05  PPL-Next-Due-Date          pic 9(08).
           05  PPL-Installments-Paid      pic 9(03).
      * Paid toward the installment now due, short of a full one.
           05  PPL-Paid-Toward-Due        pic 9(07)v99.
           05  PPL-Amount-Paid            pic 9(07)v99.
           05  PPL-Status                 pic x(01).
               88  PPL-Plan-Current       value "C".
               88  PPL-Plan-Kept          value "K".
               88  PPL-Plan-Broken        value "B".
           05  PPL-Status-Date            pic 9(08).
           05  filler                     pic x(06).

      * frequency: one record per job with frequency D (every
      * business day), W (weekly, on the named weekday), or M (the
      * last business day of the month), and the BIZDAYS calendar id
      * the business days come from.  For the check date this job
      * works out which calendar entries expected a run, checks the
      * run log for each, and reports every job that should have run
      * and did not.
      *
      * The check date is today less CHECK-DAYS-BACK days, from the
      * RUNPARM run-parameter file through PRMGET as of today - one,
      * yesterday, the ordinary morning case, when the file has no
      * setting.  The SYSIN card is optional and only a one-night
      * override: a nonzero check date in cols 1-8 replaces it for
      * this run and is logged on the PRMAUDT audit file.
      *
      * Frequency P is the fiscal-period end - the last business day
      * of the fiscal period the check date falls in, the period
      * coming from the FISCCAL fiscal-calendar routine - for the
      * month-end jobs that now run to period end rather than to
      * calendar month end.  A check date that is not on the fiscal
      * calendar expects no P run and says so on the report.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               88  RCL-Daily              value "D".
               88  RCL-Weekly             value "W".
               88  RCL-Month-End          value "M".
               88  RCL-Period-End         value "P".
      * Weekday on the BIZDAYS day-of-week arithmetic: 1 Monday
      * through 6 Saturday, 0 Sunday.
           05  RCL-Weekday                pic 9(1).
           05  Expected-This-Date         pic x.
               88  Job-Expected-Today     value "Y".
           05  Expected-Sub               pic 9(3).
           05  Fiscal-Warning-Switch      pic x value "N".
               88  Fiscal-Warning-Given   value "Y".
      * Parameter area for the PRMGET subprogram - same field
      * layout as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Days-Value redefines RPP-Value.
               10  RPP-Days-Back          pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Date-Value redefines RPP-Value.
               10  RPP-Date               pic 9(8).
               10  filler                 pic x(24).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Check-Days-Back                pic 9(3).
      * Parameter area for the BIZDAYS subprogram - same field
      * layout as BIZ-Parms in its Linkage Section.
       01  Business-Day-Parms.
           05  BZP-Date-2                 pic 9(8).
           05  BZP-Day-Count              pic 9(5).
           05  BZP-Result-Date            pic 9(8).
      * Parameter area for the FISCCAL subprogram - same field
      * layout as FSC-Parms in its Linkage Section.
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
       01  Report-Counters.
           05  Calendar-Entries-Read      pic 9(03) comp.
           05  Jobs-Expected              pic 9(03) comp.
               10  filler                 pic x(13)
                   value "  frequency  ".
               10  RPT-Frequency          pic x(1).
           05  Not-Fiscal-Line.
               10  filler                 pic x(41)
                   value "Check date is not on the fiscal calendar".
               10  filler                 pic x(27)
                   value " - no period-end run judged".
           05  All-Ran-Line               pic x(44)
               value "Everything the calendar expected ran".
           05  Totals-Line.
           move zero to Jobs-Ran
           move zero to Jobs-Missed
      *****************************************************************
      * No setting and no card checks yesterday - this is a morning
      * report on the night before.  A card date is logged.
      *****************************************************************
           move function current-date to Run-Stamp-Field
           move 1 to Check-Days-Back
           move "G" to RPP-Function
           move "RUNCHECK" to RPP-Program-Id
           move "CHECK-DAYS-BACK" to RPP-Parm-Name
           move RDF-YYYYMMDD to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Days-Back numeric
               move RPP-Days-Back to Check-Days-Back
           end-if
           compute Check-Date-Integer =
               function integer-of-date(RDF-YYYYMMDD) - Check-Days-Back
           end-compute
           compute Check-Date-Field =
               function date-of-integer(Check-Date-Integer)
                   compute Check-Date-Integer =
                       function integer-of-date(Check-Date-Field)
                   end-compute
                   move "O" to RPP-Function
                   move "CHECK-DATE" to RPP-Parm-Name
                   move spaces to RPP-Value
                   move CTL-Check-Date to RPP-Date
                   call "PRMGET" using by reference Run-Parm-Parms
                   end-call
               end-if
               close Control-Card-File
           end-if
                   end-if
               when RCL-Month-End
                   perform 1400-Is-Check-Date-Month-End
               when RCL-Period-End
                   perform 1500-Is-Check-Date-Period-End
               when other
                   continue
           end-evaluate
      * compare.
      *****************************************************************
           perform 1450-Find-Calendar-Month-End
           perform 1460-Walk-Back-to-Business-Day
           .
       1460-Walk-Back-to-Business-Day.
      *****************************************************************
      * From the period's last calendar day in Month-End-Date, back
      * to the first business day on the entry's calendar.
      *****************************************************************
           compute Walk-Integer =
               function integer-of-date(Month-End-Date)
           end-compute
               function date-of-integer(Walk-Integer)
           end-compute
           .
       1500-Is-Check-Date-Period-End.
      *****************************************************************
      * Period end is the same walk as month end, starting from the
      * last day of the fiscal period instead of the calendar month.
      *****************************************************************
           move "D" to FCP-Function
           move Check-Date-Field to FCP-Date
           call "FISCCAL" using by reference Fiscal-Calendar-Parms
           end-call
           if FCP-Found
               move FCP-Period-End to Month-End-Date
               perform 1460-Walk-Back-to-Business-Day
           else
               set Fiscal-Warning-Given to true
           end-if
           .
       2000-Check-the-Run-Log.
           open input Run-Log-File
           if not Run-Log-OK
       3000-Report-the-Misses.
           move Check-Date-Field to RPT-HDR-Date
           display Heading-Line
           if Fiscal-Warning-Given
               display Not-Fiscal-Line
           end-if
           perform varying Expected-Sub from 1 by 1
                   until Expected-Sub greater than Expected-Count
               if EXT-Ran-Flag(Expected-Sub) equal "Y"

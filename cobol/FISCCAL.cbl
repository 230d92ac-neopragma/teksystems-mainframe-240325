       Identification Division.
       Program-Id. FISCCAL.
      *****************************************************************
      * Fiscal-period calendar routine, alongside DATEUTIL and
      * BIZDAYS.  Our fiscal year runs on a 4-4-5 calendar - every
      * period is whole weeks, and a period's end is seldom the last
      * day of a calendar month - so a month-end job asked to work
      * to "period end" needs somewhere to look it up.  This is that
      * place.  The FISCAL calendar file carries one record per
      * fiscal period - fiscal year, period number, first and last
      * date - maintained a year ahead by Finance; the periods of a
      * year (12 on the 4-4-5 pattern, a 53rd week falling into the
      * last) need only be contiguous.
      *
      * Called with a single parameter area by reference, the same
      * convention BIZDAYS uses.  Function D answers for FSC-Date the
      * fiscal year, period, and week of the year it falls in, with
      * that period's start and end dates; function P answers the
      * start and end dates of period FSC-Period of fiscal year
      * FSC-Fiscal-Year.  FSC-Result comes back F when the answer was
      * found and N when the date or period is not on the calendar -
      * the caller decides whether that is fatal.  Week 1 starts on
      * the first day of the year's period 1.  The calendar file is
      * loaded on the first call of the run unit.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Fiscal-Calendar-File
               Assign to "FISCAL"
               Organization Sequential
               Access Sequential
               File Status Fiscal-Calendar-File-Status.
       Data Division.
       File Section.
       FD  Fiscal-Calendar-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Fiscal-Calendar-Record.
           05  FCR-Fiscal-Year           pic 9(4).
           05  filler                    pic x(1).
           05  FCR-Period                pic 9(2).
           05  filler                    pic x(1).
           05  FCR-Start-Date            pic 9(8).
           05  filler                    pic x(1).
           05  FCR-End-Date              pic 9(8).
           05  filler                    pic x(55).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Fiscal-Calendar-File-Status
                                         pic x(02).
               88  Fiscal-Calendar-OK    value "00".
               88  Fiscal-Calendar-EOF   value "10".
       01  Table-Load-Switch             pic x value "N".
           88  Table-Is-Loaded           value "Y".
       01  Period-Count                  pic 9(03) value zero.
       01  Period-Table.
           05  Period-Entry occurs 1 to 400 times
                   depending on Period-Count
                   indexed by Period-Ix.
               10  PRD-Fiscal-Year       pic 9(4).
               10  PRD-Period            pic 9(2).
               10  PRD-Start-Date        pic 9(8).
               10  PRD-End-Date          pic 9(8).
       01  FSC-Work-Areas.
           05  FSC-Year-Start-Date       pic 9(8).
           05  FSC-Date-Integer          pic s9(9) comp.
           05  FSC-Start-Integer         pic s9(9) comp.
       Linkage Section.
       01  FSC-Parms.
           05  FSC-Function              pic x(1).
               88  FSC-Date-Lookup       value "D".
               88  FSC-Period-Lookup     value "P".
           05  FSC-Date                  pic 9(8).
           05  FSC-Fiscal-Year           pic 9(4).
           05  FSC-Period                pic 9(2).
           05  FSC-Week                  pic 9(2).
           05  FSC-Period-Start          pic 9(8).
           05  FSC-Period-End            pic 9(8).
           05  FSC-Result                pic x(1).
               88  FSC-Found             value "F".
               88  FSC-Not-on-Calendar   value "N".
       Procedure Division
               using FSC-Parms.
           if not Table-Is-Loaded
               perform 1000-Load-Period-Table
           end-if
           set FSC-Not-on-Calendar to true
           evaluate true
               when FSC-Date-Lookup
                   perform 2000-Find-Date
               when FSC-Period-Lookup
                   perform 3000-Find-Period
               when other
                   continue
           end-evaluate
           goback
           .
       1000-Load-Period-Table.
      *****************************************************************
      * A missing calendar file is not fatal here - every lookup then
      * answers N, and the caller that asked for period end says so.
      * A record whose dates are not real dates, or run backwards, is
      * left out rather than let it answer for a period.
      *****************************************************************
           open input Fiscal-Calendar-File
           if Fiscal-Calendar-OK
               read Fiscal-Calendar-File
               perform with test before
                       until Fiscal-Calendar-EOF
                       or Period-Count = 400
                   if FCR-Start-Date numeric
                       and FCR-End-Date numeric
                       and FCR-Fiscal-Year numeric
                       and FCR-Period numeric
                       and function test-date-yyyymmdd(FCR-Start-Date)
                           equal zero
                       and function test-date-yyyymmdd(FCR-End-Date)
                           equal zero
                       and FCR-End-Date not less than FCR-Start-Date
                       add 1 to Period-Count
                       move FCR-Fiscal-Year
                           to PRD-Fiscal-Year(Period-Count)
                       move FCR-Period to PRD-Period(Period-Count)
                       move FCR-Start-Date
                           to PRD-Start-Date(Period-Count)
                       move FCR-End-Date to PRD-End-Date(Period-Count)
                   end-if
                   read Fiscal-Calendar-File
               end-perform
               close Fiscal-Calendar-File
           end-if
           set Table-Is-Loaded to true
           .
       2000-Find-Date.
           set Period-Ix to 1
           search Period-Entry
               at end
                   continue
               when FSC-Date
                       not less than PRD-Start-Date(Period-Ix)
                   and FSC-Date
                       not greater than PRD-End-Date(Period-Ix)
                   set FSC-Found to true
                   move PRD-Fiscal-Year(Period-Ix) to FSC-Fiscal-Year
                   move PRD-Period(Period-Ix) to FSC-Period
                   move PRD-Start-Date(Period-Ix) to FSC-Period-Start
                   move PRD-End-Date(Period-Ix) to FSC-Period-End
           end-search
           if FSC-Found
               perform 2100-Work-Out-Week
           end-if
           .
       2100-Work-Out-Week.
      *****************************************************************
      * Weeks count from the first day of the year's earliest period
      * on file - period 1 whenever the calendar is complete.
      *****************************************************************
           move FSC-Period-Start to FSC-Year-Start-Date
           perform varying Period-Ix from 1 by 1
                   until Period-Ix greater than Period-Count
               if PRD-Fiscal-Year(Period-Ix) equal FSC-Fiscal-Year
                   and PRD-Start-Date(Period-Ix)
                       less than FSC-Year-Start-Date
                   move PRD-Start-Date(Period-Ix)
                       to FSC-Year-Start-Date
               end-if
           end-perform
           compute FSC-Date-Integer =
               function integer-of-date(FSC-Date)
           end-compute
           compute FSC-Start-Integer =
               function integer-of-date(FSC-Year-Start-Date)
           end-compute
           compute FSC-Week =
               (FSC-Date-Integer - FSC-Start-Integer) / 7 + 1
           end-compute
           .
       3000-Find-Period.
           set Period-Ix to 1
           search Period-Entry
               at end
                   continue
               when PRD-Fiscal-Year(Period-Ix) equal FSC-Fiscal-Year
                   and PRD-Period(Period-Ix) equal FSC-Period
                   set FSC-Found to true
                   move PRD-Start-Date(Period-Ix) to FSC-Period-Start
                   move PRD-End-Date(Period-Ix) to FSC-Period-End
           end-search
           .

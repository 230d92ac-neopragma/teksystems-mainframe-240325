       Identification Division.
       Program-Id. SVCANN.
      *****************************************************************
      * Monthly service anniversary and seniority listing, replacing
      * the list HR built by hand.  Every active employee on the
      * EMPLOYEE table is given a service date, then
      *
      *   - next month's 5, 10, 15, 20, and 25 year anniversaries are
      *     listed by department, for recognition and for the
      *     vacation-accrual step-ups, and
      *   - the full seniority list is printed per department, most
      *     senior first, for layoff and shift-bid purposes.
      *
      * HIREDATE is the service date for anyone never rehired.  A
      * rehire overwrites HIREDATE, so earlier service is rebuilt
      * from the hire, termination, and rehire entries D03PGM3
      * leaves on EMPAUDT, under the company's bridging rule: a
      * break in service of a year or less is bridged - the earlier
      * service counts and only the time away is lost, moving the
      * service date forward by the length of the break - while a
      * longer break starts service over on the rehire date.  The
      * audit entries are dated the day they were keyed; the latest
      * rehire is taken at the effective date on HIREDATE instead.
      * An employee hired before the audit trail began has no hire
      * entry to bridge back to; their service restarts at the
      * rehire and the line is marked for HR to check by hand.
      * Seniority ties go to the lower employee number - the earlier
      * hire.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Audit-File
               Assign to "EMPAUDT"
               Organization Sequential
               Access Sequential
               File Status Audit-File-Status.
           Select Audit-Sort-File
               Assign to "SORTWK01".
           Select Sorted-Audit-File
               Assign to "AUDSORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Audit-File-Status.
           Select Service-Sort-File
               Assign to "SORTWK02".
           Select Sorted-Service-File
               Assign to "SVCSORTD"
               Organization Sequential
               Access Sequential
               File Status Sorted-Service-File-Status.
       Data Division.
       File Section.
       FD  Audit-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Audit-Record.
           copy EMPAUD.
       SD  Audit-Sort-File.
       01  SD-Audit-Record.
           05  SRA-Empno                  pic 9(6).
           05  SRA-Date                   pic 9(8).
           05  SRA-Time                   pic 9(6).
           05  SRA-Action                 pic x(1).
           05  filler                     pic x(59).
       FD  Sorted-Audit-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Sorted-Audit-Record.
           05  SAU-Empno                  pic 9(6).
           05  SAU-Date                   pic 9(8).
           05  SAU-Time                   pic 9(6).
           05  SAU-Action                 pic x(1).
               88  SAU-Hire               value "H".
               88  SAU-Termination        value "T".
               88  SAU-Rehire             value "R".
           05  filler                     pic x(59).
       SD  Service-Sort-File.
       01  SD-Service-Record.
           05  SRS-Dept                   pic x(3).
           05  SRS-Service-Date           pic 9(8).
           05  SRS-Empno                  pic 9(6).
           05  filler                     pic x(83).
       FD  Sorted-Service-File
           Recording Mode F
           Record Contains 100 Characters.
       01  Sorted-Service-Record.
           05  SVC-Dept                   pic x(3).
           05  SVC-Service-Date           pic 9(8).
           05  filler redefines SVC-Service-Date.
               10  SVC-Service-Year       pic 9(4).
               10  SVC-Service-Month      pic 9(2).
               10  SVC-Service-Day        pic 9(2).
           05  SVC-Empno                  pic 9(6).
           05  SVC-Name                   pic x(20).
           05  SVC-Dept-Name              pic x(36).
           05  SVC-Hire-Date              pic 9(8).
           05  SVC-Years                  pic 9(2).
           05  SVC-Milestone-Switch       pic x(1).
               88  SVC-Milestone-Next-Month
                                          value "Y".
           05  SVC-Basis                  pic x(1).
               88  SVC-Never-Rehired      value " ".
               88  SVC-Bridged            value "B".
               88  SVC-Restarted          value "R".
               88  SVC-Pre-Audit          value "U".
           05  filler                     pic x(15).
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.
           EXEC SQL
             DECLARE SVCEMP-CURSOR CURSOR FOR
             SELECT E.EMPNO,
                    E.NAME,
                    E.WORKDEPT,
                    E.HIREDATE,
                    COALESCE(D.DEPTNAME, ' ')
               FROM EMPLOYEE E
               LEFT OUTER JOIN DEPARTMENT D
                 ON D.DEPTNO = E.WORKDEPT
              WHERE E.TERMDATE IS NULL
              ORDER BY E.EMPNO
           END-EXEC.
       01  File-Status-Indicators.
           05  Audit-File-Status          pic x(02).
               88  Audit-File-OK          value "00".
               88  Audit-File-EOF         value "10".
           05  Sorted-Audit-File-Status   pic x(02).
               88  Sorted-Audit-OK        value "00".
               88  Sorted-Audit-EOF       value "10".
           05  Sorted-Service-File-Status pic x(02).
               88  Sorted-Service-OK      value "00".
               88  Sorted-Service-EOF     value "10".
       01  This-Program-Id                pic x(8) value "SVCANN".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler redefines RDT-YYYYMMDD.
               10  RDT-Year               pic 9(4).
               10  RDT-Month              pic 9(2).
               10  RDT-Day                pic 9(2).
           05  filler                     pic x(13).
       01  Next-Month-Fields.
           05  Next-Year                  pic 9(4).
           05  Next-Month                 pic 9(2).
      *****************************************************************
      * The company's bridging rule: a break of this many days or
      * fewer between a termination and the rehire is bridged.
      *****************************************************************
       01  Bridge-Break-Days              pic 9(4) value 365.
      * Service anniversaries that are recognized.
       01  Milestone-Data                 pic x(10)
           value "0510152025".
       01  Milestone-Table redefines Milestone-Data.
           05  Milestone-Years            pic 9(2) occurs 5 times
                   indexed by Milestone-Ix.
       01  Fetch-Fields.
           05  Fetch-Dept-Name            pic x(36).
           05  Fetch-Hire-Date.
               10  FHD-Year               pic x(4).
               10  filler                 pic x(1).
               10  FHD-Month              pic x(2).
               10  filler                 pic x(1).
               10  FHD-Day                pic x(2).
      *****************************************************************
      * One employee's hire, termination, and rehire entries, in the
      * order they happened, while the service date is worked out.
      *****************************************************************
       01  Event-Count                    pic 9(02) comp value zero.
       01  Max-Events                     pic 9(02) comp value 50.
       01  Event-Table.
           05  Event-Entry occurs 50 times.
               10  EVT-Action             pic x(1).
               10  EVT-Date               pic 9(8).
       01  Service-Work-Fields.
           05  Event-Sub                  pic 9(02) comp.
           05  Last-Rehire-Sub            pic 9(02) comp.
           05  Hire-Date-Num              pic 9(8).
           05  filler redefines Hire-Date-Num.
               10  HDN-Year               pic 9(4).
               10  HDN-Month              pic 9(2).
               10  HDN-Day                pic 9(2).
           05  Service-Date               pic 9(8).
           05  filler redefines Service-Date.
               10  SVD-Year               pic 9(4).
               10  SVD-Month              pic 9(2).
               10  SVD-Day                pic 9(2).
           05  Service-Basis              pic x(1).
           05  Last-Term-Date             pic 9(8).
           05  Rehire-Date                pic 9(8).
           05  Break-Days                 pic s9(7) comp.
           05  Rehire-Day-Number          pic s9(7) comp.
           05  Term-Day-Number            pic s9(7) comp.
           05  Service-Day-Number         pic s9(7) comp.
           05  Service-Start-Switch       pic x(1).
               88  Service-Start-Known    value "Y".
           05  Years-of-Service           pic s9(4) comp.
           05  Anniversary-Years          pic s9(4) comp.
           05  Anniversary-Edit           pic z9.
       01  Report-Work-Fields.
           05  Current-Dept               pic x(3).
           05  Seniority-Rank             pic 9(5) comp.
       01  Report-Counters.
           05  Employees-Listed           pic 9(07) comp.
           05  Employees-Skipped          pic 9(07) comp.
           05  Employees-Bridged          pic 9(07) comp.
           05  Employees-Restarted        pic 9(07) comp.
           05  Employees-Pre-Audit        pic 9(07) comp.
           05  Milestones-Next-Month      pic 9(07) comp.
           05  Audit-Entries-Used         pic 9(07) comp.
       01  Report-Lines.
           05  Milestone-Heading.
               10  filler                 pic x(36)
                   value "--- Service Anniversaries Due in ".
               10  RPT-Next-Month         pic 9(2).
               10  filler                 pic x(01) value "/".
               10  RPT-Next-Year          pic 9(4).
               10  filler                 pic x(04) value " ---".
           05  Seniority-Heading          pic x(60)
               value "--- Seniority List by Department ---".
           05  Dept-Heading.
               10  filler                 pic x(11)
                   value "Department ".
               10  RPT-Dept               pic x(3).
               10  filler                 pic x(01) value space.
               10  RPT-Dept-Name          pic x(36).
           05  Column-Heading.
               10  filler                 pic x(29)
                   value "  Rank  Empno  Name".
               10  filler                 pic x(40)
                   value "Service date  Years  Latest hire".
           05  Employee-Line.
               10  RPT-Rank               pic zz,zz9
                                          blank when zero.
               10  filler                 pic x(01) value space.
               10  RPT-Empno              pic 9(6).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Service-Date       pic 9999/99/99.
               10  filler                 pic x(03) value spaces.
               10  RPT-Years              pic z9.
               10  filler                 pic x(04) value spaces.
               10  RPT-Hire-Date          pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Note               pic x(32).
           05  Skip-Line.
               10  filler                 pic x(09)
                   value "Employee ".
               10  SKP-Empno              pic 9(6).
               10  filler                 pic x(40)
                   value " skipped - HIREDATE is not YYYY-MM-DD: ".
               10  SKP-Hire-Date          pic x(10).
           05  Totals-Line-1.
               10  filler                 pic x(20)
                   value "Employees listed: ".
               10  RPT-Listed             pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  milestones: ".
               10  RPT-Milestones         pic zzz,zz9.
               10  filler                 pic x(11)
                   value "  skipped: ".
               10  RPT-Skipped            pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(20)
                   value "Rehires bridged: ".
               10  RPT-Bridged            pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  restarted: ".
               10  RPT-Restarted          pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  hired before audit: ".
               10  RPT-Pre-Audit          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Sort-Audit-Entries
           perform 2000-Build-Service-Dates
           perform 3000-List-Milestones
           perform 4000-List-Seniority
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           initialize Report-Counters
           move function current-date to Run-Date-Time
           if RDT-Month equal 12
               move 1 to Next-Month
               compute Next-Year = RDT-Year + 1
               end-compute
           else
               compute Next-Month = RDT-Month + 1
               end-compute
               move RDT-Year to Next-Year
           end-if
           .
       1000-Sort-Audit-Entries.
      *****************************************************************
      * Only the entries that start or end service matter, in each
      * employee's own order - the order the merge below needs.
      *****************************************************************
           sort Audit-Sort-File
               on ascending key SRA-Empno SRA-Date SRA-Time
               input procedure 1100-Release-Service-Events
               giving Sorted-Audit-File
           if not sort-return equal zero
               move "SORT Audit-Entries" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1100-Release-Service-Events.
           open input Audit-File
           if not Audit-File-OK
               move Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1200-Read-Audit-Entry
           perform with test before
                   until Audit-File-EOF
               if EAU-Hire or EAU-Termination or EAU-Rehire
                   move spaces to SD-Audit-Record
                   move EAU-Empno to SRA-Empno
                   move EAU-Date to SRA-Date
                   move EAU-Time to SRA-Time
                   move EAU-Action to SRA-Action
                   release SD-Audit-Record
               end-if
               perform 1200-Read-Audit-Entry
           end-perform
           close Audit-File
           .
       1200-Read-Audit-Entry.
           read Audit-File
           end-read
           if not Audit-File-OK and not Audit-File-EOF
               move Audit-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Build-Service-Dates.
      *****************************************************************
      * Active employees in EMPNO order, matched against the sorted
      * audit entries, released one per employee for the
      * department and seniority sort.
      *****************************************************************
           sort Service-Sort-File
               on ascending key SRS-Dept SRS-Service-Date SRS-Empno
               input procedure 2100-Release-Employees
               giving Sorted-Service-File
           if not sort-return equal zero
               move "SORT Service-Dates" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2100-Release-Employees.
           open input Sorted-Audit-File
           if not Sorted-Audit-OK
               move Sorted-Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AUDSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2200-Read-Sorted-Audit
           EXEC SQL
                OPEN SVCEMP-CURSOR
           END-EXEC
           if SQLCODE not equal 0
               move "SVCANN open of EMPLOYEE cursor failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2300-Fetch-Employee
               until SQLCODE not equal 0
           if SQLCODE not equal 100
               move "SVCANN fetch from EMPLOYEE failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           EXEC SQL
                CLOSE SVCEMP-CURSOR
           END-EXEC
           close Sorted-Audit-File
           .
       2200-Read-Sorted-Audit.
           read Sorted-Audit-File
           end-read
           evaluate true
               when Sorted-Audit-OK
                   continue
               when Sorted-Audit-EOF
                   move 999999 to SAU-Empno
               when other
                   move Sorted-Audit-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "AUDSORTD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2300-Fetch-Employee.
           EXEC SQL
                FETCH SVCEMP-CURSOR
                 INTO :EMPNO, :NAME, :WORKDEPT, :HIREDATE,
                      :Fetch-Dept-Name
           END-EXEC
           if SQLCODE equal 0
               perform 2400-Gather-Events
               move HIREDATE to Fetch-Hire-Date
               if FHD-Year numeric and FHD-Month numeric
                       and FHD-Day numeric
                   move FHD-Year to HDN-Year
                   move FHD-Month to HDN-Month
                   move FHD-Day to HDN-Day
                   perform 2500-Work-Out-Service-Date
                   perform 2700-Release-Employee
               else
                   add 1 to Employees-Skipped
                   move EMPNO to SKP-Empno
                   move HIREDATE to SKP-Hire-Date
                   display Skip-Line
               end-if
           end-if
           .
       2400-Gather-Events.
      *****************************************************************
      * Skip the entries of anyone no longer active, then collect
      * this employee's.  More events than the table holds keeps
      * the most recent ones, which are the ones that decide.
      *****************************************************************
           move zero to Event-Count
           perform until SAU-Empno not less than EMPNO
               perform 2200-Read-Sorted-Audit
           end-perform
           perform until SAU-Empno not equal EMPNO
               if Event-Count equal Max-Events
                   perform varying Event-Sub from 2 by 1
                           until Event-Sub greater than Max-Events
                       move Event-Entry(Event-Sub)
                           to Event-Entry(Event-Sub - 1)
                   end-perform
               else
                   add 1 to Event-Count
               end-if
               move SAU-Action to EVT-Action(Event-Count)
               move SAU-Date to EVT-Date(Event-Count)
               add 1 to Audit-Entries-Used
               perform 2200-Read-Sorted-Audit
           end-perform
           .
       2500-Work-Out-Service-Date.
      *****************************************************************
      * Never rehired: HIREDATE is the service date.  Otherwise walk
      * the events oldest first applying the bridging rule at each
      * rehire, the last rehire dated from HIREDATE.
      *****************************************************************
           move Hire-Date-Num to Service-Date
           move space to Service-Basis
           move zero to Last-Rehire-Sub
           perform varying Event-Sub from 1 by 1
                   until Event-Sub greater than Event-Count
               if EVT-Action(Event-Sub) equal "R"
                   move Event-Sub to Last-Rehire-Sub
               end-if
           end-perform
           if Last-Rehire-Sub greater than zero
               move "N" to Service-Start-Switch
               move zero to Last-Term-Date
               perform varying Event-Sub from 1 by 1
                       until Event-Sub greater than Event-Count
                   perform 2600-Apply-Event
               end-perform
           end-if
           .
       2600-Apply-Event.
           evaluate EVT-Action(Event-Sub)
               when "H"
                   if not Service-Start-Known
                       move EVT-Date(Event-Sub) to Service-Date
                       set Service-Start-Known to true
                   end-if
               when "T"
                   move EVT-Date(Event-Sub) to Last-Term-Date
               when "R"
                   perform 2650-Apply-Rehire
           end-evaluate
           .
       2650-Apply-Rehire.
      *****************************************************************
      * The bridging rule, applied at each rehire in turn.
      *****************************************************************
           if Event-Sub equal Last-Rehire-Sub
               move Hire-Date-Num to Rehire-Date
           else
               move EVT-Date(Event-Sub) to Rehire-Date
           end-if
           evaluate true
               when not Service-Start-Known
                   move Rehire-Date to Service-Date
                   move "U" to Service-Basis
               when Last-Term-Date equal zero
                   continue
               when other
                   compute Rehire-Day-Number =
                       function integer-of-date(Rehire-Date)
                   end-compute
                   compute Term-Day-Number =
                       function integer-of-date(Last-Term-Date)
                   end-compute
                   compute Break-Days =
                       Rehire-Day-Number - Term-Day-Number
                   end-compute
                   if Break-Days less than zero
                       move zero to Break-Days
                   end-if
                   if Break-Days greater than Bridge-Break-Days
                       move Rehire-Date to Service-Date
                       if Service-Basis not equal "U"
                           move "R" to Service-Basis
                       end-if
                   else
                       compute Service-Day-Number =
                           function integer-of-date(Service-Date)
                           + Break-Days
                       end-compute
                       compute Service-Date =
                           function date-of-integer(Service-Day-Number)
                       end-compute
                       if Service-Basis equal space
                           move "B" to Service-Basis
                       end-if
                   end-if
           end-evaluate
           set Service-Start-Known to true
           move zero to Last-Term-Date
           .
       2700-Release-Employee.
           move spaces to Sorted-Service-Record
           move WORKDEPT to SVC-Dept
           move Service-Date to SVC-Service-Date
           move EMPNO to SVC-Empno
           move NAME to SVC-Name
           move Fetch-Dept-Name to SVC-Dept-Name
           move Hire-Date-Num to SVC-Hire-Date
           move Service-Basis to SVC-Basis
           compute Years-of-Service = RDT-Year - SVD-Year
           end-compute
           if RDT-Month less than SVD-Month
               or (RDT-Month equal SVD-Month
                   and RDT-Day less than SVD-Day)
               subtract 1 from Years-of-Service
           end-if
           if Years-of-Service less than zero
               move zero to Years-of-Service
           end-if
           move Years-of-Service to SVC-Years
           move "N" to SVC-Milestone-Switch
           if SVD-Month equal Next-Month
               compute Anniversary-Years = Next-Year - SVD-Year
               end-compute
               set Milestone-Ix to 1
               search Milestone-Years
                   at end
                       continue
                   when Milestone-Years(Milestone-Ix)
                           equal Anniversary-Years
                       set SVC-Milestone-Next-Month to true
               end-search
           end-if
           evaluate Service-Basis
               when "B"
                   add 1 to Employees-Bridged
               when "R"
                   add 1 to Employees-Restarted
               when "U"
                   add 1 to Employees-Pre-Audit
           end-evaluate
           release SD-Service-Record from Sorted-Service-Record
           .
       3000-List-Milestones.
           move Next-Month to RPT-Next-Month
           move Next-Year to RPT-Next-Year
           display Milestone-Heading
           move high-values to Current-Dept
           perform 3900-Open-Sorted-Service
           perform 3950-Read-Sorted-Service
           perform with test before
                   until Sorted-Service-EOF
               if SVC-Milestone-Next-Month
                   add 1 to Milestones-Next-Month
                   if SVC-Dept not equal Current-Dept
                       perform 3800-Department-Break
                   end-if
                   move zero to RPT-Rank
                   perform 3700-Format-Employee-Line
                   compute Anniversary-Years =
                       Next-Year - SVC-Service-Year
                   end-compute
                   move Anniversary-Years to Anniversary-Edit
                   move spaces to RPT-Note
                   string "** " delimited by size
                          Anniversary-Edit delimited by size
                          " years on "  delimited by size
                          RPT-Next-Month delimited by size
                          "/" delimited by size
                          SVC-Service-Day delimited by size
                          " **" delimited by size
                       into RPT-Note
                   end-string
                   display Employee-Line
               end-if
               perform 3950-Read-Sorted-Service
           end-perform
           close Sorted-Service-File
           .
       3700-Format-Employee-Line.
           move SVC-Empno to RPT-Empno
           move SVC-Name to RPT-Name
           move SVC-Service-Date to RPT-Service-Date
           move SVC-Years to RPT-Years
           move SVC-Hire-Date to RPT-Hire-Date
           evaluate true
               when SVC-Bridged
                   move "rehire break bridged" to RPT-Note
               when SVC-Restarted
                   move "break over a year - restarted" to RPT-Note
               when SVC-Pre-Audit
                   move "hired before audit - check" to RPT-Note
               when other
                   move spaces to RPT-Note
           end-evaluate
           .
       3800-Department-Break.
           move SVC-Dept to Current-Dept
           move SVC-Dept to RPT-Dept
           move SVC-Dept-Name to RPT-Dept-Name
           move zero to Seniority-Rank
           display space
           display Dept-Heading
           display Column-Heading
           .
       3900-Open-Sorted-Service.
           open input Sorted-Service-File
           if not Sorted-Service-OK
               move Sorted-Service-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SVCSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3950-Read-Sorted-Service.
           read Sorted-Service-File
           end-read
           if not Sorted-Service-OK and not Sorted-Service-EOF
               move Sorted-Service-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SVCSORTD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-List-Seniority.
           display space
           display Seniority-Heading
           move high-values to Current-Dept
           perform 3900-Open-Sorted-Service
           perform 3950-Read-Sorted-Service
           perform with test before
                   until Sorted-Service-EOF
               if SVC-Dept not equal Current-Dept
                   perform 3800-Department-Break
               end-if
               add 1 to Seniority-Rank
               add 1 to Employees-Listed
               perform 3700-Format-Employee-Line
               move Seniority-Rank to RPT-Rank
               display Employee-Line
               perform 3950-Read-Sorted-Service
           end-perform
           close Sorted-Service-File
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Employees-Listed to RPT-Listed
           move Milestones-Next-Month to RPT-Milestones
           move Employees-Skipped to RPT-Skipped
           move Employees-Bridged to RPT-Bridged
           move Employees-Restarted to RPT-Restarted
           move Employees-Pre-Audit to RPT-Pre-Audit
           display space
           display Totals-Line-1
           display Totals-Line-2
           .

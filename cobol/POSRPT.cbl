       Identification Division.
       Program-Id. POSRPT.
      *****************************************************************
      * Monthly position control report: for each department, the
      * positions Finance approved for the current fiscal year on
      * the EMPPBUD position budget file, the positions filled (the
      * department's employees not terminated on the EMPLOYEE
      * table), the positions still open, and any filled over
      * budget - the hires D03PGM3 let through on a supervisor
      * override.  Beside them, the fiscal year's hires (rehires
      * count as hires) and terminations to date, bucketed off the
      * EMPAUDT audit trail by the same events EMPTREND counts.  An
      * event carries the department it counted against; entries
      * written before the audit record carried it are charged to
      * the employee's department today.
      *
      * Departments with no budget for the year are listed as not
      * under position control, closed departments only when they
      * still hold a budget, a headcount, or activity.  A budget for
      * a department no longer on the DEPARTMENT table is listed
      * after the departments.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Position-Budget-File
               Assign to "EMPPBUD"
               Organization Indexed
               Access Sequential
               Record Key POS-Key
               File Status Position-Budget-File-Status.
           Select Audit-File
               Assign to "EMPAUDT"
               Organization Sequential
               Access Sequential
               File Status Audit-File-Status.
       Data Division.
       File Section.
       FD  Position-Budget-File.
       01  FD-Position-Budget-Record.
           copy POSBUD.
       FD  Audit-File
           Recording Mode F
           Record Contains 80 Characters.
       01  FD-Audit-Record.
           copy EMPAUD.
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.
           EXEC SQL
             INCLUDE DEPT
           END-EXEC.
           EXEC SQL
             DECLARE POSDEPT-CURSOR CURSOR FOR
             SELECT D.DEPTNO,
                    D.DEPTNAME,
                    D.DEPTSTAT,
                    (SELECT COUNT(*)
                       FROM EMPLOYEE H
                      WHERE H.WORKDEPT = D.DEPTNO
                        AND H.TERMDATE IS NULL)
               FROM DEPARTMENT D
              ORDER BY D.DEPTNO
           END-EXEC.
       01  File-Status-Indicators.
           05  Position-Budget-File-Status
                                          pic x(02).
               88  Position-Budget-OK     value "00".
               88  Position-Budget-EOF    value "10".
               88  Position-Budget-Missing
                                          value "35".
           05  Audit-File-Status          pic x(02).
               88  Audit-File-OK          value "00".
               88  Audit-File-EOF         value "10".
       01  This-Program-Id                pic x(8) value "POSRPT".
           copy ERRCOMM.
           copy D03CONST.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler redefines RDT-YYYYMMDD.
               10  RDT-Year               pic 9(4).
               10  RDT-Month              pic 9(2).
               10  RDT-Day                pic 9(2).
           05  filler                     pic x(13).
      *****************************************************************
      * The fiscal year the run date falls in, and the date it began.
      *****************************************************************
       01  Fiscal-Year-Fields.
           05  Report-Fiscal-Year         pic 9(4).
           05  Fiscal-Start-Date          pic 9(8).
       01  Fetch-Fields.
           05  Fetch-Headcount            pic s9(8) comp.
           05  Event-Dept                 pic x(3).
      *****************************************************************
      * Every department, in DEPTNO order as the cursor returns them.
      *****************************************************************
       01  Max-Departments                pic 9(04) value 500.
       01  Dept-Count                     pic 9(04) value zero.
       01  Dept-Table.
           05  Dept-Entry occurs 1 to 500 times
                   depending on Dept-Count
                   ascending key PSN-Deptno
                   indexed by Dept-Ix.
               10  PSN-Deptno             pic x(3).
               10  PSN-Name               pic x(36).
               10  PSN-Status             pic x(1).
                   88  PSN-Inactive       value "I".
               10  PSN-Budget-Switch      pic x(1).
                   88  PSN-Has-Budget     value "Y".
               10  PSN-Approved           pic 9(5).
               10  PSN-Filled             pic 9(5).
               10  PSN-Hires              pic 9(5).
               10  PSN-Terms              pic 9(5).
      *****************************************************************
      * Budgets whose department is not on the DEPARTMENT table, held
      * to be listed after the departments.
      *****************************************************************
       01  Unknown-Budget-Table.
           05  Unknown-Budget occurs 100 times.
               10  UNB-Dept               pic x(3).
               10  UNB-Approved           pic 9(5).
       01  Report-Work-Fields.
           05  Dept-Sub                   pic 9(04) comp.
           05  Open-Positions             pic 9(5).
           05  Over-Positions             pic 9(5).
       01  Report-Counters.
           05  Total-Approved             pic 9(07) comp.
           05  Total-Filled               pic 9(07) comp.
           05  Total-Open                 pic 9(07) comp.
           05  Total-Over                 pic 9(07) comp.
           05  Total-Hires                pic 9(07) comp.
           05  Total-Terms                pic 9(07) comp.
           05  Depts-Over-Budget          pic 9(05) comp.
           05  Depts-Not-Controlled       pic 9(05) comp.
           05  Budgets-Unknown-Dept       pic 9(05) comp.
           05  Events-Unplaced            pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(40)
                   value "--- Position Control, Fiscal Year".
               10  RPT-Heading-Year       pic 9(4).
               10  filler                 pic x(10)
                   value " to date ".
               10  RPT-Heading-Date       pic 9999/99/99.
           05  Heading-Line-2.
               10  filler                 pic x(42)
                   value "Department".
               10  filler                 pic x(24)
                   value "Apprvd  Filled    Open  ".
               10  filler                 pic x(22)
                   value "  Over   Hires   Terms".
           05  Dept-Line.
               10  RPT-Deptno             pic x(3).
               10  filler                 pic x(01) value space.
               10  RPT-Name               pic x(36).
               10  filler                 pic x(02) value spaces.
               10  RPT-Approved           pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Filled             pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Open               pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Over               pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Hires              pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Terms              pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Flag               pic x(24).
           05  Unknown-Heading            pic x(60)
               value "--- Budgets for departments not on file".
           05  Unknown-Line.
               10  filler                 pic x(11)
                   value "Department ".
               10  UNK-Dept               pic x(3).
               10  filler                 pic x(03) value spaces.
               10  UNK-Approved           pic zz,zz9.
               10  filler                 pic x(20)
                   value " positions approved".
           05  Totals-Line-1.
               10  filler                 pic x(42)
                   value "All departments".
               10  RPT-Total-Approved     pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Total-Filled       pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Total-Open         pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Total-Over         pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Total-Hires        pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  RPT-Total-Terms        pic zz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(22)
                   value "Departments over: ".
               10  RPT-Depts-Over         pic zz,zz9.
               10  filler                 pic x(30)
                   value "  not under position control: ".
               10  RPT-Not-Controlled     pic zz,zz9.
               10  filler                 pic x(30)
                   value "  events with no department: ".
               10  RPT-Unplaced           pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Departments
           perform 2000-Load-Budgets
           perform 3000-Bucket-Audit-Events
           perform 4000-Report-Departments
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           initialize Report-Counters
           move zero to Dept-Count
           move function current-date to Run-Date-Time
           perform 0100-Find-Fiscal-Year
           open input Audit-File
           if not Audit-File-OK
               move Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       0100-Find-Fiscal-Year.
      *****************************************************************
      * The same rule D03PGM3 applies to a hire date: a fiscal year
      * that starts after January is numbered by the calendar year
      * it ends in.
      *****************************************************************
           move RDT-Year to Report-Fiscal-Year
           if D03-Fiscal-Start-Month greater than 1
               if RDT-Month not less than D03-Fiscal-Start-Month
                   add 1 to Report-Fiscal-Year
               end-if
               compute Fiscal-Start-Date =
                   (Report-Fiscal-Year - 1) * 10000
                   + D03-Fiscal-Start-Month * 100 + 1
               end-compute
           else
               compute Fiscal-Start-Date =
                   Report-Fiscal-Year * 10000 + 0101
               end-compute
           end-if
           .
       1000-Load-Departments.
           EXEC SQL
                OPEN POSDEPT-CURSOR
           END-EXEC
           if SQLCODE not equal 0
               move "POSRPT open of DEPARTMENT cursor failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Fetch-Department
               until SQLCODE not equal 0
           if SQLCODE not equal 100
               move "POSRPT fetch from DEPARTMENT failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           EXEC SQL
                CLOSE POSDEPT-CURSOR
           END-EXEC
           .
       1100-Fetch-Department.
           EXEC SQL
                FETCH POSDEPT-CURSOR
                 INTO :DEPTNO, :DEPTNAME, :DEPTSTAT, :Fetch-Headcount
           END-EXEC
           if SQLCODE equal 0
               if Dept-Count not less than Max-Departments
                   move "POSRPT department table is full"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Dept-Count
               move DEPTNO to PSN-Deptno(Dept-Count)
               move DEPTNAME to PSN-Name(Dept-Count)
               move DEPTSTAT to PSN-Status(Dept-Count)
               move "N" to PSN-Budget-Switch(Dept-Count)
               move zero to PSN-Approved(Dept-Count)
               move Fetch-Headcount to PSN-Filled(Dept-Count)
               move zero to PSN-Hires(Dept-Count)
               move zero to PSN-Terms(Dept-Count)
           end-if
           .
       2000-Load-Budgets.
      *****************************************************************
      * No position budget file yet simply means no department is
      * under position control.
      *****************************************************************
           open input Position-Budget-File
           if Position-Budget-Missing
               continue
           else
               if not Position-Budget-OK
                   move Position-Budget-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "EMPPBUD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               perform 2100-Read-Budget
               perform with test before
                       until Position-Budget-EOF
                   if POS-Fiscal-Year equal Report-Fiscal-Year
                       perform 2200-Post-Budget
                   end-if
                   perform 2100-Read-Budget
               end-perform
               close Position-Budget-File
           end-if
           .
       2100-Read-Budget.
           read Position-Budget-File next
           end-read
           if not Position-Budget-OK and not Position-Budget-EOF
               move Position-Budget-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPPBUD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Post-Budget.
           search all Dept-Entry
               at end
                   add 1 to Budgets-Unknown-Dept
                   if Budgets-Unknown-Dept not greater than 100
                       move POS-Dept
                           to UNB-Dept(Budgets-Unknown-Dept)
                       move POS-Approved
                           to UNB-Approved(Budgets-Unknown-Dept)
                   end-if
               when PSN-Deptno(Dept-Ix) equal POS-Dept
                   set PSN-Has-Budget(Dept-Ix) to true
                   move POS-Approved to PSN-Approved(Dept-Ix)
           end-search
           .
       3000-Bucket-Audit-Events.
           perform 3100-Read-Next-Entry
           perform with test before
                   until Audit-File-EOF
               if (EAU-Hire or EAU-Rehire or EAU-Termination)
                   and EAU-Date not less than Fiscal-Start-Date
                   and EAU-Date not greater than RDT-YYYYMMDD
                   perform 3200-Post-Event
               end-if
               perform 3100-Read-Next-Entry
           end-perform
           close Audit-File
           .
       3100-Read-Next-Entry.
           read Audit-File
               into FD-Audit-Record
           end-read
           if not Audit-File-OK and not Audit-File-EOF
               move Audit-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3200-Post-Event.
           move EAU-Dept to Event-Dept
           if Event-Dept equal spaces or low-values
               perform 3300-Find-Employee-Dept
           end-if
           search all Dept-Entry
               at end
                   add 1 to Events-Unplaced
               when PSN-Deptno(Dept-Ix) equal Event-Dept
                   if EAU-Termination
                       add 1 to PSN-Terms(Dept-Ix)
                   else
                       add 1 to PSN-Hires(Dept-Ix)
                   end-if
           end-search
           .
       3300-Find-Employee-Dept.
           move EAU-Empno to EMPNO
           EXEC SQL
              SELECT WORKDEPT
                INTO :WORKDEPT
                FROM EMPLOYEE
               WHERE EMPNO = :EMPNO
           END-EXEC
           evaluate SQLCODE
               when 0
                   move WORKDEPT to Event-Dept
               when 100
                   move spaces to Event-Dept
               when other
                   move "POSRPT read of EMPLOYEE failed"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       4000-Report-Departments.
           move Report-Fiscal-Year to RPT-Heading-Year
           move RDT-YYYYMMDD to RPT-Heading-Date
           display space
           display Heading-Line-1
           display Heading-Line-2
           perform varying Dept-Sub from 1 by 1
                   until Dept-Sub greater than Dept-Count
               if not PSN-Inactive(Dept-Sub)
                   or PSN-Has-Budget(Dept-Sub)
                   or PSN-Filled(Dept-Sub) greater than zero
                   or PSN-Hires(Dept-Sub) greater than zero
                   or PSN-Terms(Dept-Sub) greater than zero
                   perform 4100-Report-One-Department
               end-if
           end-perform
           if Budgets-Unknown-Dept greater than zero
               display space
               display Unknown-Heading
               perform varying Dept-Sub from 1 by 1
                       until Dept-Sub greater than Budgets-Unknown-Dept
                          or Dept-Sub greater than 100
                   move UNB-Dept(Dept-Sub) to UNK-Dept
                   move UNB-Approved(Dept-Sub) to UNK-Approved
                   display Unknown-Line
               end-perform
           end-if
           .
       4100-Report-One-Department.
           move zero to Open-Positions
           move zero to Over-Positions
           move spaces to RPT-Flag
           if PSN-Has-Budget(Dept-Sub)
               if PSN-Filled(Dept-Sub) greater than
                       PSN-Approved(Dept-Sub)
                   compute Over-Positions =
                       PSN-Filled(Dept-Sub) - PSN-Approved(Dept-Sub)
                   end-compute
                   add 1 to Depts-Over-Budget
                   move "** OVER BUDGET **" to RPT-Flag
               else
                   compute Open-Positions =
                       PSN-Approved(Dept-Sub) - PSN-Filled(Dept-Sub)
                   end-compute
               end-if
               add PSN-Approved(Dept-Sub) to Total-Approved
           else
               add 1 to Depts-Not-Controlled
               move "no budget this year" to RPT-Flag
           end-if
           if PSN-Inactive(Dept-Sub) and RPT-Flag equal spaces
               move "(inactive)" to RPT-Flag
           end-if
           add PSN-Filled(Dept-Sub) to Total-Filled
           add Open-Positions to Total-Open
           add Over-Positions to Total-Over
           add PSN-Hires(Dept-Sub) to Total-Hires
           add PSN-Terms(Dept-Sub) to Total-Terms
           move PSN-Deptno(Dept-Sub) to RPT-Deptno
           move PSN-Name(Dept-Sub) to RPT-Name
           move PSN-Approved(Dept-Sub) to RPT-Approved
           move PSN-Filled(Dept-Sub) to RPT-Filled
           move Open-Positions to RPT-Open
           move Over-Positions to RPT-Over
           move PSN-Hires(Dept-Sub) to RPT-Hires
           move PSN-Terms(Dept-Sub) to RPT-Terms
           display Dept-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Total-Approved to RPT-Total-Approved
           move Total-Filled to RPT-Total-Filled
           move Total-Open to RPT-Total-Open
           move Total-Over to RPT-Total-Over
           move Total-Hires to RPT-Total-Hires
           move Total-Terms to RPT-Total-Terms
           move Depts-Over-Budget to RPT-Depts-Over
           move Depts-Not-Controlled to RPT-Not-Controlled
           move Events-Unplaced to RPT-Unplaced
           display space
           display Totals-Line-1
           display Totals-Line-2
           .

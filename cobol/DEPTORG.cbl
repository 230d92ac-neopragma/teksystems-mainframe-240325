       Identification Division.
       Program-Id. DEPTORG.
      *****************************************************************
      * Organization chart off the DEPARTMENT table D03PGM4
      * maintains.  Every department is loaded with its manager's
      * name and state and its count of employees not terminated,
      * then the reporting hierarchy is walked from the top of the
      * house down - each department indented under the one it
      * reports to, with its manager and headcount.  Departments
      * whose manager is terminated, not on EMPLOYEE at all, or was
      * never named are flagged on their line.  Departments that
      * hang off a parent no longer on the table are charted
      * separately under that missing parent, and any the walk never
      * reaches - a reporting loop - are listed so they can be fixed
      * on D03PGM4.  Last, active employees whose WORKDEPT is not on
      * the DEPARTMENT table at all are counted by department code.
      *****************************************************************
       Environment Division.
       Data Division.
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
             DECLARE DEPTORG-CURSOR CURSOR FOR
             SELECT D.DEPTNO,
                    D.DEPTNAME,
                    D.MGRNO,
                    D.ADMRDEPT,
                    D.DEPTSTAT,
                    COALESCE(E.NAME, ' '),
                    CASE WHEN D.MGRNO = 0 THEN 'N'
                         WHEN E.EMPNO IS NULL THEN 'M'
                         WHEN E.TERMDATE IS NOT NULL THEN 'T'
                         ELSE 'A' END,
                    (SELECT COUNT(*)
                       FROM EMPLOYEE H
                      WHERE H.WORKDEPT = D.DEPTNO
                        AND H.TERMDATE IS NULL)
               FROM DEPARTMENT D
               LEFT OUTER JOIN EMPLOYEE E
                 ON E.EMPNO = D.MGRNO
              ORDER BY D.DEPTNO
           END-EXEC.
           EXEC SQL
             DECLARE NODEPT-CURSOR CURSOR FOR
             SELECT E.WORKDEPT,
                    COUNT(*)
               FROM EMPLOYEE E
              WHERE E.TERMDATE IS NULL
                AND NOT EXISTS
                    (SELECT 1
                       FROM DEPARTMENT D
                      WHERE D.DEPTNO = E.WORKDEPT)
              GROUP BY E.WORKDEPT
              ORDER BY E.WORKDEPT
           END-EXEC.
       01  This-Program-Id                pic x(8) value "DEPTORG".
           copy ERRCOMM.
       01  Fetch-Fields.
           05  Fetch-Manager-State        pic x(01).
           05  Fetch-Headcount            pic s9(8) comp.
      *****************************************************************
      * Every department, in DEPTNO order as the cursor returns
      * them, so a parent can be found with a binary search.
      *****************************************************************
       01  Max-Departments                pic 9(04) value 500.
       01  Dept-Count                     pic 9(04) value zero.
       01  Dept-Table.
           05  Dept-Entry occurs 1 to 500 times
                   depending on Dept-Count
                   ascending key DPT-Deptno
                   indexed by Dept-Ix.
               10  DPT-Deptno             pic x(3).
               10  DPT-Name               pic x(36).
               10  DPT-Mgrno              pic 9(6).
               10  DPT-Parent             pic x(3).
               10  DPT-Status             pic x(1).
                   88  DPT-Inactive       value "I".
               10  DPT-Mgr-Name           pic x(20).
               10  DPT-Mgr-State          pic x(1).
                   88  DPT-No-Manager     value "N".
                   88  DPT-Manager-Missing
                                          value "M".
                   88  DPT-Manager-Terminated
                                          value "T".
               10  DPT-Headcount          pic 9(5).
               10  DPT-Parent-Switch      pic x(1).
                   88  DPT-Is-Top         value "T".
                   88  DPT-Parent-Missing value "M".
                   88  DPT-Parent-Found   value "F".
               10  DPT-Printed-Switch     pic x(1).
                   88  DPT-Was-Printed    value "Y".
      *****************************************************************
      * The walk down the hierarchy: each level holds the department
      * being charted and where the search for its next child
      * resumes.
      *****************************************************************
       01  Max-Walk-Depth                 pic 9(04) value 50.
       01  Walk-Depth                     pic 9(04) value zero.
       01  Walk-Stack.
           05  Walk-Level occurs 50 times.
               10  WLK-Dept-Sub           pic 9(04) comp.
               10  WLK-Next-Sub           pic 9(04) comp.
       01  Walk-Work-Fields.
           05  Dept-Sub                   pic 9(04) comp.
           05  Scan-Sub                   pic 9(04) comp.
           05  Child-Sub                  pic 9(04) comp.
           05  Print-Sub                  pic 9(04) comp.
           05  Print-Level                pic 9(04) comp.
           05  Indent-Pos                 pic 9(04) comp.
           05  Walk-Parent                pic x(3).
           05  Manager-Number             pic 9(6).
       01  Report-Counters.
           05  Depts-Loaded               pic 9(05) comp.
           05  Depts-Charted              pic 9(05) comp.
           05  Depts-Inactive             pic 9(05) comp.
           05  Depts-No-Manager           pic 9(05) comp.
           05  Depts-Manager-Missing      pic 9(05) comp.
           05  Depts-Manager-Terminated   pic 9(05) comp.
           05  Depts-Orphaned             pic 9(05) comp.
           05  Depts-In-Loop              pic 9(05) comp.
           05  Total-Headcount            pic 9(07) comp.
           05  Unknown-Depts              pic 9(05) comp.
           05  Unknown-Employees          pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line-1             pic x(40)
               value "--- Department Organization Chart ---".
           05  Heading-Line-2.
               10  filler                 pic x(71)
                   value "Department".
               10  filler                 pic x(28)
                   value "Manager".
               10  filler                 pic x(08)
                   value "   Heads".
           05  Org-Line.
               10  ORG-Tree               pic x(70).
               10  filler                 pic x(01) value spaces.
               10  ORG-Mgrno              pic x(06).
               10  filler                 pic x(01) value spaces.
               10  ORG-Mgr-Name           pic x(20).
               10  filler                 pic x(01) value spaces.
               10  ORG-Headcount          pic zz,zz9.
               10  filler                 pic x(02) value spaces.
               10  ORG-Flag               pic x(26).
           05  Orphan-Heading             pic x(60)
               value "--- Departments reporting to a missing parent".
           05  Orphan-Line.
               10  filler                 pic x(08)
                   value "Parent ".
               10  ORP-Parent             pic x(3).
               10  filler                 pic x(31)
                   value " is not on the DEPARTMENT table".
           05  Loop-Heading               pic x(60)
               value "--- Departments in or under a reporting loop".
           05  Unknown-Heading            pic x(60)
               value "--- Active employees in departments not on file".
           05  Unknown-Line.
               10  filler                 pic x(11)
                   value "WORKDEPT ".
               10  UNK-Workdept           pic x(3).
               10  filler                 pic x(03) value spaces.
               10  UNK-Employees          pic zz,zz9.
               10  filler                 pic x(10)
                   value " employees".
           05  Totals-Line-1.
               10  filler                 pic x(22)
                   value "Departments loaded: ".
               10  RPT-Depts-Loaded       pic zz,zz9.
               10  filler                 pic x(12)
                   value "  charted: ".
               10  RPT-Depts-Charted      pic zz,zz9.
               10  filler                 pic x(13)
                   value "  inactive: ".
               10  RPT-Depts-Inactive     pic zz,zz9.
               10  filler                 pic x(21)
                   value "  active headcount: ".
               10  RPT-Total-Headcount    pic z,zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(22)
                   value "No manager named:   ".
               10  RPT-No-Manager         pic zz,zz9.
               10  filler                 pic x(23)
                   value "  manager not on file: ".
               10  RPT-Manager-Missing    pic zz,zz9.
               10  filler                 pic x(24)
                   value "  manager terminated:  ".
               10  RPT-Manager-Terminated pic zz,zz9.
           05  Totals-Line-3.
               10  filler                 pic x(22)
                   value "Parent not on file: ".
               10  RPT-Orphaned           pic zz,zz9.
               10  filler                 pic x(23)
                   value "  in a reporting loop: ".
               10  RPT-In-Loop            pic zz,zz9.
               10  filler                 pic x(24)
                   value "  unknown departments: ".
               10  RPT-Unknown-Depts      pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Departments
           perform 1500-Find-Parents
           perform 2000-Chart-From-the-Top
           perform 3000-Chart-Orphans
           perform 4000-List-Loops
           perform 5000-Unknown-Departments
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           initialize Report-Counters
           move zero to Dept-Count
           .
       1000-Load-Departments.
           EXEC SQL
                OPEN DEPTORG-CURSOR
           END-EXEC
           if SQLCODE not equal 0
               move "DEPTORG open of DEPARTMENT cursor failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Fetch-Department
               until SQLCODE not equal 0
           if SQLCODE not equal 100
               move "DEPTORG fetch from DEPARTMENT failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           EXEC SQL
                CLOSE DEPTORG-CURSOR
           END-EXEC
           .
       1100-Fetch-Department.
           EXEC SQL
                FETCH DEPTORG-CURSOR
                 INTO :DEPTNO, :DEPTNAME, :MGRNO, :ADMRDEPT,
                      :DEPTSTAT, :NAME, :Fetch-Manager-State,
                      :Fetch-Headcount
           END-EXEC
           if SQLCODE equal 0
               if Dept-Count not less than Max-Departments
                   move "DEPTORG department table is full"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               add 1 to Dept-Count
               add 1 to Depts-Loaded
               move DEPTNO to DPT-Deptno(Dept-Count)
               move DEPTNAME to DPT-Name(Dept-Count)
               move MGRNO to DPT-Mgrno(Dept-Count)
               move ADMRDEPT to DPT-Parent(Dept-Count)
               move DEPTSTAT to DPT-Status(Dept-Count)
               move NAME to DPT-Mgr-Name(Dept-Count)
               move Fetch-Manager-State to DPT-Mgr-State(Dept-Count)
               move Fetch-Headcount to DPT-Headcount(Dept-Count)
               move space to DPT-Parent-Switch(Dept-Count)
               move "N" to DPT-Printed-Switch(Dept-Count)
               add Fetch-Headcount to Total-Headcount
           end-if
           .
       1500-Find-Parents.
      *****************************************************************
      * A blank parent is the top of the house.  A parent code not
      * on the table leaves its department with nowhere to hang.
      *****************************************************************
           perform varying Dept-Sub from 1 by 1
                   until Dept-Sub greater than Dept-Count
               if DPT-Parent(Dept-Sub) equal spaces
                   set DPT-Is-Top(Dept-Sub) to true
               else
                   search all Dept-Entry
                       at end
                           set DPT-Parent-Missing(Dept-Sub) to true
                       when DPT-Deptno(Dept-Ix)
                               equal DPT-Parent(Dept-Sub)
                           set DPT-Parent-Found(Dept-Sub) to true
                   end-search
               end-if
           end-perform
           .
       2000-Chart-From-the-Top.
           display Heading-Line-1
           display Heading-Line-2
           perform varying Dept-Sub from 1 by 1
                   until Dept-Sub greater than Dept-Count
               if DPT-Is-Top(Dept-Sub)
                   perform 2100-Walk-Down-From
               end-if
           end-perform
           .
       2100-Walk-Down-From.
      *****************************************************************
      * Depth first from Dept-Sub: chart it, then repeatedly chart
      * the next uncharted child of whatever is on top of the walk,
      * dropping back a level when a department has no more.
      *****************************************************************
           move 1 to Walk-Depth
           move Dept-Sub to WLK-Dept-Sub(1)
           move 1 to WLK-Next-Sub(1)
           move Dept-Sub to Print-Sub
           move 1 to Print-Level
           perform 2300-Chart-Department
           perform until Walk-Depth equal zero
               perform 2200-Find-Next-Child
               if Child-Sub greater than zero
                   if Walk-Depth not less than Max-Walk-Depth
                       move "DEPTORG hierarchy deeper than the walk"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Walk-Depth
                   move Child-Sub to WLK-Dept-Sub(Walk-Depth)
                   move 1 to WLK-Next-Sub(Walk-Depth)
                   move Child-Sub to Print-Sub
                   move Walk-Depth to Print-Level
                   perform 2300-Chart-Department
               else
                   subtract 1 from Walk-Depth
               end-if
           end-perform
           .
       2200-Find-Next-Child.
           move DPT-Deptno(WLK-Dept-Sub(Walk-Depth)) to Walk-Parent
           move zero to Child-Sub
           perform varying Scan-Sub from WLK-Next-Sub(Walk-Depth)
                   by 1
                   until Scan-Sub greater than Dept-Count
                      or Child-Sub greater than zero
               if DPT-Parent(Scan-Sub) equal Walk-Parent
                       and not DPT-Was-Printed(Scan-Sub)
                   move Scan-Sub to Child-Sub
               end-if
           end-perform
           move Scan-Sub to WLK-Next-Sub(Walk-Depth)
           .
       2300-Chart-Department.
      *****************************************************************
      * One line per department, indented two columns per level
      * below the top (deep levels share the last indent).  A
      * manager problem is only flagged on an open department.
      *****************************************************************
           move spaces to ORG-Tree
           move spaces to ORG-Flag
           if Print-Level greater than 16
               move 16 to Print-Level
           end-if
           compute Indent-Pos = (Print-Level - 1) * 2 + 1
           end-compute
           move DPT-Deptno(Print-Sub) to ORG-Tree(Indent-Pos:3)
           move DPT-Name(Print-Sub) to ORG-Tree(Indent-Pos + 4:36)
           if DPT-Mgrno(Print-Sub) equal zero
               move spaces to ORG-Mgrno
           else
               move DPT-Mgrno(Print-Sub) to Manager-Number
               move Manager-Number to ORG-Mgrno
           end-if
           move DPT-Mgr-Name(Print-Sub) to ORG-Mgr-Name
           move DPT-Headcount(Print-Sub) to ORG-Headcount
           evaluate true
               when DPT-Inactive(Print-Sub)
                   move "(inactive)" to ORG-Flag
                   add 1 to Depts-Inactive
               when DPT-No-Manager(Print-Sub)
                   move "** NO MANAGER NAMED **" to ORG-Flag
                   add 1 to Depts-No-Manager
               when DPT-Manager-Missing(Print-Sub)
                   move "** MANAGER NOT ON FILE **" to ORG-Flag
                   add 1 to Depts-Manager-Missing
               when DPT-Manager-Terminated(Print-Sub)
                   move "** MANAGER TERMINATED **" to ORG-Flag
                   add 1 to Depts-Manager-Terminated
           end-evaluate
           display Org-Line
           move "Y" to DPT-Printed-Switch(Print-Sub)
           add 1 to Depts-Charted
           .
       3000-Chart-Orphans.
           perform varying Dept-Sub from 1 by 1
                   until Dept-Sub greater than Dept-Count
               if DPT-Parent-Missing(Dept-Sub)
                   if Depts-Orphaned equal zero
                       display space
                       display Orphan-Heading
                   end-if
                   add 1 to Depts-Orphaned
                   move DPT-Parent(Dept-Sub) to ORP-Parent
                   display Orphan-Line
                   perform 2100-Walk-Down-From
               end-if
           end-perform
           .
       4000-List-Loops.
      *****************************************************************
      * Whatever neither walk reached reports, directly or through
      * its parents, into a loop with no top.
      *****************************************************************
           perform varying Dept-Sub from 1 by 1
                   until Dept-Sub greater than Dept-Count
               if not DPT-Was-Printed(Dept-Sub)
                   if Depts-In-Loop equal zero
                       display space
                       display Loop-Heading
                   end-if
                   add 1 to Depts-In-Loop
                   move Dept-Sub to Print-Sub
                   move 1 to Print-Level
                   perform 2300-Chart-Department
               end-if
           end-perform
           .
       5000-Unknown-Departments.
           EXEC SQL
                OPEN NODEPT-CURSOR
           END-EXEC
           if SQLCODE not equal 0
               move "DEPTORG open of unknown-department cursor failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 5100-Fetch-Unknown-Department
               until SQLCODE not equal 0
           if SQLCODE not equal 100
               move "DEPTORG fetch of unknown departments failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           EXEC SQL
                CLOSE NODEPT-CURSOR
           END-EXEC
           .
       5100-Fetch-Unknown-Department.
           EXEC SQL
                FETCH NODEPT-CURSOR
                 INTO :WORKDEPT, :Fetch-Headcount
           END-EXEC
           if SQLCODE equal 0
               if Unknown-Depts equal zero
                   display space
                   display Unknown-Heading
               end-if
               add 1 to Unknown-Depts
               add Fetch-Headcount to Unknown-Employees
               move WORKDEPT to UNK-Workdept
               move Fetch-Headcount to UNK-Employees
               display Unknown-Line
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Depts-Loaded to RPT-Depts-Loaded
           move Depts-Charted to RPT-Depts-Charted
           move Depts-Inactive to RPT-Depts-Inactive
           move Total-Headcount to RPT-Total-Headcount
           move Depts-No-Manager to RPT-No-Manager
           move Depts-Manager-Missing to RPT-Manager-Missing
           move Depts-Manager-Terminated to RPT-Manager-Terminated
           move Depts-Orphaned to RPT-Orphaned
           move Depts-In-Loop to RPT-In-Loop
           move Unknown-Depts to RPT-Unknown-Depts
           display space
           display Totals-Line-1
           display Totals-Line-2
           display Totals-Line-3
           .

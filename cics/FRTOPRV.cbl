       Identification Division.
       Program-Id. FRTOPRV.
      *****************************************************************
      * Weekly operator-profile review.  Every FRTOPRF profile with
      * update or supervisor rights is checked against the EMPLOYEE
      * table through its employee number, and listed when
      *   - it carries no employee number at all,
      *   - the number is not on EMPLOYEE,
      *   - the employee has been terminated (D03PGM3 revokes the
      *     profile the same day, so one still here slipped past -
      *     keyed straight into the file, or the revoke failed), or
      *   - the employee now works outside the department that owns
      *     the free-throw system.
      * Inquiry-only profiles hold no rights and are only counted.
      *
      * The owning department's WORKDEPT code is OWNING-DEPT on the
      * RUNPARM run-parameter file, read through PRMGET as of today;
      * a code in cols 1-3 of the SYSIN card is a one-night override,
      * logged on the PRMAUDT audit file.  With neither the run is
      * refused.  The profile file is short enough that one
      * singleton select per profile is cheaper than a cursor.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Profile-File
               Record Key OPR-Operator-Id
               Assign to "FRTOPRF"
               Organization Indexed
               Access Sequential
               File Status Profile-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Owning-Dept            pic x(3).
           05  filler                     pic x(77).
       FD  Profile-File.
       01  FD-Profile-Record.
           copy FRTOPRF.
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Profile-File-Status        pic x(02).
               88  Profile-OK             value "00".
               88  Profile-EOF            value "10".
       01  Lookup-Fields.
           05  Owning-Dept                pic x(3).
           05  Employee-Status            pic x(1).
               88  Employee-Active        value "A".
               88  Employee-Terminated    value "T".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Dept-Value redefines RPP-Value.
               10  RPP-Owning-Dept        pic x(3).
               10  filler                 pic x(29).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Profiles-Read              pic 9(07) comp.
           05  Profiles-Inquiry-Only      pic 9(07) comp.
           05  Profiles-No-Empno          pic 9(07) comp.
           05  Profiles-Not-On-File       pic 9(07) comp.
           05  Profiles-Terminated        pic 9(07) comp.
           05  Profiles-Moved             pic 9(07) comp.
       01  Error-Messages.
           05  Error-Message              pic x(132).
           05  SQL-Error-Message.
               10  filler                 pic x(21)
                   value "EMPLOYEE select for  ".
               10  SQL-Error-Empno        pic 9(6).
               10  filler                 pic x(16)
                   value " got SQLCODE of ".
               10  SQL-Error-Code         pic -9(8).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-Of-FRTOPRF           pic x(12)
               value " of FRTOPRF.".
       01  Report-Lines.
           05  Run-Header-Line.
               10  filler                 pic x(38)
                   value "Operator profile review - owning dept ".
               10  RPT-Owning-Dept        pic x(3).
           05  Exception-Line.
               10  RPT-Exception-Type     pic x(20).
               10  RPT-Operator-Id        pic x(08).
               10  filler                 pic x(07) value "  Role ".
               10  RPT-Role               pic x(01).
               10  filler                 pic x(08) value "  Empno ".
               10  RPT-Empno              pic x(06).
               10  filler                 pic x(02) value spaces.
               10  RPT-Name               pic x(20).
               10  filler                 pic x(07) value "  Dept ".
               10  RPT-Workdept           pic x(03).
           05  Totals-Line-1.
               10  filler                 pic x(15)
                   value "Profiles read: ".
               10  RPT-Profiles-Read      pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Inquiry-only: ".
               10  RPT-Profiles-Inquiry-Only
                                          pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(15)
                   value "No employee:   ".
               10  RPT-Profiles-No-Empno  pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Not on file:   ".
               10  RPT-Profiles-Not-On-File
                                          pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Terminated: ".
               10  RPT-Profiles-Terminated
                                          pic zzz,zz9.
               10  filler                 pic x(10)
                   value "  Moved: ".
               10  RPT-Profiles-Moved     pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           perform 2000-Review-Profiles
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Profiles-Read
           move zero to Profiles-Inquiry-Only
           move zero to Profiles-No-Empno
           move zero to Profiles-Not-On-File
           move zero to Profiles-Terminated
           move zero to Profiles-Moved
           .
       1000-Read-Control-Card.
      *****************************************************************
      * The file's owning department as of today, unless the card
      * overrides it for tonight - and then the override is logged.
      *****************************************************************
           move spaces to Owning-Dept
           move "G" to RPP-Function
           move "FRTOPRV" to RPP-Program-Id
           move "OWNING-DEPT" to RPP-Parm-Name
           move function current-date(1:8) to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               move RPP-Owning-Dept to Owning-Dept
           end-if
           open input Control-Card-File
           if not Control-Card-OK
               move "OPEN SYSIN" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           read Control-Card-File
               into Control-Card-Record
           end-read
           if Control-Card-OK
               and CTL-Owning-Dept not equal spaces
               move CTL-Owning-Dept to Owning-Dept
               move "O" to RPP-Function
               move spaces to RPP-Value
               move CTL-Owning-Dept to RPP-Owning-Dept
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           close Control-Card-File
           if Owning-Dept equal spaces
               move "No owning department on RUNPARM or the card"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           move Owning-Dept to RPT-Owning-Dept
           display Run-Header-Line
           display space
           .
       2000-Review-Profiles.
           open input Profile-File
           if not Profile-OK
               string Const-Got-Status delimited by size
                      Profile-File-Status delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Profile
           perform with test before
                   until Profile-EOF
               add 1 to Profiles-Read
               if OPR-Inquiry-Only
                   add 1 to Profiles-Inquiry-Only
               else
                   perform 3000-Check-One-Profile
               end-if
               perform 2100-Read-Next-Profile
           end-perform
           close Profile-File
           .
       2100-Read-Next-Profile.
           read Profile-File next
               into FD-Profile-Record
           end-read
           if not Profile-OK and not Profile-EOF
               string Const-Got-Status delimited by size
                      Profile-File-Status delimited by size
                      Const-On delimited by size
                      Const-READ-NEXT delimited by size
                      Const-Of-FRTOPRF delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Check-One-Profile.
           move spaces to RPT-Name
           move spaces to RPT-Workdept
           if OPR-Empno not numeric
               or OPR-Empno equal zero
               move "NO EMPLOYEE NUMBER" to RPT-Exception-Type
               move spaces to RPT-Empno
               perform 3900-List-Exception
               add 1 to Profiles-No-Empno
           else
               move OPR-Empno to RPT-Empno
               perform 3100-Select-Employee
           end-if
           .
       3100-Select-Employee.
      *****************************************************************
      * A terminated employee is one with TERMDATE set - the row is
      * kept, not deleted, so the termination shows here rather than
      * as a missing employee.
      *****************************************************************
           move OPR-Empno to EMPNO
           EXEC SQL
              SELECT NAME,
                     WORKDEPT,
                     CASE WHEN TERMDATE IS NULL THEN 'A'
                          ELSE 'T' END
                INTO :NAME,
                     :WORKDEPT,
                     :Employee-Status
                FROM EMPLOYEE
               WHERE EMPNO = :EMPNO
           END-EXEC
           evaluate true
               when SQLCODE equal 100
                   move "NOT ON EMPLOYEE" to RPT-Exception-Type
                   perform 3900-List-Exception
                   add 1 to Profiles-Not-On-File
               when SQLCODE not equal 0
                   move OPR-Empno to SQL-Error-Empno
                   move SQLCODE to SQL-Error-Code
                   move SQL-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               when Employee-Terminated
                   move "EMPLOYEE TERMINATED" to RPT-Exception-Type
                   move NAME to RPT-Name
                   move WORKDEPT to RPT-Workdept
                   perform 3900-List-Exception
                   add 1 to Profiles-Terminated
               when WORKDEPT not equal Owning-Dept
                   move "MOVED OUT OF DEPT" to RPT-Exception-Type
                   move NAME to RPT-Name
                   move WORKDEPT to RPT-Workdept
                   perform 3900-List-Exception
                   add 1 to Profiles-Moved
               when other
                   continue
           end-evaluate
           .
       3900-List-Exception.
           move OPR-Operator-Id to RPT-Operator-Id
           move OPR-Role to RPT-Role
           display Exception-Line
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Profiles-Read to RPT-Profiles-Read
           move Profiles-Inquiry-Only to RPT-Profiles-Inquiry-Only
           move Profiles-No-Empno to RPT-Profiles-No-Empno
           move Profiles-Not-On-File to RPT-Profiles-Not-On-File
           move Profiles-Terminated to RPT-Profiles-Terminated
           move Profiles-Moved to RPT-Profiles-Moved
           display space
           display Totals-Line-1
           display Totals-Line-2
           .

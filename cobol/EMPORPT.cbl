       Identification Division.
       Program-Id. EMPORPT.
      *****************************************************************
      * Operator rights listing for the employee and contacts
      * maintenance screens - who holds which rights, for internal
      * audit.  Every EMPOPRF profile is listed in operator id order
      * with its employee role (HR maintainer or inquiry), its
      * contacts role (contacts maintainer or inquiry), the date the
      * roles were last granted by EMPOLOAD, and the employee the
      * operator is tied to, looked up on EMPLOYEE.  A profile is
      * flagged when
      *   - it carries no employee number,
      *   - the number is not on EMPLOYEE, or
      *   - the employee has been terminated,
      * and a flagged profile still holding a maintainer role is
      * counted as an exception - those are the rights to pull.
      * Operators with no profile are inquiry-only and do not appear.
      * Refused attempts are not listed here; they print from the
      * EMEQ queue as they happen.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Operator-Profile-File
               Assign to "EMPOPRF"
               Organization Indexed
               Access Sequential
               Record Key EOP-Operator-Id
               File Status Operator-Profile-File-Status.
       Data Division.
       File Section.
       FD  Operator-Profile-File.
       01  FD-Operator-Profile-Record.
           copy EMPOPRF.
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.
       01  File-Status-Indicators.
           05  Operator-Profile-File-Status
                                          pic x(02).
               88  Operator-Profile-OK    value "00".
               88  Operator-Profile-EOF   value "10".
       01  This-Program-Id                pic x(8) value "EMPORPT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Lookup-Fields.
           05  Employee-Status            pic x(1).
               88  Employee-Terminated    value "T".
           05  Maintainer-Switch          pic x(1).
               88  Holds-Maintainer-Role  value "Y".
       01  Report-Counters.
           05  Profiles-Read              pic 9(07) comp.
           05  HR-Maintainers             pic 9(07) comp.
           05  Contacts-Maintainers       pic 9(07) comp.
           05  Profiles-Inquiry-Only      pic 9(07) comp.
           05  Profiles-Flagged           pic 9(07) comp.
           05  Maintainer-Exceptions      pic 9(07) comp.
       01  SQL-Error-Fields.
           05  SQL-Error-Message.
               10  filler                 pic x(21)
                   value "EMPLOYEE select for  ".
               10  SQL-Error-Empno        pic 9(6).
               10  filler                 pic x(16)
                   value " got SQLCODE of ".
               10  SQL-Error-Code         pic -9(8).
       01  Report-Lines.
           05  Heading-Line-1.
               10  filler                 pic x(44)
                   value "--- Employee/Contacts Operator Rights as of ".
               10  RPT-Run-Date           pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Heading-Line-2.
               10  filler                 pic x(10) value "Operator".
               10  filler                 pic x(16)
                   value "Employee role".
               10  filler                 pic x(21)
                   value "Contacts role".
               10  filler                 pic x(12) value "Granted".
               10  filler                 pic x(08) value "Empno".
               10  filler                 pic x(22) value "Name".
               10  filler                 pic x(06) value "Dept".
               10  filler                 pic x(18) value "Flag".
           05  Detail-Line.
               10  RPT-Operator-Id        pic x(08).
               10  filler                 pic x(02) value spaces.
               10  RPT-Employee-Role      pic x(14).
               10  filler                 pic x(02) value spaces.
               10  RPT-Contacts-Role      pic x(19).
               10  filler                 pic x(02) value spaces.
               10  RPT-Granted-Date       pic 9999/99/99.
               10  filler                 pic x(02) value spaces.
               10  RPT-Empno              pic x(06).
               10  filler                 pic x(02) value spaces.
               10  RPT-Name               pic x(20).
               10  filler                 pic x(02) value spaces.
               10  RPT-Workdept           pic x(03).
               10  filler                 pic x(03) value spaces.
               10  RPT-Flag               pic x(18).
           05  Totals-Line-1.
               10  filler                 pic x(15)
                   value "Profiles read: ".
               10  RPT-Profiles-Read      pic zzz,zz9.
               10  filler                 pic x(18)
                   value "  HR maintainers: ".
               10  RPT-HR-Maintainers     pic zzz,zz9.
               10  filler                 pic x(24)
                   value "  Contacts maintainers: ".
               10  RPT-Contacts-Maintainers
                                          pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Inquiry-only: ".
               10  RPT-Profiles-Inquiry-Only
                                          pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(15)
                   value "Flagged:       ".
               10  RPT-Profiles-Flagged   pic zzz,zz9.
               10  filler                 pic x(34)
                   value "  Flagged with a maintainer role: ".
               10  RPT-Maintainer-Exceptions
                                          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 2000-List-Profiles
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           initialize Report-Counters
           move function current-date to Run-Date-Time
           move RDT-YYYYMMDD to RPT-Run-Date
           display Heading-Line-1
           display space
           display Heading-Line-2
           .
       2000-List-Profiles.
           open input Operator-Profile-File
           if not Operator-Profile-OK
               move Operator-Profile-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPOPRF" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Profile
           perform with test before
                   until Operator-Profile-EOF
               add 1 to Profiles-Read
               perform 3000-List-One-Profile
               perform 2100-Read-Next-Profile
           end-perform
           close Operator-Profile-File
           .
       2100-Read-Next-Profile.
           read Operator-Profile-File next
           end-read
           if not Operator-Profile-OK and not Operator-Profile-EOF
               move Operator-Profile-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPOPRF" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-List-One-Profile.
           move "N" to Maintainer-Switch
           if EOP-HR-Maintainer
               move "HR maintainer" to RPT-Employee-Role
               add 1 to HR-Maintainers
               move "Y" to Maintainer-Switch
           else
               move "inquiry" to RPT-Employee-Role
           end-if
           if EOP-Contacts-Maintainer
               move "Contacts maintainer" to RPT-Contacts-Role
               add 1 to Contacts-Maintainers
               move "Y" to Maintainer-Switch
           else
               move "inquiry" to RPT-Contacts-Role
           end-if
           if not Holds-Maintainer-Role
               add 1 to Profiles-Inquiry-Only
           end-if
           move EOP-Operator-Id to RPT-Operator-Id
           move EOP-Granted-Date to RPT-Granted-Date
           move spaces to RPT-Name
           move spaces to RPT-Workdept
           move spaces to RPT-Flag
           if EOP-Empno not numeric
               or EOP-Empno equal zero
               move spaces to RPT-Empno
               move "NO EMPLOYEE NUMBER" to RPT-Flag
           else
               move EOP-Empno to RPT-Empno
               perform 3100-Select-Employee
           end-if
           if RPT-Flag not equal spaces
               add 1 to Profiles-Flagged
               if Holds-Maintainer-Role
                   add 1 to Maintainer-Exceptions
               end-if
           end-if
           display Detail-Line
           .
       3100-Select-Employee.
      *****************************************************************
      * A terminated employee is one with TERMDATE set - the row is
      * kept, not deleted, so the termination shows here rather than
      * as a missing employee.
      *****************************************************************
           move EOP-Empno to EMPNO
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
                   move "NOT ON EMPLOYEE" to RPT-Flag
               when SQLCODE not equal 0
                   move EOP-Empno to SQL-Error-Empno
                   move SQLCODE to SQL-Error-Code
                   move SQL-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               when Employee-Terminated
                   move NAME to RPT-Name
                   move WORKDEPT to RPT-Workdept
                   move "TERMINATED" to RPT-Flag
               when other
                   move NAME to RPT-Name
                   move WORKDEPT to RPT-Workdept
           end-evaluate
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Profiles-Read to RPT-Profiles-Read
           move HR-Maintainers to RPT-HR-Maintainers
           move Contacts-Maintainers to RPT-Contacts-Maintainers
           move Profiles-Inquiry-Only to RPT-Profiles-Inquiry-Only
           move Profiles-Flagged to RPT-Profiles-Flagged
           move Maintainer-Exceptions to RPT-Maintainer-Exceptions
           display space
           display Totals-Line-1
           display Totals-Line-2
           .

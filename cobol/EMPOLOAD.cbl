       Identification Division.
       Program-Id. EMPOLOAD.
      *****************************************************************
      * Operator profile load for the employee and contacts
      * maintenance screens.  Applies the SYSIN cards the security
      * administrator keys from signed access requests to the EMPOPRF
      * profile file D03PGM2, D03PGM3, D03PGM4, and CONPGM2 check
      * before they commit a change.
      *
      *     col  1      action - A grants the roles on the card to the
      *                 operator (adding the profile or replacing the
      *                 roles already there), D removes the profile,
      *                 leaving the operator inquiry-only
      *     cols 3-10   operator id (the CICS signon user id)
      *     col  12     employee role - I inquiry, H HR maintainer
      *                 (hire, terminate, rename, transfer, rehire,
      *                 and department maintenance)
      *     col  14     contacts role - I inquiry, C contacts
      *                 maintainer
      *     cols 16-21  employee number of the operator
      *
      * A maintainer role is granted only to an operator tied to an
      * active employee - rights nobody can be held to account for
      * are what internal audit keeps finding.  Every card is listed
      * as applied or rejected with the reason, and a replaced
      * profile shows the roles it held before.  EMPORPT lists the
      * resulting rights.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Operator-Profile-File
               Assign to "EMPOPRF"
               Organization Indexed
               Access Random
               Record Key EOP-Operator-Id
               File Status Operator-Profile-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CRD-Action                 pic x(1).
               88  CRD-Grant-Profile      value "A".
               88  CRD-Remove-Profile     value "D".
           05  filler                     pic x(1).
           05  CRD-Operator-Id            pic x(8).
           05  filler                     pic x(1).
           05  CRD-Employee-Role          pic x(1).
               88  CRD-Employee-Role-Valid
                                          value "I" "H".
               88  CRD-HR-Maintainer      value "H".
           05  filler                     pic x(1).
           05  CRD-Contacts-Role          pic x(1).
               88  CRD-Contacts-Role-Valid
                                          value "I" "C".
               88  CRD-Contacts-Maintainer
                                          value "C".
           05  filler                     pic x(1).
           05  CRD-Empno                  pic x(6).
           05  CRD-Empno-Num redefines CRD-Empno
                                          pic 9(6).
           05  filler                     pic x(59).
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
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Operator-Profile-File-Status
                                          pic x(02).
               88  Operator-Profile-OK    value "00".
               88  Operator-Profile-Not-Found
                                          value "23".
       01  This-Program-Id                pic x(8) value "EMPOLOAD".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Validation-Fields.
           05  Card-Valid-Switch          pic x.
               88  Card-Is-Valid          value "Y".
           05  Reject-Reason              pic x(44).
           05  Active-Employee-Count      pic s9(8) comp.
           05  Previous-Roles             pic x(03).
       01  Load-Counters.
           05  Cards-Read                 pic 9(05) comp.
           05  Profiles-Added             pic 9(05) comp.
           05  Profiles-Replaced          pic 9(05) comp.
           05  Profiles-Removed           pic 9(05) comp.
           05  Cards-Rejected             pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(40)
               value "--- Operator Profile Load ---".
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(9).
               10  filler                 pic x(01) value space.
               10  RPT-Operator-Id        pic x(8).
               10  filler                 pic x(11)
                   value "  Employee ".
               10  RPT-Employee-Role      pic x(1).
               10  filler                 pic x(11)
                   value "  Contacts ".
               10  RPT-Contacts-Role      pic x(1).
               10  filler                 pic x(08) value "  Empno ".
               10  RPT-Empno              pic x(6).
               10  RPT-Was-Text           pic x(13).
               10  RPT-Was-Roles          pic x(3).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Card           pic x(21).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Totals-Line.
               10  filler                 pic x(12)
                   value "Cards read: ".
               10  RPT-Cards-Read         pic zz,zz9.
               10  filler                 pic x(09)
                   value "  Added: ".
               10  RPT-Added              pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Replaced: ".
               10  RPT-Replaced           pic zz,zz9.
               10  filler                 pic x(11)
                   value "  Removed: ".
               10  RPT-Removed            pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Rejected           pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Apply-Cards
           perform 9000-Report-Totals
           perform 9900-Housekeeping
           goback
           .
       0000-Initialize.
           initialize Load-Counters
           move function current-date to Run-Date-Time
           open input Control-Card-File
           if not Control-Card-OK
               move Control-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open i-o Operator-Profile-File
           if not Operator-Profile-OK
               move Operator-Profile-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPOPRF" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Heading-Line
           display space
           .
       1000-Apply-Cards.
           perform 1100-Read-Card
           perform with test before
                   until Control-Card-EOF
               if Control-Card-Record not equal spaces
                   add 1 to Cards-Read
                   perform 1200-Validate-Card
                   if Card-Is-Valid
                       perform 1300-Apply-Card
                   end-if
                   if not Card-Is-Valid
                       perform 1900-Reject-Card
                   end-if
               end-if
               perform 1100-Read-Card
           end-perform
           .
       1100-Read-Card.
           read Control-Card-File
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Validate-Card.
           move "Y" to Card-Valid-Switch
           move spaces to Reject-Reason
           evaluate true
               when not CRD-Grant-Profile and not CRD-Remove-Profile
                   move "action must be A or D" to Reject-Reason
               when CRD-Operator-Id equal spaces
                   move "operator id is required" to Reject-Reason
               when CRD-Remove-Profile
                   continue
               when not CRD-Employee-Role-Valid
                   move "employee role must be I or H"
                       to Reject-Reason
               when not CRD-Contacts-Role-Valid
                   move "contacts role must be I or C"
                       to Reject-Reason
               when CRD-Empno equal spaces
                   and (CRD-HR-Maintainer or CRD-Contacts-Maintainer)
                   move "a maintainer role needs an employee number"
                       to Reject-Reason
               when CRD-Empno equal spaces
                   continue
               when CRD-Empno not numeric
                   move "employee number must be six digits"
                       to Reject-Reason
               when other
                   perform 1210-Check-Employee
           end-evaluate
           if Reject-Reason not equal spaces
               move "N" to Card-Valid-Switch
           end-if
           .
       1210-Check-Employee.
      *****************************************************************
      * The operator has to be a current employee - a terminated
      * employee keeps the EMPLOYEE row with TERMDATE set, so the
      * count only takes rows with no termination date.
      *****************************************************************
           move CRD-Empno-Num to EMPNO
           EXEC SQL
              SELECT COUNT(*)
                INTO :Active-Employee-Count
                FROM EMPLOYEE
               WHERE EMPNO = :EMPNO
                 AND TERMDATE IS NULL
           END-EXEC
           if SQLCODE not equal 0
               move "EMPOLOAD count of EMPLOYEE failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Active-Employee-Count equal zero
               move "employee not on file or terminated"
                   to Reject-Reason
           end-if
           .
       1300-Apply-Card.
           move CRD-Operator-Id to EOP-Operator-Id
           read Operator-Profile-File
           evaluate true
               when Operator-Profile-OK
                   continue
               when Operator-Profile-Not-Found
                   continue
               when other
                   move Operator-Profile-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "EMPOPRF" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           move spaces to RPT-Was-Text
           move spaces to RPT-Was-Roles
           move spaces to Previous-Roles
           if Operator-Profile-OK
               move EOP-Employee-Role to Previous-Roles(1:1)
               move "/" to Previous-Roles(2:1)
               move EOP-Contacts-Role to Previous-Roles(3:1)
           end-if
           evaluate true
               when CRD-Remove-Profile and Operator-Profile-Not-Found
                   move "N" to Card-Valid-Switch
                   move "no profile on file for that operator"
                       to Reject-Reason
               when CRD-Remove-Profile
                   move EOP-Employee-Role to RPT-Employee-Role
                   move EOP-Contacts-Role to RPT-Contacts-Role
                   move EOP-Empno to RPT-Empno
                   delete Operator-Profile-File
                   end-delete
                   move "Removed" to RPT-Action-Desc
                   add 1 to Profiles-Removed
               when Operator-Profile-Not-Found
                   move spaces to FD-Operator-Profile-Record
                   move CRD-Operator-Id to EOP-Operator-Id
                   perform 1310-Move-Card-Roles
                   write FD-Operator-Profile-Record
                   end-write
                   move "Added" to RPT-Action-Desc
                   add 1 to Profiles-Added
               when other
                   perform 1310-Move-Card-Roles
                   rewrite FD-Operator-Profile-Record
                   end-rewrite
                   move "Replaced" to RPT-Action-Desc
                   add 1 to Profiles-Replaced
                   move "  roles were " to RPT-Was-Text
                   move Previous-Roles to RPT-Was-Roles
           end-evaluate
           if Card-Is-Valid
               if not Operator-Profile-OK
                   move Operator-Profile-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "EMPOPRF" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move CRD-Operator-Id to RPT-Operator-Id
               display Audit-Line
           end-if
           .
       1310-Move-Card-Roles.
           move CRD-Employee-Role to EOP-Employee-Role
           move CRD-Contacts-Role to EOP-Contacts-Role
           if CRD-Empno equal spaces
               move zero to EOP-Empno
           else
               move CRD-Empno-Num to EOP-Empno
           end-if
           move RDT-YYYYMMDD to EOP-Granted-Date
           move EOP-Employee-Role to RPT-Employee-Role
           move EOP-Contacts-Role to RPT-Contacts-Role
           move CRD-Empno to RPT-Empno
           .
       1900-Reject-Card.
           add 1 to Cards-Rejected
           move Control-Card-Record(1:21) to RPT-Rej-Card
           move Reject-Reason to RPT-Rej-Reason
           display Reject-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Cards-Read to RPT-Cards-Read
           move Profiles-Added to RPT-Added
           move Profiles-Replaced to RPT-Replaced
           move Profiles-Removed to RPT-Removed
           move Cards-Rejected to RPT-Rejected
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           close Control-Card-File
           close Operator-Profile-File
           .

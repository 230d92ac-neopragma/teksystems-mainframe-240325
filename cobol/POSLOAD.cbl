       Identification Division.
       Program-Id. POSLOAD.
      *****************************************************************
      * Position budget load.  Finance approves a headcount for each
      * department every fiscal year; this applies their SYSIN cards
      * to the EMPPBUD position budget file D03PGM3 checks at every
      * hire and rehire, and POSRPT reports against.
      *
      *     col  1      action - A sets the approved positions for
      *                 the department and year (adding the record
      *                 or replacing the figure already there), D
      *                 removes the department from position control
      *                 for that year
      *     cols 3-5    department (WORKDEPT code)
      *     cols 7-10   fiscal year, numbered by the calendar year it
      *                 ends in
      *     cols 12-16  approved positions (A cards)
      *
      * A card for a department not on the DEPARTMENT table, or not
      * active there, is rejected - a budget nobody can hire into is
      * a typing error.  Every card is listed as applied or rejected
      * with the reason, and a replaced figure shows what it was.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Position-Budget-File
               Assign to "EMPPBUD"
               Organization Indexed
               Access Random
               Record Key POS-Key
               File Status Position-Budget-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CRD-Action                 pic x(1).
               88  CRD-Set-Budget         value "A".
               88  CRD-Remove-Budget      value "D".
           05  filler                     pic x(1).
           05  CRD-Dept                   pic x(3).
           05  filler                     pic x(1).
           05  CRD-Fiscal-Year            pic x(4).
           05  CRD-Fiscal-Year-Num redefines CRD-Fiscal-Year
                                          pic 9(4).
           05  filler                     pic x(1).
           05  CRD-Approved               pic x(5).
           05  CRD-Approved-Num redefines CRD-Approved
                                          pic 9(5).
           05  filler                     pic x(64).
       FD  Position-Budget-File.
       01  FD-Position-Budget-Record.
           copy POSBUD.
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Position-Budget-File-Status
                                          pic x(02).
               88  Position-Budget-OK     value "00".
               88  Position-Budget-Not-Found
                                          value "23".
       01  This-Program-Id                pic x(8) value "POSLOAD".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-YYYYMMDD               pic 9(8).
           05  filler                     pic x(13).
       01  Validation-Fields.
           05  Card-Valid-Switch          pic x.
               88  Card-Is-Valid          value "Y".
           05  Reject-Reason              pic x(44).
           05  Active-Dept-Count          pic s9(8) comp.
           05  Card-Dept                  pic x(3).
           05  Previous-Approved          pic 9(5).
       01  Load-Counters.
           05  Cards-Read                 pic 9(05) comp.
           05  Budgets-Added              pic 9(05) comp.
           05  Budgets-Replaced           pic 9(05) comp.
           05  Budgets-Removed            pic 9(05) comp.
           05  Cards-Rejected             pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(40)
               value "--- Position Budget Load ---".
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(9).
               10  filler                 pic x(01) value space.
               10  RPT-Dept               pic x(3).
               10  filler                 pic x(04) value " FY ".
               10  RPT-Fiscal-Year        pic 9(4).
               10  filler                 pic x(02) value spaces.
               10  RPT-Approved           pic zz,zz9.
               10  filler                 pic x(11)
                   value " positions".
               10  RPT-Was-Text           pic x(05).
               10  RPT-Was-Approved       pic zz,zz9
                                          blank when zero.
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Card           pic x(16).
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
           open i-o Position-Budget-File
           if not Position-Budget-OK
               move Position-Budget-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPPBUD" to Error-DDNAME
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
               when not CRD-Set-Budget and not CRD-Remove-Budget
                   move "action must be A or D" to Reject-Reason
               when CRD-Dept equal spaces
                   move "department is required" to Reject-Reason
               when CRD-Fiscal-Year not numeric
                   move "fiscal year must be four digits"
                       to Reject-Reason
               when CRD-Fiscal-Year-Num less than 1900
                   move "fiscal year must be four digits"
                       to Reject-Reason
               when CRD-Set-Budget and CRD-Approved not numeric
                   move "approved positions must be five digits"
                       to Reject-Reason
               when CRD-Set-Budget
                   perform 1210-Check-Department
           end-evaluate
           if Reject-Reason not equal spaces
               move "N" to Card-Valid-Switch
           end-if
           .
       1210-Check-Department.
      *****************************************************************
      * Only a budget being set is held to the DEPARTMENT table - a
      * department since closed must still be removable.
      *****************************************************************
           move CRD-Dept to Card-Dept
           EXEC SQL
              SELECT COUNT(*)
                INTO :Active-Dept-Count
                FROM DEPARTMENT
               WHERE DEPTNO = :Card-Dept
                 AND DEPTSTAT = 'A'
           END-EXEC
           if SQLCODE not equal 0
               move "POSLOAD count of DEPARTMENT failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Active-Dept-Count equal zero
               move "department not on file or not active"
                   to Reject-Reason
           end-if
           .
       1300-Apply-Card.
           move CRD-Dept to POS-Dept
           move CRD-Fiscal-Year-Num to POS-Fiscal-Year
           read Position-Budget-File
           evaluate true
               when Position-Budget-OK
                   continue
               when Position-Budget-Not-Found
                   continue
               when other
                   move Position-Budget-File-Status to Error-Status
                   move Const-READ to Error-Operation
                   move "EMPPBUD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           move spaces to RPT-Was-Text
           move zero to RPT-Was-Approved
           evaluate true
               when CRD-Remove-Budget and Position-Budget-Not-Found
                   move "N" to Card-Valid-Switch
                   move "no budget on file for that year"
                       to Reject-Reason
               when CRD-Remove-Budget
                   move POS-Approved to Previous-Approved
                   delete Position-Budget-File
                   end-delete
                   move "Removed" to RPT-Action-Desc
                   add 1 to Budgets-Removed
                   move Previous-Approved to RPT-Approved
               when Position-Budget-Not-Found
                   move spaces to FD-Position-Budget-Record
                   move CRD-Dept to POS-Dept
                   move CRD-Fiscal-Year-Num to POS-Fiscal-Year
                   move CRD-Approved-Num to POS-Approved
                   move RDT-YYYYMMDD to POS-Load-Date
                   write FD-Position-Budget-Record
                   end-write
                   move "Added" to RPT-Action-Desc
                   add 1 to Budgets-Added
                   move POS-Approved to RPT-Approved
               when other
                   move POS-Approved to Previous-Approved
                   move CRD-Approved-Num to POS-Approved
                   move RDT-YYYYMMDD to POS-Load-Date
                   rewrite FD-Position-Budget-Record
                   end-rewrite
                   move "Replaced" to RPT-Action-Desc
                   add 1 to Budgets-Replaced
                   move POS-Approved to RPT-Approved
                   move " was" to RPT-Was-Text
                   move Previous-Approved to RPT-Was-Approved
           end-evaluate
           if Card-Is-Valid
               if not Position-Budget-OK
                   move Position-Budget-File-Status to Error-Status
                   move Const-WRITE to Error-Operation
                   move "EMPPBUD" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move CRD-Dept to RPT-Dept
               move CRD-Fiscal-Year-Num to RPT-Fiscal-Year
               display Audit-Line
           end-if
           .
       1900-Reject-Card.
           add 1 to Cards-Rejected
           move Control-Card-Record(1:16) to RPT-Rej-Card
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
           move Budgets-Added to RPT-Added
           move Budgets-Replaced to RPT-Replaced
           move Budgets-Removed to RPT-Removed
           move Cards-Rejected to RPT-Rejected
           display space
           display Totals-Line
           .
       9900-Housekeeping.
           close Control-Card-File
           close Position-Budget-File
           .

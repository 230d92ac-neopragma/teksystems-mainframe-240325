       Identification Division.
       Program-Id. MASKTBL.
      *****************************************************************
      * Masked test copies of the CONTACTS and EMPLOYEE tables, the
      * DB2 half of what MASKFIL does for the flat files.  Each table
      * is unloaded from production in key order with its personal
      * columns run through MASKVAL - the same keyed scrambling the
      * flat files get, so a name masks the same way everywhere - and
      * written as a LOAD-format file for the test subsystem's LOAD
      * utility (VARCHAR columns as a halfword length and the text),
      * so real values never reach a test table at all.
      *
      *   CONTACTS -> CONTLOAD  surname, first, middle, and
      *                         additional names, email address,
      *                         street number and name, unit
      *   EMPLOYEE -> EMPLOAD   name
      *
      * Contact and employee ids, language, work department, hire
      * and termination dates, street direction and type, city,
      * state, and ZIP are copied as they are - the dates unchanged,
      * so a terminated employee is still terminated on test and the
      * service and headcount reports there match production.  A
      * null TERMDATE is written blank with "?" in the byte after it,
      * for the LOAD utility's NULLIF on that column.
      * CONTACT_HHOLD is not copied - its household names come from
      * the surnames, so CONHHOLD is run against the loaded test
      * table to rebuild it.  With no masking key on the RUNPARM file
      * nothing is unloaded.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Contact-Load-File
               Assign to "CONTLOAD"
               Organization Sequential
               Access Sequential
               File Status Contact-Load-File-Status.
           Select Employee-Load-File
               Assign to "EMPLOAD"
               Organization Sequential
               Access Sequential
               File Status Employee-Load-File-Status.
       Data Division.
       File Section.
       FD  Contact-Load-File
           Recording Mode F
           Record Contains 300 Characters.
       01  Contact-Load-Record.
           05  CLD-Contact-Id             pic 9(8).
           05  CLD-Lang                   pic x(2).
           05  CLD-Surname-Len            pic s9(4) comp.
           05  CLD-Surname-Text           pic x(20).
           05  CLD-First-Name-Len         pic s9(4) comp.
           05  CLD-First-Name-Text        pic x(20).
           05  CLD-Middle-Name-Len        pic s9(4) comp.
           05  CLD-Middle-Name-Text       pic x(20).
           05  CLD-Addl-Name-Len          pic s9(4) comp.
           05  CLD-Addl-Name-Text         pic x(20).
           05  CLD-Email-Addr-Len         pic s9(4) comp.
           05  CLD-Email-Addr-Text        pic x(64).
           05  CLD-Street-No              pic x(6).
           05  CLD-Street-Name            pic x(30).
           05  CLD-Street-Dir             pic x(1).
           05  CLD-Street-Type            pic x(12).
           05  CLD-Unit-No                pic x(6).
           05  CLD-Unit-Type              pic x(6).
           05  CLD-City                   pic x(30).
           05  CLD-State                  pic x(2).
           05  CLD-Zip5                   pic x(5).
           05  CLD-Zip4                   pic x(4).
           05  filler                     pic x(34).
       FD  Employee-Load-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Employee-Load-Record.
           05  ELD-Empno                  pic 9(6).
           05  ELD-Name                   pic x(20).
           05  ELD-Workdept               pic x(3).
           05  ELD-Hiredate               pic x(10).
           05  ELD-Termdate               pic x(10).
           05  ELD-Termdate-Null          pic x(1).
               88  ELD-Termdate-Is-Null   value "?".
           05  filler                     pic x(30).
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE CONTACTS
           END-EXEC.
           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.
           EXEC SQL
                DECLARE CONMASK-CURSOR CURSOR FOR
                SELECT ID,
                       LANG,
                       SURNAME,
                       FIRST_NAME,
                       MIDDLE_NAME,
                       ADDL_NAME,
                       EMAIL_ADDR,
                       STREET_NO,
                       STREET_NAME,
                       STREET_DIR,
                       STREET_TYPE,
                       UNIT_NO,
                       UNIT_TYPE,
                       CITY,
                       STATE,
                       ZIP5,
                       ZIP4
                  FROM CONTACTS
                 ORDER BY ID
           END-EXEC.
           EXEC SQL
                DECLARE EMPMASK-CURSOR CURSOR FOR
                SELECT EMPNO,
                       NAME,
                       WORKDEPT,
                       HIREDATE,
                       TERMDATE
                  FROM EMPLOYEE
                 ORDER BY EMPNO
           END-EXEC.
       01  File-Status-Indicators.
           05  Contact-Load-File-Status   pic x(02).
               88  Contact-Load-OK        value "00".
           05  Employee-Load-File-Status  pic x(02).
               88  Employee-Load-OK       value "00".
      * Null indicator for the TERMDATE fetch - negative when the
      * employee has no termination date.
       01  Termdate-Indicator             pic s9(4) comp.
       01  This-Program-Id                pic x(8) value "MASKTBL".
           copy ERRCOMM.
      * Parameter area for the MASKVAL subprogram - same field layout
      * as MSK-Parms in its Linkage Section.
       01  Mask-Parms.
           05  MSK-Function               pic x(1).
           05  MSK-Value                  pic x(64).
           05  MSK-Masked                 pic x(64).
           05  MSK-Result                 pic x(1).
               88  MSK-Was-Masked         value "M".
               88  MSK-No-Key             value "K".
       01  Mask-Counters.
           05  Contacts-Unloaded          pic 9(07) comp.
           05  Employees-Unloaded         pic 9(07) comp.
           05  Values-Masked              pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(44)
               value "--- Masked Test Table Unload ---".
           05  Totals-Line.
               10  filler                 pic x(12)
                   value "Contacts:   ".
               10  RPT-Contacts-Unloaded  pic zzz,zz9.
               10  filler                 pic x(14)
                   value "  Employees:  ".
               10  RPT-Employees-Unloaded pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  values masked: ".
               10  RPT-Values-Masked      pic z,zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Unload-Contacts
           perform 2000-Unload-Employees
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
      *****************************************************************
      * A blank value asks MASKVAL nothing but whether it has a key;
      * with none, nothing is unloaded.
      *****************************************************************
           move zero to Contacts-Unloaded
           move zero to Employees-Unloaded
           move zero to Values-Masked
           display Heading-Line
           move "T" to MSK-Function
           move spaces to MSK-Value
           call "MASKVAL" using by reference Mask-Parms
           end-call
           if MSK-No-Key
               move "No MASK-KEY on RUNPARM - no tables unloaded"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Contact-Load-File
           if not Contact-Load-OK
               move Contact-Load-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CONTLOAD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Employee-Load-File
           if not Employee-Load-OK
               move Employee-Load-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPLOAD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Unload-Contacts.
           EXEC SQL
                OPEN CONMASK-CURSOR
           END-EXEC
           perform 1100-Fetch-And-Mask-Contact
               until SQLCODE not equal 0
           EXEC SQL
                CLOSE CONMASK-CURSOR
           END-EXEC
           close Contact-Load-File
           .
       1100-Fetch-And-Mask-Contact.
           initialize DCLCONTACTS
           EXEC SQL
                FETCH CONMASK-CURSOR
                  INTO :CONTACT-ID, :LANG, :SURNAME, :FIRST-NAME,
                       :MIDDLE-NAME, :ADDL-NAME, :EMAIL-ADDR,
                       :STREET-NO, :STREET-NAME, :STREET-DIR,
                       :STREET-TYPE, :UNIT-NO, :UNIT-TYPE,
                       :CITY, :STATE, :ZIP5, :ZIP4
           END-EXEC
           evaluate true
               when SQLCODE equal 0
                   perform 1200-Write-Masked-Contact
               when SQLCODE equal 100
                   continue
               when other
                   move "MASKTBL fetch of CONTACTS failed"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       1200-Write-Masked-Contact.
      *****************************************************************
      * Masking keeps a value's length, so each VARCHAR keeps the
      * length it was fetched with.
      *****************************************************************
           move spaces to Contact-Load-Record
           move CONTACT-ID to CLD-Contact-Id
           move LANG of DCLCONTACTS to CLD-Lang
           move SURNAME-LEN to CLD-Surname-Len
           move SURNAME-TEXT to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Surname-Text
           move FIRST-NAME-LEN to CLD-First-Name-Len
           move FIRST-NAME-TEXT to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-First-Name-Text
           move MIDDLE-NAME-LEN to CLD-Middle-Name-Len
           move MIDDLE-NAME-TEXT to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Middle-Name-Text
           move ADDL-NAME-LEN to CLD-Addl-Name-Len
           move ADDL-NAME-TEXT to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Addl-Name-Text
           move EMAIL-ADDR-LEN to CLD-Email-Addr-Len
           move EMAIL-ADDR-TEXT to MSK-Value
           perform 8100-Mask-Email
           move MSK-Masked to CLD-Email-Addr-Text
           move STREET-NO to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Street-No
           move STREET-NAME to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Street-Name
           move STREET-DIR to CLD-Street-Dir
           move STREET-TYPE to CLD-Street-Type
           move UNIT-NO to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CLD-Unit-No
           move UNIT-TYPE to CLD-Unit-Type
           move CITY to CLD-City
           move STATE to CLD-State
           move ZIP5 to CLD-Zip5
           move ZIP4 to CLD-Zip4
           write Contact-Load-Record
           if not Contact-Load-OK
               move Contact-Load-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "CONTLOAD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Contacts-Unloaded
           .
       2000-Unload-Employees.
           EXEC SQL
                OPEN EMPMASK-CURSOR
           END-EXEC
           perform 2100-Fetch-And-Mask-Employee
               until SQLCODE not equal 0
           EXEC SQL
                CLOSE EMPMASK-CURSOR
           END-EXEC
           close Employee-Load-File
           .
       2100-Fetch-And-Mask-Employee.
           EXEC SQL
                FETCH EMPMASK-CURSOR
                  INTO :EMPNO, :NAME, :WORKDEPT, :HIREDATE,
                       :TERMDATE :Termdate-Indicator
           END-EXEC
           evaluate true
               when SQLCODE equal 0
                   move spaces to Employee-Load-Record
                   move EMPNO to ELD-Empno
                   move NAME to MSK-Value
                   perform 8000-Mask-Text
                   move MSK-Masked to ELD-Name
                   move WORKDEPT to ELD-Workdept
                   move HIREDATE to ELD-Hiredate
                   if Termdate-Indicator less than zero
                       move spaces to ELD-Termdate
                       set ELD-Termdate-Is-Null to true
                   else
                       move TERMDATE to ELD-Termdate
                   end-if
                   write Employee-Load-Record
                   if not Employee-Load-OK
                       move Employee-Load-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "EMPLOAD" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Employees-Unloaded
               when SQLCODE equal 100
                   continue
               when other
                   move "MASKTBL fetch of EMPLOYEE failed"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       8000-Mask-Text.
           move "T" to MSK-Function
           perform 8200-Call-Masking-Routine
           .
       8100-Mask-Email.
           move "E" to MSK-Function
           perform 8200-Call-Masking-Routine
           .
       8200-Call-Masking-Routine.
           call "MASKVAL" using by reference Mask-Parms
           end-call
           if MSK-No-Key
               move "MASKVAL lost its masking key mid-run"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if MSK-Was-Masked
               add 1 to Values-Masked
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
           move Contacts-Unloaded to RPT-Contacts-Unloaded
           move Employees-Unloaded to RPT-Employees-Unloaded
           move Values-Masked to RPT-Values-Masked
           display space
           display Totals-Line
           .

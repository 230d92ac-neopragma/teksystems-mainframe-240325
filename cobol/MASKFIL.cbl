       Identification Division.
       Program-Id. MASKFIL.
      *****************************************************************
      * Builds the masked test copies of the production flat files,
      * so test is refreshed without real names, addresses, emails,
      * SSNs, or birthdates landing on volumes half the shop can
      * read.  Every personal field goes through MASKVAL, which
      * scrambles the same value the same way in every file - keys
      * still join and the ADDRSTD/ADRVALID and CTCVALID rules still
      * pass - while account numbers, counts, amounts, dates other
      * than birthdates, and city/state/ZIP are copied as they are,
      * so the batch totals reconcile on test exactly as in
      * production.  MASKTBL does the same for the DB2 tables.
      *
      *   ACCTFL  -> ACCTFLT   account name
      *   CUSTMST -> CUSTMSTT  name, street number and name, unit,
      *                        email address
      *   FRTHROW -> FRTHROWT  player name (the KSDS is loaded in
      *                        masked key order)
      *   FRTPMST -> FRTPMSTT  player name, birthdate
      *   SSNEXCL -> SSNEXCLT  excluded SSN (re-sorted into SSN
      *                        order, the order STRING5 and SSNMAINT
      *                        expect)
      *
      * A production file whose DD is not supplied is skipped with a
      * note, so a refresh can take just the files it needs.  With no
      * masking key on the RUNPARM file nothing is copied at all.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Accounts-File
               Assign to "ACCTFL"
               Organization Sequential
               Access Sequential
               File Status Accounts-File-Status.
           Select Test-Accounts-File
               Assign to "ACCTFLT"
               Organization Sequential
               Access Sequential
               File Status Test-Accounts-File-Status.
           Select Customer-Master-File
               Assign to "CUSTMST"
               Organization Sequential
               Access Sequential
               File Status Customer-Master-File-Status.
           Select Test-Customer-File
               Assign to "CUSTMSTT"
               Organization Sequential
               Access Sequential
               File Status Test-Customer-File-Status.
           Select FT-File
               Record Key FT-Record-Key in FD-FT-Record
               Assign to "FRTHROW"
               Organization Indexed
               Access Sequential
               File Status FT-File-Status.
           Select Test-FT-File
               Record Key FT-Record-Key in FD-Test-FT-Record
               Assign to "FRTHROWT"
               Organization Indexed
               Access Random
               File Status Test-FT-File-Status.
           Select Player-Master-File
               Record Key PM-Record-Key in FD-Player-Master-Record
               Assign to "FRTPMST"
               Organization Indexed
               Access Sequential
               File Status Player-Master-File-Status.
           Select Test-Player-File
               Record Key PM-Record-Key in FD-Test-Player-Record
               Assign to "FRTPMSTT"
               Organization Indexed
               Access Random
               File Status Test-Player-File-Status.
           Select Exclusion-File
               Assign to "SSNEXCL"
               Organization Sequential
               Access Sequential
               File Status Exclusion-File-Status.
           Select Exclusion-Sort-File
               Assign to "SORTWK01".
           Select Test-Exclusion-File
               Assign to "SSNEXCLT"
               Organization Sequential
               Access Sequential
               File Status Test-Exclusion-File-Status.
       Data Division.
       File Section.
       FD  Accounts-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Accounts-Record.
       01  Accounts-Record.
           05  ACCT-Number                pic 9(07).
           05  ACCT-Name                  pic x(30).
           05  filler                     pic x(43).
       FD  Test-Accounts-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records.
       01  Test-Accounts-Record           pic x(80).
       FD  Customer-Master-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Customer-Master-Record.
           copy CUSTMST.
       FD  Test-Customer-File
           Recording Mode F
           Record Contains 230 Characters.
       01  Test-Customer-Record           pic x(230).
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Test-FT-File.
       01  FD-Test-FT-Record.
           copy FRTHROW.
       FD  Player-Master-File.
       01  FD-Player-Master-Record.
           copy FRTPMST.
       FD  Test-Player-File.
       01  FD-Test-Player-Record.
           copy FRTPMST.
       FD  Exclusion-File
           Recording Mode F
           Record Contains 40 Characters.
       01  Exclusion-Record.
           05  EXC-SSN                    pic x(9).
           05  EXC-Effective-Date         pic 9(8).
           05  EXC-Expiry-Date            pic 9(8).
           05  EXC-Reason-Code            pic x(3).
           05  filler                     pic x(12).
       SD  Exclusion-Sort-File.
       01  SD-Exclusion-Record.
           05  SRT-SSN                    pic x(9).
           05  SRT-Effective-Date         pic 9(8).
           05  filler                     pic x(23).
       FD  Test-Exclusion-File
           Recording Mode F
           Record Contains 40 Characters.
       01  Test-Exclusion-Record          pic x(40).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Accounts-File-Status       pic x(02).
               88  Accounts-OK            value "00".
               88  Accounts-EOF           value "10".
               88  Accounts-Missing       value "35".
           05  Test-Accounts-File-Status  pic x(02).
               88  Test-Accounts-OK       value "00".
           05  Customer-Master-File-Status
                                          pic x(02).
               88  Customer-Master-OK     value "00".
               88  Customer-Master-EOF    value "10".
               88  Customer-Master-Missing
                                          value "35".
           05  Test-Customer-File-Status  pic x(02).
               88  Test-Customer-OK       value "00".
           05  FT-File-Status             pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
               88  FT-File-Missing        value "35".
           05  Test-FT-File-Status        pic x(02).
               88  Test-FT-OK             value "00".
           05  Player-Master-File-Status  pic x(02).
               88  Player-Master-OK       value "00".
               88  Player-Master-EOF      value "10".
               88  Player-Master-Missing  value "35".
           05  Test-Player-File-Status    pic x(02).
               88  Test-Player-OK         value "00".
           05  Exclusion-File-Status      pic x(02).
               88  Exclusion-OK           value "00".
               88  Exclusion-EOF          value "10".
               88  Exclusion-Missing      value "35".
           05  Test-Exclusion-File-Status pic x(02).
               88  Test-Exclusion-OK      value "00".
       01  This-Program-Id                pic x(8) value "MASKFIL".
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
           05  Records-Copied             pic 9(07) comp.
           05  Values-Masked              pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(44)
               value "--- Masked Test Copies ---".
           05  File-Line.
               10  RPT-DDNAME             pic x(8).
               10  filler                 pic x(05) value " -> ".
               10  RPT-Test-DDNAME        pic x(8).
               10  filler                 pic x(11)
                   value "  records: ".
               10  RPT-Records-Copied     pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  values masked: ".
               10  RPT-Values-Masked      pic z,zzz,zz9.
           05  Skipped-Line.
               10  RPT-Skip-DDNAME        pic x(8).
               10  filler                 pic x(36)
                   value " not supplied - no test copy made".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Mask-Accounts
           perform 2000-Mask-Customers
           perform 3000-Mask-Free-Throws
           perform 4000-Mask-Players
           perform 5000-Mask-SSN-Exclusions
           goback
           .
       0000-Initialize.
      *****************************************************************
      * A blank value asks MASKVAL nothing but whether it has a key;
      * with none, nothing is opened for output.
      *****************************************************************
           display Heading-Line
           move "T" to MSK-Function
           move spaces to MSK-Value
           call "MASKVAL" using by reference Mask-Parms
           end-call
           if MSK-No-Key
               move "No MASK-KEY on RUNPARM - no test copies made"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Mask-Accounts.
           open input Accounts-File
           if Accounts-Missing
               move "ACCTFL" to RPT-Skip-DDNAME
               display Skipped-Line
           else
               if not Accounts-OK
                   move Accounts-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "ACCTFL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               open output Test-Accounts-File
               if not Test-Accounts-OK
                   move Test-Accounts-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "ACCTFLT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Records-Copied
               move zero to Values-Masked
               perform 1100-Read-Next-Account
               perform with test before
                       until Accounts-EOF
                   move ACCT-Name to MSK-Value
                   perform 8000-Mask-Text
                   move MSK-Masked to ACCT-Name
                   write Test-Accounts-Record from Accounts-Record
                   if not Test-Accounts-OK
                       move Test-Accounts-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "ACCTFLT" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Records-Copied
                   perform 1100-Read-Next-Account
               end-perform
               close Accounts-File
               close Test-Accounts-File
               move "ACCTFL" to RPT-DDNAME
               move "ACCTFLT" to RPT-Test-DDNAME
               perform 9000-Report-File
           end-if
           .
       1100-Read-Next-Account.
           read Accounts-File
           if not Accounts-OK and not Accounts-EOF
               move Accounts-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "ACCTFL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Mask-Customers.
      *****************************************************************
      * Street direction and type, city, state, and ZIP are left as
      * they are - they say nothing about who lives there, and
      * ADRVALID checks them against each other.
      *****************************************************************
           open input Customer-Master-File
           if Customer-Master-Missing
               move "CUSTMST" to RPT-Skip-DDNAME
               display Skipped-Line
           else
               if not Customer-Master-OK
                   move Customer-Master-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CUSTMST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               open output Test-Customer-File
               if not Test-Customer-OK
                   move Test-Customer-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "CUSTMSTT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Records-Copied
               move zero to Values-Masked
               perform 2100-Read-Next-Customer
               perform with test before
                       until Customer-Master-EOF
                   perform 2200-Mask-One-Customer
                   write Test-Customer-Record
                       from Customer-Master-Record
                   if not Test-Customer-OK
                       move Test-Customer-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "CUSTMSTT" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Records-Copied
                   perform 2100-Read-Next-Customer
               end-perform
               close Customer-Master-File
               close Test-Customer-File
               move "CUSTMST" to RPT-DDNAME
               move "CUSTMSTT" to RPT-Test-DDNAME
               perform 9000-Report-File
           end-if
           .
       2100-Read-Next-Customer.
           read Customer-Master-File
           if not Customer-Master-OK and not Customer-Master-EOF
               move Customer-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CUSTMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Mask-One-Customer.
           move CUS-Name to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CUS-Name
           move CUS-Street-Number to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CUS-Street-Number
           move CUS-Street-Name to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CUS-Street-Name
           move CUS-Unit to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked to CUS-Unit
           move CUS-Email-Address to MSK-Value
           perform 8100-Mask-Email
           move MSK-Masked to CUS-Email-Address
           .
       3000-Mask-Free-Throws.
      *****************************************************************
      * The player name is part of the key, so the masked records no
      * longer arrive in key order and go to the test KSDS by key.
      *****************************************************************
           open input FT-File
           if FT-File-Missing
               move "FRTHROW" to RPT-Skip-DDNAME
               display Skipped-Line
           else
               if not FT-File-OK
                   move FT-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "FRTHROW" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               open output Test-FT-File
               if not Test-FT-OK
                   move Test-FT-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "FRTHROWT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Records-Copied
               move zero to Values-Masked
               perform 3100-Read-Next-Free-Throw
               perform with test before
                       until FT-File-EOF
                   move FT-Player-Name in FD-FT-Record to MSK-Value
                   perform 8000-Mask-Text
                   move MSK-Masked
                       to FT-Player-Name in FD-FT-Record
                   write FD-Test-FT-Record from FD-FT-Record
                   if not Test-FT-OK
                       move Test-FT-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "FRTHROWT" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Records-Copied
                   perform 3100-Read-Next-Free-Throw
               end-perform
               close FT-File
               close Test-FT-File
               move "FRTHROW" to RPT-DDNAME
               move "FRTHROWT" to RPT-Test-DDNAME
               perform 9000-Report-File
           end-if
           .
       3100-Read-Next-Free-Throw.
           read FT-File
           if not FT-File-OK and not FT-File-EOF
               move FT-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "FRTHROW" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4000-Mask-Players.
           open input Player-Master-File
           if Player-Master-Missing
               move "FRTPMST" to RPT-Skip-DDNAME
               display Skipped-Line
           else
               if not Player-Master-OK
                   move Player-Master-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "FRTPMST" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               open output Test-Player-File
               if not Test-Player-OK
                   move Test-Player-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "FRTPMSTT" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move zero to Records-Copied
               move zero to Values-Masked
               perform 4100-Read-Next-Player
               perform with test before
                       until Player-Master-EOF
                   perform 4200-Mask-One-Player
                   write FD-Test-Player-Record
                       from FD-Player-Master-Record
                   if not Test-Player-OK
                       move Test-Player-File-Status to Error-Status
                       move Const-WRITE to Error-Operation
                       move "FRTPMSTT" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Records-Copied
                   perform 4100-Read-Next-Player
               end-perform
               close Player-Master-File
               close Test-Player-File
               move "FRTPMST" to RPT-DDNAME
               move "FRTPMSTT" to RPT-Test-DDNAME
               perform 9000-Report-File
           end-if
           .
       4100-Read-Next-Player.
           read Player-Master-File
           if not Player-Master-OK and not Player-Master-EOF
               move Player-Master-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "FRTPMST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4200-Mask-One-Player.
           move PM-Player-Name in FD-Player-Master-Record to MSK-Value
           perform 8000-Mask-Text
           move MSK-Masked
               to PM-Player-Name in FD-Player-Master-Record
           move "D" to MSK-Function
           move PM-Birth-Date in FD-Player-Master-Record to MSK-Value
           perform 8200-Call-Masking-Routine
           move MSK-Masked(1:8)
               to PM-Birth-Date in FD-Player-Master-Record
           .
       5000-Mask-SSN-Exclusions.
           open input Exclusion-File
           if Exclusion-Missing
               move "SSNEXCL" to RPT-Skip-DDNAME
               display Skipped-Line
           else
               if not Exclusion-OK
                   move Exclusion-File-Status to Error-Status
                   move Const-OPEN to Error-Operation
                   move "SSNEXCL" to Error-DDNAME
                   move IO-Error-Message to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               close Exclusion-File
               move zero to Records-Copied
               move zero to Values-Masked
               sort Exclusion-Sort-File
                   on ascending key SRT-SSN SRT-Effective-Date
                   with duplicates in order
                   input procedure 5100-Release-Exclusions
                   giving Test-Exclusion-File
               if not sort-return equal zero
                   move "SORT SSN-Exclusions" to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move "SSNEXCL" to RPT-DDNAME
               move "SSNEXCLT" to RPT-Test-DDNAME
               perform 9000-Report-File
           end-if
           .
       5100-Release-Exclusions.
           open input Exclusion-File
           if not Exclusion-OK
               move Exclusion-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "SSNEXCL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 5150-Read-Next-Exclusion
           perform with test before
                   until Exclusion-EOF
               move EXC-SSN to MSK-Value
               perform 8000-Mask-Text
               move MSK-Masked to EXC-SSN
               release SD-Exclusion-Record from Exclusion-Record
               add 1 to Records-Copied
               perform 5150-Read-Next-Exclusion
           end-perform
           close Exclusion-File
           .
       5150-Read-Next-Exclusion.
           read Exclusion-File
           if not Exclusion-OK and not Exclusion-EOF
               move Exclusion-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SSNEXCL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
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
       9000-Report-File.
           move Records-Copied to RPT-Records-Copied
           move Values-Masked to RPT-Values-Masked
           display File-Line
           .

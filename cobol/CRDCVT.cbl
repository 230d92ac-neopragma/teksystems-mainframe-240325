       Identification Division.
       Program-Id. CRDCVT.
      *****************************************************************
      * One-time credit-hold conversion for the returned-check hold.
      * The CRDHOLD record grew from 24 to 25 bytes: the hold reason
      * now follows CRD-Balance, so that the aging pass can tell its
      * own holds from the ones NSFREV places.  An existing hold file
      * holds the short records, and every program that reads it now
      * expects the long ones.  This job reads the short hold file
      * and writes every hold in the extended layout as an aging
      * hold - before NSFREV placed holds, the aging pass was the
      * only thing that did.  Run it once, before the first AGEDREC,
      * NSFREV, CRLREV, ACCTMRG or CASHFCST run against the extended
      * layout, and load the output as the new CRDHOLD.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Old-Hold-File
               Assign to "OLDHOLD"
               Organization Sequential
               Access Sequential
               File Status Old-Hold-File-Status.
           Select New-Hold-File
               Assign to "NEWHOLD"
               Organization Sequential
               Access Sequential
               File Status New-Hold-File-Status.
       Data Division.
       File Section.
       FD  Old-Hold-File
           Recording Mode F
           Record Contains 24 Characters.
      *****************************************************************
      * The hold layout as it stood before the hold reason was
      * added - declared here rather than copied, because the
      * CRDHOLD copybook now carries the field this job exists to
      * add.
      *****************************************************************
       01  Old-Hold-Record.
           05  OLD-Account                pic 9(07).
           05  OLD-Hold-Date              pic 9(08).
           05  OLD-Balance                pic 9(07)v99.
       FD  New-Hold-File
           Recording Mode F
           Record Contains 25 Characters.
       01  New-Hold-Record.
           copy CRDHOLD.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Old-Hold-File-Status       pic x(02).
               88  Old-Hold-OK            value "00".
               88  Old-Hold-EOF           value "10".
           05  New-Hold-File-Status       pic x(02).
               88  New-Hold-OK            value "00".
       01  This-Program-Id                pic x(8) value "CRDCVT".
           copy ERRCOMM.
       01  Conversion-Counters.
           05  Holds-Read                 pic 9(07) comp.
           05  Holds-Written              pic 9(07) comp.
       01  Totals-Line.
           05  filler                     pic x(12)
               value "Holds read: ".
           05  RPT-Holds-Read             pic zzz,zz9.
           05  filler                     pic x(19)
               value "  Holds converted: ".
           05  RPT-Holds-Written          pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Convert-Holds
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Holds-Read
           move zero to Holds-Written
           open input Old-Hold-File
           if not Old-Hold-OK
               move Old-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "OLDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output New-Hold-File
           if not New-Hold-OK
               move New-Hold-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "NEWHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Convert-Holds.
           perform 1100-Read-Next-Hold
           perform with test before
                   until Old-Hold-EOF
               add 1 to Holds-Read
               perform 2000-Write-Extended-Hold
               perform 1100-Read-Next-Hold
           end-perform
           .
       1100-Read-Next-Hold.
           read Old-Hold-File
           end-read
           if not Old-Hold-OK and not Old-Hold-EOF
               move Old-Hold-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "OLDHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Write-Extended-Hold.
           move OLD-Account to CRD-Account
           move OLD-Hold-Date to CRD-Hold-Date
           move OLD-Balance to CRD-Balance
           set CRD-Aging-Hold to true
           write New-Hold-Record
           end-write
           if not New-Hold-OK
               move New-Hold-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "NEWHOLD" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Holds-Written
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Holds-Read to RPT-Holds-Read
           move Holds-Written to RPT-Holds-Written
           display Totals-Line
           .
       9900-Close.
           close New-Hold-File
           close Old-Hold-File
           .

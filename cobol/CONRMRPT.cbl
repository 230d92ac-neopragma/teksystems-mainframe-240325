       Identification Division.
       Program-Id. CONRMRPT.
      *****************************************************************
      * Monthly returned-mail report.  Counts, from CONTACT_RETURN
      * (see CONRETN), the mail that came back in the month by return
      * reason, the forwarding addresses and clerk corrections that
      * CONRMAIL applied in the month, and the addresses still marked
      * undeliverable - the ones CONLABEL and CORRGEN are skipping -
      * as of the run, with how many of those came back this month.
      *
      * The month is taken from an optional SYSIN card (cols 1-6,
      * YYYYMM); with no card the report covers last month, which is
      * what the first-of-the-month run wants.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Report-Month           pic x(6).
           05  CTL-Report-Month-Num redefines CTL-Report-Month.
               10  CTL-Year               pic 9(4).
               10  CTL-Month              pic 9(2).
           05  filler                     pic x(74).
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE CONRETN
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
       01  This-Program-Id                pic x(8) value "CONRMRPT".
           copy ERRCOMM.
       01  Run-Date-Time.
           05  RDT-Year                   pic 9(4).
           05  RDT-Month                  pic 9(2).
           05  filler                     pic x(15).
      * The month as the first of it and the first of the next, in
      * the ISO form DB2 compares a DATE column against.
       01  Month-Start-Date               pic x(10) value "0000-00-01".
       01  filler redefines Month-Start-Date.
           05  MSD-Year                   pic 9(4).
           05  filler                     pic x(1).
           05  MSD-Month                  pic 9(2).
           05  filler                     pic x(3).
       01  Next-Month-Date                pic x(10) value "0000-00-01".
       01  filler redefines Next-Month-Date.
           05  NMD-Year                   pic 9(4).
           05  filler                     pic x(1).
           05  NMD-Month                  pic 9(2).
           05  filler                     pic x(3).
       01  Reason-Fields.
           05  Reason-Codes               pic x(3) value "MNR".
           05  Reason-Sub                 pic 9(1) comp.
           05  Reason-Names.
               10  filler                 pic x(16)
                   value "Moved".
               10  filler                 pic x(16)
                   value "No such address".
               10  filler                 pic x(16)
                   value "Refused".
           05  Reason-Name redefines Reason-Names
                   pic x(16) occurs 3 times.
       01  Report-Counts.
           05  Reason-Count               pic s9(8) comp.
           05  Returned-Total             pic s9(8) comp.
           05  Forwarded-Count            pic s9(8) comp.
           05  Corrected-Count            pic s9(8) comp.
           05  Outstanding-Count          pic s9(8) comp.
           05  Outstanding-This-Month     pic s9(8) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(34)
                   value "--- Returned Mail Report - month ".
               10  RPT-Year               pic 9(4).
               10  filler                 pic x(01) value "-".
               10  RPT-Month              pic 9(2).
               10  filler                 pic x(04) value " ---".
           05  Count-Line.
               10  filler                 pic x(04) value spaces.
               10  RPT-Count-Desc         pic x(40).
               10  RPT-Count              pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Count-Returns
           perform 2000-Count-Resolutions
           perform 3000-Count-Outstanding
           goback
           .
       0000-Initialize.
      *****************************************************************
      * No card, or a blank one, means last month.
      *****************************************************************
           initialize Report-Counts
           move function current-date to Run-Date-Time
           if RDT-Month equal 1
               move 12 to MSD-Month
               compute MSD-Year = RDT-Year - 1
               end-compute
           else
               compute MSD-Month = RDT-Month - 1
               end-compute
               move RDT-Year to MSD-Year
           end-if
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File
               end-read
               if Control-Card-OK
                   and CTL-Report-Month not equal spaces
                   if CTL-Report-Month not numeric
                       or CTL-Month less than 1
                       or CTL-Month greater than 12
                       move "Report month must be YYYYMM"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   move CTL-Year to MSD-Year
                   move CTL-Month to MSD-Month
               end-if
               close Control-Card-File
           end-if
           if MSD-Month equal 12
               move 1 to NMD-Month
               compute NMD-Year = MSD-Year + 1
               end-compute
           else
               compute NMD-Month = MSD-Month + 1
               end-compute
               move MSD-Year to NMD-Year
           end-if
           move MSD-Year to RPT-Year
           move MSD-Month to RPT-Month
           display Heading-Line
           display space
           .
       1000-Count-Returns.
           display "Returned in the month, by reason"
           perform varying Reason-Sub from 1 by 1
                   until Reason-Sub greater than 3
               perform 1100-Count-One-Reason
           end-perform
           move "Total returned" to RPT-Count-Desc
           move Returned-Total to RPT-Count
           display Count-Line
           display space
           .
       1100-Count-One-Reason.
           move Reason-Codes(Reason-Sub:1) to RET-REASON
           EXEC SQL
              SELECT COUNT(*)
                INTO :Reason-Count
                FROM CONTACT_RETURN
               WHERE REASON = :RET-REASON
                 AND RETURN_DATE >= :Month-Start-Date
                 AND RETURN_DATE <  :Next-Month-Date
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMRPT count of returns by reason failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add Reason-Count to Returned-Total
           move Reason-Name(Reason-Sub) to RPT-Count-Desc
           move Reason-Count to RPT-Count
           display Count-Line
           .
       2000-Count-Resolutions.
           display "Addresses fixed in the month"
           set RET-FORWARDED to true
           perform 2100-Count-One-Status
           move Reason-Count to Forwarded-Count
           move "Forwarding address applied" to RPT-Count-Desc
           move Forwarded-Count to RPT-Count
           display Count-Line
           set RET-CORRECTED to true
           perform 2100-Count-One-Status
           move Reason-Count to Corrected-Count
           move "Corrected by a clerk" to RPT-Count-Desc
           move Corrected-Count to RPT-Count
           display Count-Line
           display space
           .
       2100-Count-One-Status.
           EXEC SQL
              SELECT COUNT(*)
                INTO :Reason-Count
                FROM CONTACT_RETURN
               WHERE STATUS = :RET-STATUS
                 AND STATUS_DATE >= :Month-Start-Date
                 AND STATUS_DATE <  :Next-Month-Date
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMRPT count of resolved returns failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Count-Outstanding.
      *****************************************************************
      * As of the run, not the month end - this is the list the next
      * mailing will skip.
      *****************************************************************
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE
                              WHEN RETURN_DATE >= :Month-Start-Date
                               AND RETURN_DATE <  :Next-Month-Date
                              THEN 1 ELSE 0 END), 0)
                INTO :Outstanding-Count,
                     :Outstanding-This-Month
                FROM CONTACT_RETURN
               WHERE STATUS = 'U'
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMRPT count of undeliverables failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display "Still undeliverable as of this run"
           move "All undeliverable addresses" to RPT-Count-Desc
           move Outstanding-Count to RPT-Count
           display Count-Line
           move "Of those, returned in the month" to RPT-Count-Desc
           move Outstanding-This-Month to RPT-Count
           display Count-Line
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .

       Identification Division.
       Program-Id. CYCFCST.
      *****************************************************************
      * Nightly critical-path completion forecast.  RUNTREND says
      * afterwards which jobs ran long and CYCLRPT says in the
      * morning which jobs posted; what operations needs in the
      * middle of the night is whether the chain will finish before
      * the online start.  This step can be run at any point in the
      * night to answer that.
      *
      * The CYCEXP reference file names the jobs the cycle expects
      * and each one's predecessor, the same cards CYCLRPT reads.
      * A job that has posted to CYCLCTL for the cycle date is done;
      * every other job is forecast to take its typical elapsed time
      * - its average over the successful runs (return code under 8)
      * on the RUNLOG history - starting when its predecessor is
      * forecast to finish, or now if the predecessor is done, not a
      * cycle job, or there is none.  The report shows each remaining
      * job's projected start and finish and the projected finish of
      * the whole cycle, naming the job that finishes it.  A job with
      * no run history is forecast at zero and flagged - the
      * forecast is short by whatever that job takes.
      *
      * SYSIN card, optional: cols 1-8 the cycle date (blank takes
      * this run's date, as CYCLRPT does), cols 10-13 a one-night
      * override of the deadline as HHMM.  The standing deadline is
      * DEADLINE (HHMM) on the RUNPARM run-parameter file, read
      * through PRMGET as of the cycle date - 0600, the online
      * start, when the file has no setting - and a card override
      * is logged on the PRMAUDT audit file.  When the
      * projection crosses the deadline a warning goes to the
      * BATCHERR log through ERRLOG so the on-call analyst hears of
      * it early, and the step ends with return code 4.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Expected-Job-File
               Assign to "CYCEXP"
               Organization Sequential
               Access Sequential
               File Status Expected-Job-File-Status.
           Select Cycle-Control-File
               Record Key CYR-Record-Key
               Assign to "CYCLCTL"
               Organization Indexed
               Access Random
               File Status Cycle-Control-File-Status.
           Select Run-Log-File
               Assign to "RUNLOG"
               Organization Sequential
               Access Sequential
               File Status Run-Log-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Cycle-Date             pic 9(8).
           05  filler                     pic x(1).
           05  CTL-Deadline               pic x(4).
           05  CTL-Deadline-Num redefines CTL-Deadline.
               10  CTL-Deadline-Hour      pic 9(2).
               10  CTL-Deadline-Minute    pic 9(2).
           05  filler                     pic x(67).
       FD  Expected-Job-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as CYCLRPT's Expected-Job-Record.
       01  Expected-Job-Record.
           05  EXP-Job-Name               pic x(8).
           05  filler                     pic x(1).
           05  EXP-Predecessor            pic x(8).
           05  filler                     pic x(63).
       FD  Cycle-Control-File.
      * Same field layout as CYCLCTL's Cycle-Control-Record.
       01  Cycle-Control-Record.
           05  CYR-Record-Key.
               10  CYR-Cycle-Date        pic 9(8).
               10  CYR-Job-Name          pic x(8).
           05  CYR-Posted-Time           pic 9(6).
       FD  Run-Log-File
           Recording Mode F
           Record Contains 80 Characters
           Block Contains 0 Records
           Data Record Run-Log-Record.
      * Same field layout as RUNLOG's Run-Log-Record.
       01  Run-Log-Record.
           05  RLR-Program-Id            pic x(8).
           05  RLR-Start-Date            pic 9(8).
           05  RLR-Start-Time            pic 9(6).
           05  RLR-Stop-Date             pic 9(8).
           05  RLR-Stop-Time             pic 9(6).
           05  RLR-Elapsed-Seconds       pic 9(7).
           05  RLR-Records-In            pic 9(9).
           05  RLR-Records-Out           pic 9(9).
           05  RLR-Return-Code           pic 9(4).
           05  filler                    pic x(15).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Expected-Job-File-Status   pic x(02).
               88  Expected-Job-OK        value "00".
               88  Expected-Job-EOF       value "10".
           05  Cycle-Control-File-Status  pic x(02).
               88  Cycle-Control-OK       value "00".
               88  Cycle-Not-Found        value "23".
           05  Run-Log-File-Status        pic x(02).
               88  Run-Log-OK             value "00".
               88  Run-Log-EOF            value "10".
       01  This-Program-Id                pic x(8) value "CYCFCST".
           copy ERRCOMM.
      *****************************************************************
      * The expected jobs, their history, and the forecast - offsets
      * are seconds from now.
      *****************************************************************
       01  Expected-Count                 pic 9(03) value zero.
       01  Expected-Table.
           05  Expected-Entry occurs 1 to 100 times
                   depending on Expected-Count
                   indexed by Expected-Ix.
               10  EXT-Job-Name           pic x(8).
               10  EXT-Predecessor        pic x(8).
               10  EXT-Posted-Flag        pic x(1).
               10  EXT-Posted-Time        pic 9(6).
               10  EXT-Run-Count          pic 9(5).
               10  EXT-Elapsed-Total      pic 9(11).
               10  EXT-Typical-Seconds    pic 9(7).
               10  EXT-Resolved-Flag      pic x(1).
               10  EXT-Start-Offset       pic 9(7).
               10  EXT-Finish-Offset      pic 9(7).
       01  Forecast-Fields.
           05  Cycle-Date-Field           pic 9(8).
           05  Current-Timestamp.
               10  CTS-Date               pic 9(8).
               10  CTS-Hour               pic 9(2).
               10  CTS-Minute             pic 9(2).
               10  CTS-Second             pic 9(2).
               10  filler                 pic x(7).
           05  Now-Seconds                pic 9(5).
           05  Deadline-Hour              pic 9(2) value 6.
           05  Deadline-Minute            pic 9(2) value zero.
           05  Deadline-Seconds           pic 9(5).
           05  Card-Deadline              pic x(4).
           05  Card-Deadline-Num redefines Card-Deadline.
               10  CDL-Hour               pic 9(2).
               10  CDL-Minute             pic 9(2).
           05  Deadline-Offset            pic 9(7).
           05  Clock-Offset               pic 9(7).
           05  Clock-Seconds              pic 9(5).
           05  Clock-Time.
               10  CLK-Hour               pic 9(2).
               10  CLK-Minute             pic 9(2).
           05  Cycle-Finish-Offset        pic 9(7).
           05  Cycle-Finish-Job           pic x(8).
           05  Predecessor-Start          pic 9(7).
           05  Start-Known-Switch         pic x(1).
               88  Start-Known            value "Y".
           05  Pass-Changed-Switch        pic x(1).
               88  Pass-Changed           value "Y".
           05  Pass-Count                 pic 9(3).
           05  Expected-Sub               pic 9(3).
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Deadline-Value redefines RPP-Value.
               10  RPP-Deadline           pic x(4).
               10  RPP-Deadline-Num redefines RPP-Deadline.
                   15  RPP-Deadline-Hour  pic 9(2).
                   15  RPP-Deadline-Minute pic 9(2).
               10  filler                 pic x(28).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Report-Counters.
           05  Jobs-Expected              pic 9(03) comp.
           05  Jobs-Posted                pic 9(03) comp.
           05  Jobs-Remaining             pic 9(03) comp.
           05  Jobs-Past-Deadline         pic 9(03) comp.
           05  Log-Entries-Read           pic 9(07) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(34)
                   value "--- Cycle Completion Forecast for ".
               10  RPT-HDR-Date           pic 9999/99/99.
               10  filler                 pic x(07) value " as of ".
               10  RPT-HDR-Hour           pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-HDR-Minute         pic 9(2).
               10  filler                 pic x(11)
                   value ", deadline ".
               10  RPT-HDR-Deadline-Hour  pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-HDR-Deadline-Minute
                                          pic 9(2).
               10  filler                 pic x(04) value " ---".
           05  Forecast-Line.
               10  RPT-Job-Name           pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Status             pic x(9).
               10  filler                 pic x(08)
                   value "  pred: ".
               10  RPT-Predecessor        pic x(8).
               10  filler                 pic x(10)
                   value "  typical ".
               10  RPT-Typical-Minutes    pic zzz9.
               10  filler                 pic x(10)
                   value "m  start ".
               10  RPT-Start-Hour         pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-Start-Minute       pic 9(2).
               10  filler                 pic x(09)
                   value "  finish ".
               10  RPT-Finish-Hour        pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-Finish-Minute      pic 9(2).
               10  filler                 pic x(02) value spaces.
               10  RPT-Note               pic x(24).
           05  Posted-Line.
               10  RPT-Posted-Job-Name    pic x(8).
               10  filler                 pic x(09)
                   value "  posted ".
               10  RPT-Posted-Time        pic 99B99B99.
           05  Cycle-Finish-Line.
               10  filler                 pic x(29)
                   value "Cycle projected to finish at ".
               10  RPT-Cycle-Hour         pic 9(2).
               10  filler                 pic x(01) value ":".
               10  RPT-Cycle-Minute       pic 9(2).
               10  filler                 pic x(06)
                   value " with ".
               10  RPT-Cycle-Job          pic x(8).
           05  Cycle-Done-Line            pic x(44)
               value "Every expected job has posted - cycle done".
           05  Deadline-Line.
               10  RPT-Deadline-Verdict   pic x(44).
           05  Totals-Line.
               10  filler                 pic x(16)
                   value "Jobs expected: ".
               10  RPT-Jobs-Expected      pic zz9.
               10  filler                 pic x(10)
                   value "  Posted: ".
               10  RPT-Jobs-Posted        pic zz9.
               10  filler                 pic x(13)
                   value "  Remaining: ".
               10  RPT-Jobs-Remaining     pic zz9.
               10  filler                 pic x(17)
                   value "  Past deadline: ".
               10  RPT-Jobs-Past-Deadline pic zz9.
           05  Warning-Message.
               10  filler                 pic x(34)
                   value "Cycle forecast to finish past the ".
               10  WRN-Deadline-Hour      pic 9(2).
               10  filler                 pic x(01) value ":".
               10  WRN-Deadline-Minute    pic 9(2).
               10  filler                 pic x(21)
                   value " deadline - finishes ".
               10  WRN-Finish-Hour        pic 9(2).
               10  filler                 pic x(01) value ":".
               10  WRN-Finish-Minute      pic 9(2).
               10  filler                 pic x(06) value " with ".
               10  WRN-Job-Name           pic x(8).
               10  filler                 pic x(53) value spaces.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Expected-Jobs
           perform 1500-Check-Postings
           perform 2000-Load-Run-History
           perform 3000-Walk-the-Chain
           perform 4000-Report-the-Forecast
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           move zero to Jobs-Expected
           move zero to Jobs-Posted
           move zero to Jobs-Remaining
           move zero to Jobs-Past-Deadline
           move zero to Log-Entries-Read
           move function current-date to Current-Timestamp
           move CTS-Date to Cycle-Date-Field
           move spaces to Card-Deadline
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   if CTL-Cycle-Date numeric
                       and CTL-Cycle-Date greater than zero
                       move CTL-Cycle-Date to Cycle-Date-Field
                   end-if
                   move CTL-Deadline to Card-Deadline
               end-if
               close Control-Card-File
           end-if
           perform 0050-Get-Deadline
           perform 0100-Work-Out-Deadline
           .
       0050-Get-Deadline.
      *****************************************************************
      * The file's deadline as of the cycle date, unless the card
      * overrides it for tonight - and then the override is logged.
      *****************************************************************
           move "G" to RPP-Function
           move "CYCFCST" to RPP-Program-Id
           move "DEADLINE" to RPP-Parm-Name
           move Cycle-Date-Field to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               if RPP-Deadline not numeric
                   or RPP-Deadline-Hour greater than 23
                   or RPP-Deadline-Minute greater than 59
                   move "RUNPARM DEADLINE must be HHMM"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move RPP-Deadline-Hour to Deadline-Hour
               move RPP-Deadline-Minute to Deadline-Minute
           end-if
           if Card-Deadline not equal spaces
               if Card-Deadline not numeric
                   or CDL-Hour greater than 23
                   or CDL-Minute greater than 59
                   move "Deadline must be HHMM in cols 10-13"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move CDL-Hour to Deadline-Hour
               move CDL-Minute to Deadline-Minute
               move "O" to RPP-Function
               move spaces to RPP-Value
               move Card-Deadline to RPP-Deadline
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           .
       0100-Work-Out-Deadline.
      *****************************************************************
      * The deadline is the next time the clock reads HH:MM - later
      * tonight or tomorrow morning.  Run after the deadline but
      * before noon, the deadline has already gone by and anything
      * still to run is past it.
      *****************************************************************
           compute Now-Seconds =
               CTS-Hour * 3600 + CTS-Minute * 60 + CTS-Second
           end-compute
           compute Deadline-Seconds =
               Deadline-Hour * 3600 + Deadline-Minute * 60
           end-compute
           evaluate true
               when Deadline-Seconds greater than Now-Seconds
                   compute Deadline-Offset =
                       Deadline-Seconds - Now-Seconds
                   end-compute
               when CTS-Hour less than 12
                   move zero to Deadline-Offset
               when other
                   compute Deadline-Offset =
                       Deadline-Seconds + 86400 - Now-Seconds
                   end-compute
           end-evaluate
           .
       1000-Load-Expected-Jobs.
           open input Expected-Job-File
           if not Expected-Job-OK
               move Expected-Job-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CYCEXP" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1100-Read-Next-Expected
           perform with test before
                   until Expected-Job-EOF
               if EXP-Job-Name greater than spaces
                   if Expected-Count equal 100
                       move "More than 100 expected jobs on CYCEXP"
                           to Error-Message
                       perform 8900-Scream-and-Die
                   end-if
                   add 1 to Expected-Count
                   initialize Expected-Entry(Expected-Count)
                   move EXP-Job-Name
                       to EXT-Job-Name(Expected-Count)
                   move EXP-Predecessor
                       to EXT-Predecessor(Expected-Count)
                   move "N" to EXT-Posted-Flag(Expected-Count)
                   move "N" to EXT-Resolved-Flag(Expected-Count)
                   add 1 to Jobs-Expected
               end-if
               perform 1100-Read-Next-Expected
           end-perform
           close Expected-Job-File
           .
       1100-Read-Next-Expected.
           read Expected-Job-File
               into Expected-Job-Record
           end-read
           if not Expected-Job-OK and not Expected-Job-EOF
               move Expected-Job-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CYCEXP" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1500-Check-Postings.
      *****************************************************************
      * A job posted for the cycle date is done and finishes at
      * offset zero - its successors can start now.
      *****************************************************************
           open input Cycle-Control-File
           if not Cycle-Control-OK
               move Cycle-Control-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CYCLCTL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform varying Expected-Sub from 1 by 1
                   until Expected-Sub greater than Expected-Count
               move Cycle-Date-Field to CYR-Cycle-Date
               move EXT-Job-Name(Expected-Sub) to CYR-Job-Name
               read Cycle-Control-File
               end-read
               evaluate true
                   when Cycle-Control-OK
                       move "Y" to EXT-Posted-Flag(Expected-Sub)
                       move "Y" to EXT-Resolved-Flag(Expected-Sub)
                       move CYR-Posted-Time
                           to EXT-Posted-Time(Expected-Sub)
                       move zero to EXT-Finish-Offset(Expected-Sub)
                       add 1 to Jobs-Posted
                   when Cycle-Not-Found
                       add 1 to Jobs-Remaining
                   when other
                       move Cycle-Control-File-Status
                           to Error-Status
                       move Const-READ to Error-Operation
                       move "CYCLCTL" to Error-DDNAME
                       move IO-Error-Message to Error-Message
                       perform 8900-Scream-and-Die
               end-evaluate
           end-perform
           close Cycle-Control-File
           .
       2000-Load-Run-History.
           open input Run-Log-File
           if not Run-Log-OK
               move Run-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2100-Read-Next-Log-Entry
           perform with test before
                   until Run-Log-EOF
               add 1 to Log-Entries-Read
               if RLR-Return-Code less than 8
                   set Expected-Ix to 1
                   search Expected-Entry
                       at end
                           continue
                       when EXT-Job-Name(Expected-Ix)
                               equal RLR-Program-Id
                           add 1 to EXT-Run-Count(Expected-Ix)
                           add RLR-Elapsed-Seconds
                               to EXT-Elapsed-Total(Expected-Ix)
                   end-search
               end-if
               perform 2100-Read-Next-Log-Entry
           end-perform
           close Run-Log-File
           perform varying Expected-Sub from 1 by 1
                   until Expected-Sub greater than Expected-Count
               if EXT-Run-Count(Expected-Sub) greater than zero
                   compute EXT-Typical-Seconds(Expected-Sub) rounded =
                       EXT-Elapsed-Total(Expected-Sub)
                       / EXT-Run-Count(Expected-Sub)
                   end-compute
               end-if
           end-perform
           .
       2100-Read-Next-Log-Entry.
           read Run-Log-File
           if not Run-Log-OK and not Run-Log-EOF
               move Run-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "RUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Walk-the-Chain.
      *****************************************************************
      * Each pass settles every job whose predecessor is settled;
      * CYCEXP is in no particular order, so it takes as many passes
      * as the longest chain is deep.  A pass that settles nothing
      * ends the walk - whatever is left sits on a circular chain.
      *****************************************************************
           move zero to Pass-Count
           move "Y" to Pass-Changed-Switch
           perform with test before
                   until not Pass-Changed
                   or Pass-Count greater than Expected-Count
               add 1 to Pass-Count
               move "N" to Pass-Changed-Switch
               perform varying Expected-Sub from 1 by 1
                       until Expected-Sub greater than Expected-Count
                   if EXT-Resolved-Flag(Expected-Sub) equal "N"
                       perform 3100-Settle-One-Job
                   end-if
               end-perform
           end-perform
           .
       3100-Settle-One-Job.
           move "N" to Start-Known-Switch
           move zero to Predecessor-Start
           if EXT-Predecessor(Expected-Sub) equal spaces
               set Start-Known to true
           else
               set Expected-Ix to 1
               search Expected-Entry
                   at end
                       set Start-Known to true
                   when EXT-Job-Name(Expected-Ix)
                           equal EXT-Predecessor(Expected-Sub)
                       if EXT-Resolved-Flag(Expected-Ix) equal "Y"
                           set Start-Known to true
                           move EXT-Finish-Offset(Expected-Ix)
                               to Predecessor-Start
                       end-if
               end-search
           end-if
           if Start-Known
               move Predecessor-Start
                   to EXT-Start-Offset(Expected-Sub)
               compute EXT-Finish-Offset(Expected-Sub) =
                   Predecessor-Start
                   + EXT-Typical-Seconds(Expected-Sub)
               end-compute
               move "Y" to EXT-Resolved-Flag(Expected-Sub)
               set Pass-Changed to true
           end-if
           .
       4000-Report-the-Forecast.
           move Cycle-Date-Field to RPT-HDR-Date
           move CTS-Hour to RPT-HDR-Hour
           move CTS-Minute to RPT-HDR-Minute
           move Deadline-Hour to RPT-HDR-Deadline-Hour
           move Deadline-Minute to RPT-HDR-Deadline-Minute
           display Heading-Line
           move zero to Cycle-Finish-Offset
           move spaces to Cycle-Finish-Job
           perform varying Expected-Sub from 1 by 1
                   until Expected-Sub greater than Expected-Count
               if EXT-Posted-Flag(Expected-Sub) equal "Y"
                   move EXT-Job-Name(Expected-Sub)
                       to RPT-Posted-Job-Name
                   move EXT-Posted-Time(Expected-Sub)
                       to RPT-Posted-Time
                   display Posted-Line
               else
                   perform 4100-Report-One-Remaining-Job
               end-if
           end-perform
           display space
           if Jobs-Remaining equal zero
               display Cycle-Done-Line
           else
               perform 4200-Report-Cycle-Finish
           end-if
           .
       4100-Report-One-Remaining-Job.
           move EXT-Job-Name(Expected-Sub) to RPT-Job-Name
           move EXT-Predecessor(Expected-Sub) to RPT-Predecessor
           compute RPT-Typical-Minutes rounded =
               EXT-Typical-Seconds(Expected-Sub) / 60
           end-compute
           move spaces to RPT-Note
           move "remaining" to RPT-Status
           if EXT-Resolved-Flag(Expected-Sub) not equal "Y"
               move zero to RPT-Start-Hour RPT-Start-Minute
                            RPT-Finish-Hour RPT-Finish-Minute
               move "CIRCULAR CHAIN ON CYCEXP" to RPT-Note
           else
               move EXT-Start-Offset(Expected-Sub) to Clock-Offset
               perform 4900-Offset-to-Clock
               move CLK-Hour to RPT-Start-Hour
               move CLK-Minute to RPT-Start-Minute
               move EXT-Finish-Offset(Expected-Sub) to Clock-Offset
               perform 4900-Offset-to-Clock
               move CLK-Hour to RPT-Finish-Hour
               move CLK-Minute to RPT-Finish-Minute
               if EXT-Run-Count(Expected-Sub) equal zero
                   move "no run history" to RPT-Note
               end-if
               if EXT-Finish-Offset(Expected-Sub)
                       greater than Deadline-Offset
                   move "*** PAST DEADLINE ***" to RPT-Note
                   add 1 to Jobs-Past-Deadline
               end-if
               if EXT-Finish-Offset(Expected-Sub)
                       not less than Cycle-Finish-Offset
                   move EXT-Finish-Offset(Expected-Sub)
                       to Cycle-Finish-Offset
                   move EXT-Job-Name(Expected-Sub)
                       to Cycle-Finish-Job
               end-if
           end-if
           display Forecast-Line
           .
       4200-Report-Cycle-Finish.
           move Cycle-Finish-Offset to Clock-Offset
           perform 4900-Offset-to-Clock
           move CLK-Hour to RPT-Cycle-Hour
           move CLK-Minute to RPT-Cycle-Minute
           move Cycle-Finish-Job to RPT-Cycle-Job
           display Cycle-Finish-Line
           if Cycle-Finish-Offset greater than Deadline-Offset
               move "*** PROJECTED TO MISS THE DEADLINE ***"
                   to RPT-Deadline-Verdict
               display Deadline-Line
               perform 4300-Warn-the-On-Call
           else
               move "Projected to finish before the deadline"
                   to RPT-Deadline-Verdict
               display Deadline-Line
           end-if
           .
       4300-Warn-the-On-Call.
      *****************************************************************
      * Logged, not fatal - the forecast is a warning, and the cycle
      * itself is still running.
      *****************************************************************
           move Deadline-Hour to WRN-Deadline-Hour
           move Deadline-Minute to WRN-Deadline-Minute
           move CLK-Hour to WRN-Finish-Hour
           move CLK-Minute to WRN-Finish-Minute
           move Cycle-Finish-Job to WRN-Job-Name
           move Warning-Message to Error-Message
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           move 4 to return-code
           .
       4900-Offset-to-Clock.
           compute Clock-Seconds =
               function mod(Now-Seconds + Clock-Offset 86400)
           end-compute
           compute CLK-Hour = Clock-Seconds / 3600
           end-compute
           compute CLK-Minute =
               (Clock-Seconds - CLK-Hour * 3600) / 60
           end-compute
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Jobs-Expected to RPT-Jobs-Expected
           move Jobs-Posted to RPT-Jobs-Posted
           move Jobs-Remaining to RPT-Jobs-Remaining
           move Jobs-Past-Deadline to RPT-Jobs-Past-Deadline
           display space
           display Totals-Line
           .

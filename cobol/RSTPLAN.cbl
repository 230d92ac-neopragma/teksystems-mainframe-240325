       Identification Division.
       Program-Id. RSTPLAN.
      *****************************************************************
      * Restart planner for a failed nightly chain.  When a job in
      * the cycle abends, the on-call analyst has had to work out by
      * hand which jobs already posted to CYCLCTL, which checkpoint
      * holds a usable restart point, which downstream jobs must
      * wait, and what restart cards each needs - and getting it
      * wrong is how a batch double-posts.  This job works it out.
      *
      * The CYCEXP reference file names the cycle's jobs and each
      * one's predecessor, the same cards CYCLRPT and CYCFCST read.
      * For the cycle date on the SYSIN card (blank takes this run's
      * date) the plan lists every job in chain order:
      *
      *   SKIP     posted to CYCLCTL - completed, must not rerun
      *   RESTART  predecessor done, but its last RUNLOG entry for
      *            the cycle ended at return code 8 or over (or
      *            ended clean without posting) - from its
      *            checkpoint when the checkpoint dataset holds a
      *            usable restart point, otherwise from the top
      *   RUN      predecessor done and no run logged - next up
      *   HOLD     its predecessor has not posted - must not run
      *
      * The jobs with checkpoint/restart support are BATCTL (BCTLCKP,
      * restart card on BCTLRST) and ESDS1 (ESDSCKP, on ESDSRST); a
      * nonzero count on the checkpoint is a usable restart point.
      * Every other cycle job reruns from the top, and takes the
      * cycle date in cols 1-8 of its SYSIN card so a rerun after
      * midnight posts to the right cycle.
      *
      * The restart control cards for every RESTART, RUN, and HOLD
      * job are written to RSTCARDS as JCL override statements for
      * the job's STEP010, ready to add to the resubmitted job.
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
           Select Batch-Checkpoint-File
               Assign to "BCTLCKP"
               Organization Sequential
               Access Sequential
               File Status Batch-Checkpoint-File-Status.
           Select ESDS-Checkpoint-File
               Assign to "ESDSCKP"
               Organization Sequential
               Access Sequential
               File Status ESDS-Checkpoint-File-Status.
           Select Restart-Card-File
               Assign to "RSTCARDS"
               Organization Sequential
               Access Sequential
               File Status Restart-Card-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Cycle-Date             pic 9(8).
           05  filler                     pic x(72).
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
       FD  Batch-Checkpoint-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as BATCTL's Checkpoint-Record.
       01  Batch-Checkpoint-Record.
           05  BCK-Batches-Done           pic 9(09).
           05  BCK-Batches-Posted         pic 9(05).
           05  BCK-Batches-Rejected       pic 9(05).
           05  filler                     pic x(61).
       FD  ESDS-Checkpoint-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same field layout as ESDS1's Checkpoint-Record.
       01  ESDS-Checkpoint-Record.
           05  ECK-Record-Count           pic 9(09).
           05  ECK-Hash-Total             pic 9(09).
           05  filler                     pic x(62).
       FD  Restart-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Restart-Card-Record            pic x(80).
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
           05  Batch-Checkpoint-File-Status
                                          pic x(02).
               88  Batch-Checkpoint-OK    value "00".
           05  ESDS-Checkpoint-File-Status
                                          pic x(02).
               88  ESDS-Checkpoint-OK     value "00".
           05  Restart-Card-File-Status   pic x(02).
               88  Restart-Card-OK        value "00".
       01  This-Program-Id                pic x(8) value "RSTPLAN".
           copy ERRCOMM.
      *****************************************************************
      * The jobs with checkpoint/restart support: the job, the DD its
      * Y/N restart card is read from, and the checkpoint DD.
      *****************************************************************
       01  Restartable-Job-Values.
           05  filler                     pic x(24)
               value "BATCTL  BCTLRST BCTLCKP ".
           05  filler                     pic x(24)
               value "ESDS1   ESDSRST ESDSCKP ".
       01  Restartable-Job-Table redefines Restartable-Job-Values.
           05  Restartable-Job occurs 2 times
                   indexed by Restartable-Ix.
               10  RSJ-Job-Name           pic x(8).
               10  RSJ-Restart-DDNAME     pic x(8).
               10  RSJ-Checkpoint-DDNAME  pic x(8).
      * What each checkpoint dataset holds, read once up front.
       01  Checkpoint-Counts.
           05  Batch-Checkpoint-Count     pic 9(09) value zero.
           05  ESDS-Checkpoint-Count      pic 9(09) value zero.
      *****************************************************************
      * The expected jobs with what the control file and the log say
      * about each, and the order the plan lists them in.
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
               10  EXT-Logged-Flag        pic x(1).
               10  EXT-Last-Return-Code   pic 9(4).
               10  EXT-Last-Stop-Date     pic 9(8).
               10  EXT-Last-Stop-Time     pic 9(6).
               10  EXT-Placed-Flag        pic x(1).
               10  EXT-Action             pic x(8).
       01  Plan-Order-Count               pic 9(03) value zero.
       01  Plan-Order-Table.
           05  Plan-Order-Sub occurs 100 times
                                          pic 9(03).
       01  Plan-Fields.
           05  Cycle-Date-Field           pic 9(8).
           05  Next-Day-Date              pic 9(8).
           05  Next-Day-Integer           pic s9(9) comp.
           05  Pass-Changed-Switch        pic x(1).
               88  Pass-Changed           value "Y".
           05  Predecessor-Done-Switch    pic x(1).
               88  Predecessor-Done       value "Y".
           05  Predecessor-Known-Switch   pic x(1).
               88  Predecessor-On-Cycle   value "Y".
           05  Checkpoint-Found-Switch    pic x(1).
               88  Checkpoint-Usable      value "Y".
           05  Checkpoint-Count           pic 9(09).
           05  Expected-Sub               pic 9(3).
           05  Order-Sub                  pic 9(3).
       01  Report-Counters.
           05  Jobs-Skipped               pic 9(03) comp.
           05  Jobs-Restarted             pic 9(03) comp.
           05  Jobs-To-Run                pic 9(03) comp.
           05  Jobs-Held                  pic 9(03) comp.
           05  Cards-Written              pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(27)
                   value "--- Restart Plan for cycle ".
               10  RPT-HDR-Date           pic 9999/99/99.
               10  filler                 pic x(04) value " ---".
           05  Plan-Line.
               10  RPT-Action             pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Job-Name           pic x(8).
               10  filler                 pic x(08)
                   value "  pred: ".
               10  RPT-Predecessor        pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Plan-Note          pic x(60).
           05  Totals-Line.
               10  filler                 pic x(06) value "Skip: ".
               10  RPT-Jobs-Skipped       pic zz9.
               10  filler                 pic x(11)
                   value "  Restart: ".
               10  RPT-Jobs-Restarted     pic zz9.
               10  filler                 pic x(07) value "  Run: ".
               10  RPT-Jobs-To-Run        pic zz9.
               10  filler                 pic x(08) value "  Hold: ".
               10  RPT-Jobs-Held          pic zz9.
               10  filler                 pic x(17)
                   value "  Cards written: ".
               10  RPT-Cards-Written      pic zz,zz9.
      *****************************************************************
      * Restart-card images.
      *****************************************************************
       01  Card-Lines.
           05  Comment-Card.
               10  filler                 pic x(04) value "//* ".
               10  CRD-Comment            pic x(76).
           05  Override-Card.
               10  filler                 pic x(10)
                   value "//STEP010.".
               10  CRD-DDNAME             pic x(8).
               10  filler                 pic x(62) value " DD *".
           05  Data-Card.
               10  CRD-Data               pic x(80).
           05  End-Card                   pic x(80) value "/*".
           05  Note-Fields.
               10  NTE-Return-Code        pic z(3)9.
               10  NTE-Stop-Time          pic 99B99B99.
               10  NTE-Posted-Time        pic 99B99B99.
               10  NTE-Checkpoint-Count   pic z(8)9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Expected-Jobs
           perform 1500-Check-Postings
           perform 2000-Read-Run-Log
           perform 2500-Read-Checkpoints
           perform 3000-Put-Jobs-in-Chain-Order
           perform 4000-Print-the-Plan
           perform 9000-Report-Totals
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move zero to Jobs-Skipped
           move zero to Jobs-Restarted
           move zero to Jobs-To-Run
           move zero to Jobs-Held
           move zero to Cards-Written
           move function current-date(1:8) to Cycle-Date-Field
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
               if Control-Card-OK
                   and CTL-Cycle-Date numeric
                   and CTL-Cycle-Date greater than zero
                   move CTL-Cycle-Date to Cycle-Date-Field
               end-if
               close Control-Card-File
           end-if
      * The cycle runs through midnight, so its runs start on the
      * cycle date or the morning after.
           compute Next-Day-Integer =
               function integer-of-date(Cycle-Date-Field) + 1
           end-compute
           compute Next-Day-Date =
               function date-of-integer(Next-Day-Integer)
           end-compute
           open output Restart-Card-File
           if not Restart-Card-OK
               move Restart-Card-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RSTCARDS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
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
                   move "N" to EXT-Logged-Flag(Expected-Count)
                   move "N" to EXT-Placed-Flag(Expected-Count)
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
                       move CYR-Posted-Time
                           to EXT-Posted-Time(Expected-Sub)
                   when Cycle-Not-Found
                       continue
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
       2000-Read-Run-Log.
      *****************************************************************
      * The log is written in time order, so the last entry seen for
      * a job within the cycle is how its latest attempt ended.
      *****************************************************************
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
               if RLR-Start-Date equal Cycle-Date-Field
                   or RLR-Start-Date equal Next-Day-Date
                   set Expected-Ix to 1
                   search Expected-Entry
                       at end
                           continue
                       when EXT-Job-Name(Expected-Ix)
                               equal RLR-Program-Id
                           move "Y" to EXT-Logged-Flag(Expected-Ix)
                           move RLR-Return-Code
                               to EXT-Last-Return-Code(Expected-Ix)
                           move RLR-Stop-Date
                               to EXT-Last-Stop-Date(Expected-Ix)
                           move RLR-Stop-Time
                               to EXT-Last-Stop-Time(Expected-Ix)
                   end-search
               end-if
               perform 2100-Read-Next-Log-Entry
           end-perform
           close Run-Log-File
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
       2500-Read-Checkpoints.
      *****************************************************************
      * A checkpoint that is missing, empty, or cleared to zero at
      * the last normal end holds no restart point.
      *****************************************************************
           open input Batch-Checkpoint-File
           if Batch-Checkpoint-OK
               read Batch-Checkpoint-File
               end-read
               if Batch-Checkpoint-OK
                   and BCK-Batches-Done numeric
                   move BCK-Batches-Done to Batch-Checkpoint-Count
               end-if
               close Batch-Checkpoint-File
           end-if
           open input ESDS-Checkpoint-File
           if ESDS-Checkpoint-OK
               read ESDS-Checkpoint-File
               end-read
               if ESDS-Checkpoint-OK
                   and ECK-Record-Count numeric
                   move ECK-Record-Count to ESDS-Checkpoint-Count
               end-if
               close ESDS-Checkpoint-File
           end-if
           .
       3000-Put-Jobs-in-Chain-Order.
      *****************************************************************
      * Each pass places every job whose predecessor is placed, or is
      * not a cycle job, or is blank; CYCEXP is in no particular
      * order.  Jobs left unplaced sit on a circular chain and are
      * listed last, held.
      *****************************************************************
           move "Y" to Pass-Changed-Switch
           perform with test before
                   until not Pass-Changed
               move "N" to Pass-Changed-Switch
               perform varying Expected-Sub from 1 by 1
                       until Expected-Sub greater than Expected-Count
                   if EXT-Placed-Flag(Expected-Sub) equal "N"
                       perform 3100-Place-One-Job
                   end-if
               end-perform
           end-perform
           perform varying Expected-Sub from 1 by 1
                   until Expected-Sub greater than Expected-Count
               if EXT-Placed-Flag(Expected-Sub) equal "N"
                   add 1 to Plan-Order-Count
                   move Expected-Sub
                       to Plan-Order-Sub(Plan-Order-Count)
                   move "HOLD" to EXT-Action(Expected-Sub)
               end-if
           end-perform
           .
       3100-Place-One-Job.
           perform 3200-Find-Predecessor
           if not Predecessor-On-Cycle
               or EXT-Placed-Flag(Expected-Ix) equal "Y"
               move "Y" to EXT-Placed-Flag(Expected-Sub)
               set Pass-Changed to true
               add 1 to Plan-Order-Count
               move Expected-Sub to Plan-Order-Sub(Plan-Order-Count)
               perform 3300-Decide-Action
           end-if
           .
       3200-Find-Predecessor.
      * Leaves Expected-Ix on the predecessor when it is a cycle job.
           move "N" to Predecessor-Known-Switch
           if EXT-Predecessor(Expected-Sub) not equal spaces
               set Expected-Ix to 1
               search Expected-Entry
                   at end
                       continue
                   when EXT-Job-Name(Expected-Ix)
                           equal EXT-Predecessor(Expected-Sub)
                       set Predecessor-On-Cycle to true
               end-search
           end-if
           .
       3300-Decide-Action.
      *****************************************************************
      * A job may only run once its predecessor has posted; a held
      * predecessor holds everything behind it.
      *****************************************************************
           move "Y" to Predecessor-Done-Switch
           if Predecessor-On-Cycle
               and EXT-Posted-Flag(Expected-Ix) not equal "Y"
               move "N" to Predecessor-Done-Switch
           end-if
           evaluate true
               when EXT-Posted-Flag(Expected-Sub) equal "Y"
                   move "SKIP" to EXT-Action(Expected-Sub)
               when not Predecessor-Done
                   move "HOLD" to EXT-Action(Expected-Sub)
               when EXT-Logged-Flag(Expected-Sub) equal "Y"
                   move "RESTART" to EXT-Action(Expected-Sub)
               when other
                   move "RUN" to EXT-Action(Expected-Sub)
           end-evaluate
           .
       4000-Print-the-Plan.
           move Cycle-Date-Field to RPT-HDR-Date
           display Heading-Line
           perform varying Order-Sub from 1 by 1
                   until Order-Sub greater than Plan-Order-Count
               move Plan-Order-Sub(Order-Sub) to Expected-Sub
               perform 4100-Plan-One-Job
           end-perform
           .
       4100-Plan-One-Job.
           move EXT-Action(Expected-Sub) to RPT-Action
           move EXT-Job-Name(Expected-Sub) to RPT-Job-Name
           move EXT-Predecessor(Expected-Sub) to RPT-Predecessor
           move spaces to RPT-Plan-Note
           perform 3200-Find-Predecessor
           perform 4200-Find-Checkpoint
           evaluate EXT-Action(Expected-Sub)
               when "SKIP"
                   add 1 to Jobs-Skipped
                   move EXT-Posted-Time(Expected-Sub)
                       to NTE-Posted-Time
                   string "completed - posted " delimited by size
                          NTE-Posted-Time delimited by size
                          ", do not rerun" delimited by size
                       into RPT-Plan-Note
                   end-string
               when "RESTART"
                   add 1 to Jobs-Restarted
                   perform 4300-Note-the-Restart
               when "RUN"
                   add 1 to Jobs-To-Run
                   move "not yet run - next in sequence, from the top"
                       to RPT-Plan-Note
               when other
                   add 1 to Jobs-Held
                   if EXT-Placed-Flag(Expected-Sub) equal "Y"
                       string "wait until " delimited by size
                              EXT-Predecessor(Expected-Sub)
                                  delimited by space
                              " posts" delimited by size
                           into RPT-Plan-Note
                       end-string
                   else
                       move "circular chain on CYCEXP - not planned"
                           to RPT-Plan-Note
                   end-if
           end-evaluate
           display Plan-Line
           if EXT-Action(Expected-Sub) not equal "SKIP"
               perform 5000-Write-Restart-Cards
           end-if
           .
       4200-Find-Checkpoint.
           move "N" to Checkpoint-Found-Switch
           move zero to Checkpoint-Count
           set Restartable-Ix to 1
           search Restartable-Job
               at end
                   continue
               when RSJ-Job-Name(Restartable-Ix)
                       equal EXT-Job-Name(Expected-Sub)
                   if RSJ-Checkpoint-DDNAME(Restartable-Ix)
                           equal "BCTLCKP"
                       move Batch-Checkpoint-Count to Checkpoint-Count
                   else
                       move ESDS-Checkpoint-Count to Checkpoint-Count
                   end-if
                   if Checkpoint-Count greater than zero
                       set Checkpoint-Usable to true
                   end-if
           end-search
           .
       4300-Note-the-Restart.
           move EXT-Last-Return-Code(Expected-Sub) to NTE-Return-Code
           move EXT-Last-Stop-Time(Expected-Sub) to NTE-Stop-Time
           move Checkpoint-Count to NTE-Checkpoint-Count
           evaluate true
               when EXT-Last-Return-Code(Expected-Sub) less than 8
                   string "ended RC" delimited by size
                          NTE-Return-Code delimited by size
                          " without posting - check output, rerun"
                              delimited by size
                       into RPT-Plan-Note
                   end-string
               when Checkpoint-Usable
                   string "RC" delimited by size
                          NTE-Return-Code delimited by size
                          " at " delimited by size
                          NTE-Stop-Time delimited by size
                          " - from checkpoint, done:"
                              delimited by size
                          NTE-Checkpoint-Count delimited by size
                       into RPT-Plan-Note
                   end-string
               when other
                   string "RC" delimited by size
                          NTE-Return-Code delimited by size
                          " at " delimited by size
                          NTE-Stop-Time delimited by size
                          " - no usable checkpoint, from the top"
                              delimited by size
                       into RPT-Plan-Note
                   end-string
           end-evaluate
           .
       5000-Write-Restart-Cards.
      *****************************************************************
      * A checkpoint job gets its Y/N restart card - Y only for a
      * restart with a usable checkpoint, so a job run from the top
      * never picks up a stale one.  Everything else gets the cycle
      * date on SYSIN.
      *****************************************************************
           move spaces to CRD-Comment
           string EXT-Action(Expected-Sub) delimited by space
                  " " delimited by size
                  EXT-Job-Name(Expected-Sub) delimited by space
                  " - cycle " delimited by size
                  Cycle-Date-Field delimited by size
               into CRD-Comment
           end-string
           move Comment-Card to Restart-Card-Record
           perform 5100-Write-One-Card
           set Restartable-Ix to 1
           search Restartable-Job
               at end
                   move "SYSIN" to CRD-DDNAME
                   move Override-Card to Restart-Card-Record
                   perform 5100-Write-One-Card
                   move Cycle-Date-Field to CRD-Data
                   move Data-Card to Restart-Card-Record
                   perform 5100-Write-One-Card
               when RSJ-Job-Name(Restartable-Ix)
                       equal EXT-Job-Name(Expected-Sub)
                   move RSJ-Restart-DDNAME(Restartable-Ix)
                       to CRD-DDNAME
                   move Override-Card to Restart-Card-Record
                   perform 5100-Write-One-Card
                   if EXT-Action(Expected-Sub) equal "RESTART"
                       and Checkpoint-Usable
                       and EXT-Last-Return-Code(Expected-Sub)
                           not less than 8
                       move "Y" to CRD-Data
                   else
                       move "N" to CRD-Data
                   end-if
                   move Data-Card to Restart-Card-Record
                   perform 5100-Write-One-Card
           end-search
           move End-Card to Restart-Card-Record
           perform 5100-Write-One-Card
           .
       5100-Write-One-Card.
           write Restart-Card-Record
           if not Restart-Card-OK
               move Restart-Card-File-Status to Error-Status
               move Const-WRITE to Error-Operation
               move "RSTCARDS" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           add 1 to Cards-Written
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           move Jobs-Skipped to RPT-Jobs-Skipped
           move Jobs-Restarted to RPT-Jobs-Restarted
           move Jobs-To-Run to RPT-Jobs-To-Run
           move Jobs-Held to RPT-Jobs-Held
           move Cards-Written to RPT-Cards-Written
           display space
           display Totals-Line
           .
       9900-Close.
           close Restart-Card-File
           .

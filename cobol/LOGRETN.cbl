       Identification Division.
       Program-Id. LOGRETN.
      *****************************************************************
      * Shop-wide retention job for the operational logs.  FRTAARC
      * looks after the free-throw audit trail; this job does the
      * same for everything else that only ever grows - the BATCHERR
      * error log, the RUNLOG run statistics, the CYCLCTL cycle
      * postings, the DUNLOG letter log, the EMPAUDT employee audit
      * trail, the AGESNAP aging snapshots, the CTYHIST population
      * history and the FRTEXTR retention library (FRTFEEDR).
      *
      * What happens to each is set on the RETNPOL policy file, one
      * record per dataset (a * in column 1 is a comment): the
      * retention period in days, the legal minimum in days where
      * there is one, A to archive or D to purge what is past the
      * period, and a legal-hold flag with the hold's reference.  An
      * entry dated before today less the period is archived to the
      * dataset's archive DD or purged; the rest is written to the
      * rebuilt file, which the job stream swaps in for the old one
      * - the same split FRTAARC makes.  CYCLCTL is a KSDS and is
      * pruned in place instead.  A FRTFEEDR night goes or stays
      * whole, dated by its RETN header; FRTRSND can retransmit a
      * night from the rebuilt library or from the archive.
      *
      * A dataset under legal hold keeps everything whatever its
      * period says.  A policy whose period is shorter than its own
      * legal minimum is refused, and so is a purge of EMPAUDT - it
      * is sealed by AUDSEAL, whose verification reads the EMPAARCH
      * archive but cannot vouch for entries that are gone.  A
      * refused dataset, or one with no policy at all, is copied
      * through whole, so the swap never loses anything.  A refused
      * policy ends the step with return code 8.
      *
      * The report balances each dataset: entries read must equal
      * entries kept plus archived plus purged, or the job screams
      * and dies so nothing gets swapped in.
      *
      * Dataset       Input     Rebuilt   Archive
      * BATCHERR      BATCHERR  BATCHERN  BATCHERA
      * RUNLOG        RUNLOG    RUNLOGN   RUNLOGA
      * CYCLCTL       CYCLCTL   (in place) CYCLCTLA
      * DUNLOG        DUNLOG    DUNLOGN   DUNLOGA
      * EMPAUDT       EMPAUDT   EMPAUDTN  EMPAARCH
      * AGESNAP       AGESNAP   AGESNAPN  AGESNAPA
      * CTYHIST       CTYHIST   CTYHISTN  CTYHISTA
      * FRTFEEDR      FRTFEEDR  FRTFEEDN  FRTFEEDA
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Policy-File
               Assign to "RETNPOL"
               Organization Sequential
               Access Sequential
               File Status Policy-File-Status.
           Select Cycle-Control-File
               Record Key CYR-Record-Key
               Assign to "CYCLCTL"
               Organization Indexed
               Access Dynamic
               File Status Cycle-Control-File-Status.
           Select Cycle-Archive-File
               Assign to "CYCLCTLA"
               Organization Sequential
               Access Sequential
               File Status Cycle-Archive-File-Status.
           Select Err-Log-File
               Assign to "BATCHERR"
               Organization Sequential
               Access Sequential
               File Status Err-Log-File-Status.
           Select Err-Log-New-File
               Assign to "BATCHERN"
               Organization Sequential
               Access Sequential
               File Status Err-Log-New-File-Status.
           Select Err-Log-Archive-File
               Assign to "BATCHERA"
               Organization Sequential
               Access Sequential
               File Status Err-Log-Archive-File-Status.
           Select Run-Log-File
               Assign to "RUNLOG"
               Organization Sequential
               Access Sequential
               File Status Run-Log-File-Status.
           Select Run-Log-New-File
               Assign to "RUNLOGN"
               Organization Sequential
               Access Sequential
               File Status Run-Log-New-File-Status.
           Select Run-Log-Archive-File
               Assign to "RUNLOGA"
               Organization Sequential
               Access Sequential
               File Status Run-Log-Archive-File-Status.
           Select Dun-Log-File
               Assign to "DUNLOG"
               Organization Sequential
               Access Sequential
               File Status Dun-Log-File-Status.
           Select Dun-Log-New-File
               Assign to "DUNLOGN"
               Organization Sequential
               Access Sequential
               File Status Dun-Log-New-File-Status.
           Select Dun-Log-Archive-File
               Assign to "DUNLOGA"
               Organization Sequential
               Access Sequential
               File Status Dun-Log-Archive-File-Status.
           Select Emp-Audit-File
               Assign to "EMPAUDT"
               Organization Sequential
               Access Sequential
               File Status Emp-Audit-File-Status.
           Select Emp-Audit-New-File
               Assign to "EMPAUDTN"
               Organization Sequential
               Access Sequential
               File Status Emp-Audit-New-File-Status.
           Select Emp-Audit-Archive-File
               Assign to "EMPAARCH"
               Organization Sequential
               Access Sequential
               File Status Emp-Audit-Archive-File-Status.
           Select Age-Snap-File
               Assign to "AGESNAP"
               Organization Sequential
               Access Sequential
               File Status Age-Snap-File-Status.
           Select Age-Snap-New-File
               Assign to "AGESNAPN"
               Organization Sequential
               Access Sequential
               File Status Age-Snap-New-File-Status.
           Select Age-Snap-Archive-File
               Assign to "AGESNAPA"
               Organization Sequential
               Access Sequential
               File Status Age-Snap-Archive-File-Status.
           Select City-Hist-File
               Assign to "CTYHIST"
               Organization Sequential
               Access Sequential
               File Status City-Hist-File-Status.
           Select City-Hist-New-File
               Assign to "CTYHISTN"
               Organization Sequential
               Access Sequential
               File Status City-Hist-New-File-Status.
           Select City-Hist-Archive-File
               Assign to "CTYHISTA"
               Organization Sequential
               Access Sequential
               File Status City-Hist-Archive-File-Status.
           Select Feed-Retn-File
               Assign to "FRTFEEDR"
               Organization Sequential
               Access Sequential
               File Status Feed-Retn-File-Status.
           Select Feed-Retn-New-File
               Assign to "FRTFEEDN"
               Organization Sequential
               Access Sequential
               File Status Feed-Retn-New-File-Status.
           Select Feed-Retn-Archive-File
               Assign to "FRTFEEDA"
               Organization Sequential
               Access Sequential
               File Status Feed-Retn-Archive-File-Status.
       Data Division.
       File Section.
       FD  Policy-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Policy-Record.
           05  POL-Dataset                pic x(8).
           05  filler                     pic x(1).
           05  POL-Retain-Days            pic 9(5).
           05  filler                     pic x(1).
           05  POL-Minimum-Days           pic 9(5).
           05  filler                     pic x(1).
           05  POL-Action                 pic x(1).
               88  POL-Archive            value "A".
               88  POL-Purge              value "D".
           05  filler                     pic x(1).
           05  POL-Legal-Hold             pic x(1).
               88  POL-On-Hold            value "Y".
               88  POL-Not-On-Hold        value "N" " ".
           05  filler                     pic x(1).
           05  POL-Hold-Reference         pic x(20).
           05  filler                     pic x(35).
      * Same layout as CYCLCTL's Cycle-Control-Record.
       FD  Cycle-Control-File.
       01  Cycle-Control-Record.
           05  CYR-Record-Key.
               10  CYR-Cycle-Date         pic 9(8).
               10  CYR-Job-Name           pic x(8).
           05  CYR-Posted-Time            pic 9(6).
       FD  Cycle-Archive-File
           Recording Mode F
           Record Contains 22 Characters.
       01  Cycle-Archive-Record           pic x(22).
       FD  Err-Log-File
           Recording Mode F
           Record Contains 166 Characters.
      * Same layout as ERRLOG's Error-Log-Record; only the log date
      * is looked at.
       01  Err-Log-Record.
           05  ELR-Log-Date               pic 9(8).
           05  filler                     pic x(158).
       FD  Err-Log-New-File
           Recording Mode F
           Record Contains 166 Characters.
       01  Err-Log-New-Record            pic x(166).
       FD  Err-Log-Archive-File
           Recording Mode F
           Record Contains 166 Characters.
       01  Err-Log-Archive-Record        pic x(166).
       FD  Run-Log-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same layout as RUNLOG's Run-Log-Record; an entry is dated by
      * the day its run started.
       01  Run-Log-Record.
           05  RLR-Program-Id             pic x(8).
           05  RLR-Start-Date             pic 9(8).
           05  filler                     pic x(64).
       FD  Run-Log-New-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Run-Log-New-Record            pic x(80).
       FD  Run-Log-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Run-Log-Archive-Record        pic x(80).
       FD  Dun-Log-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same layout as DUNGEN's Letter-Log-Record.
       01  Dun-Log-Record.
           05  DLG-Account                pic 9(7).
           05  DLG-Level                  pic 9(1).
           05  DLG-Date                   pic 9(8).
           05  filler                     pic x(64).
       FD  Dun-Log-New-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Dun-Log-New-Record            pic x(80).
       FD  Dun-Log-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Dun-Log-Archive-Record        pic x(80).
       FD  Emp-Audit-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Emp-Audit-Record.
           copy EMPAUD.
       FD  Emp-Audit-New-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Emp-Audit-New-Record          pic x(80).
       FD  Emp-Audit-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Emp-Audit-Archive-Record      pic x(80).
       FD  Age-Snap-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same layout as AGEDREC's Snapshot-Record.
       01  Age-Snap-Record.
           05  SNP-Snapshot-Date          pic 9(8).
           05  filler                     pic x(72).
       FD  Age-Snap-New-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Age-Snap-New-Record           pic x(80).
       FD  Age-Snap-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Age-Snap-Archive-Record       pic x(80).
       FD  City-Hist-File
           Recording Mode F
           Record Contains 80 Characters.
      * Same layout as CTYPOP's History-Record.
       01  City-Hist-Record.
           05  HIS-City-Name              pic x(20).
           05  HIS-City-State             pic x(02).
           05  HIS-Cycle-Date             pic 9(08).
           05  filler                     pic x(50).
       FD  City-Hist-New-File
           Recording Mode F
           Record Contains 80 Characters.
       01  City-Hist-New-Record          pic x(80).
       FD  City-Hist-Archive-File
           Recording Mode F
           Record Contains 80 Characters.
       01  City-Hist-Archive-Record      pic x(80).
       FD  Feed-Retn-File
           Recording Mode F
           Record Contains 132 Characters.
      * Same layout as FRTEXTR's Retention-Record; each night's lines
      * follow the RETN header that dates them.
       01  Feed-Retn-Record           pic x(132).
       01  Feed-Header-View redefines Feed-Retn-Record.
           05  FRH-Header-Id              pic x(4).
               88  Feed-Night-Header      value "RETN".
           05  FRH-Feed-Date              pic 9(8).
           05  filler                     pic x(120).
       FD  Feed-Retn-New-File
           Recording Mode F
           Record Contains 132 Characters.
       01  Feed-Retn-New-Record          pic x(132).
       FD  Feed-Retn-Archive-File
           Recording Mode F
           Record Contains 132 Characters.
       01  Feed-Retn-Archive-Record      pic x(132).
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Policy-File-Status             pic x(02).
               88  Policy-File-OK             value "00".
               88  Policy-File-EOF            value "10".
           05  Cycle-Control-File-Status      pic x(02).
               88  Cycle-Control-OK           value "00".
               88  Cycle-Control-EOF          value "10".
           05  Cycle-Archive-File-Status      pic x(02).
               88  Cycle-Archive-OK           value "00".
           05  Err-Log-File-Status            pic x(02).
               88  Err-Log-OK                 value "00".
               88  Err-Log-EOF                value "10".
               88  Err-Log-Missing            value "35".
           05  Err-Log-New-File-Status        pic x(02).
               88  Err-Log-New-OK             value "00".
           05  Err-Log-Archive-File-Status    pic x(02).
               88  Err-Log-Archive-OK         value "00".
           05  Run-Log-File-Status            pic x(02).
               88  Run-Log-OK                 value "00".
               88  Run-Log-EOF                value "10".
               88  Run-Log-Missing            value "35".
           05  Run-Log-New-File-Status        pic x(02).
               88  Run-Log-New-OK             value "00".
           05  Run-Log-Archive-File-Status    pic x(02).
               88  Run-Log-Archive-OK         value "00".
           05  Dun-Log-File-Status            pic x(02).
               88  Dun-Log-OK                 value "00".
               88  Dun-Log-EOF                value "10".
               88  Dun-Log-Missing            value "35".
           05  Dun-Log-New-File-Status        pic x(02).
               88  Dun-Log-New-OK             value "00".
           05  Dun-Log-Archive-File-Status    pic x(02).
               88  Dun-Log-Archive-OK         value "00".
           05  Emp-Audit-File-Status          pic x(02).
               88  Emp-Audit-OK               value "00".
               88  Emp-Audit-EOF              value "10".
               88  Emp-Audit-Missing          value "35".
           05  Emp-Audit-New-File-Status      pic x(02).
               88  Emp-Audit-New-OK           value "00".
           05  Emp-Audit-Archive-File-Status  pic x(02).
               88  Emp-Audit-Archive-OK       value "00".
           05  Age-Snap-File-Status           pic x(02).
               88  Age-Snap-OK                value "00".
               88  Age-Snap-EOF               value "10".
               88  Age-Snap-Missing           value "35".
           05  Age-Snap-New-File-Status       pic x(02).
               88  Age-Snap-New-OK            value "00".
           05  Age-Snap-Archive-File-Status   pic x(02).
               88  Age-Snap-Archive-OK        value "00".
           05  City-Hist-File-Status          pic x(02).
               88  City-Hist-OK               value "00".
               88  City-Hist-EOF              value "10".
               88  City-Hist-Missing          value "35".
           05  City-Hist-New-File-Status      pic x(02).
               88  City-Hist-New-OK           value "00".
           05  City-Hist-Archive-File-Status  pic x(02).
               88  City-Hist-Archive-OK       value "00".
           05  Feed-Retn-File-Status          pic x(02).
               88  Feed-Retn-OK               value "00".
               88  Feed-Retn-EOF              value "10".
               88  Feed-Retn-Missing          value "35".
           05  Feed-Retn-New-File-Status      pic x(02).
               88  Feed-Retn-New-OK           value "00".
           05  Feed-Retn-Archive-File-Status  pic x(02).
               88  Feed-Retn-Archive-OK       value "00".
       01  This-Program-Id                pic x(8) value "LOGRETN".
           copy ERRCOMM.
       01  Run-Fields.
           05  Today-Date                 pic 9(8).
           05  Record-Date                pic 9(8).
           05  Disposition-Switch         pic x(1).
               88  Keep-Record            value "K".
               88  Archive-Record         value "A".
               88  Purge-Record           value "P".
           05  Write-Status               pic x(2).
           05  Write-DDNAME               pic x(8).
           05  Dataset-Sub                pic 9(2) comp.
           05  Policies-Refused           pic 9(3) comp.
           05  Datasets-Out-of-Balance    pic 9(3) comp.
           05  Entries-Accounted-For      pic 9(9) comp.
      *****************************************************************
      * The datasets this job keeps, in the order it works them, and
      * what the policy file said about each.
      *****************************************************************
       01  Dataset-Names.
           05  filler                     pic x(8) value "BATCHERR".
           05  filler                     pic x(8) value "RUNLOG".
           05  filler                     pic x(8) value "CYCLCTL".
           05  filler                     pic x(8) value "DUNLOG".
           05  filler                     pic x(8) value "EMPAUDT".
           05  filler                     pic x(8) value "AGESNAP".
           05  filler                     pic x(8) value "CTYHIST".
           05  filler                     pic x(8) value "FRTFEEDR".
       01  Dataset-Name-Table redefines Dataset-Names.
           05  Dataset-Name               pic x(8) occurs 8 times.
       01  Dataset-Policy-Table.
           05  Dataset-Policy occurs 8 times.
               10  DSP-Policy-Switch      pic x(1).
                   88  DSP-No-Policy      value "N".
                   88  DSP-Applied        value "Y".
                   88  DSP-Held           value "H".
                   88  DSP-Refused        value "R".
               10  DSP-Retain-Days        pic 9(5).
               10  DSP-Minimum-Days       pic 9(5).
               10  DSP-Action             pic x(1).
               10  DSP-Legal-Hold         pic x(1).
               10  DSP-Cutoff-Date        pic 9(8).
               10  DSP-Note               pic x(32).
               10  DSP-Entries-Read       pic 9(9) comp.
               10  DSP-Entries-Kept       pic 9(9) comp.
               10  DSP-Entries-Archived   pic 9(9) comp.
               10  DSP-Entries-Purged     pic 9(9) comp.
       01  Report-Lines.
           05  Heading-Line.
               10  filler                 pic x(32)
                   value "Dataset  Retain    Min Act Hold ".
               10  filler                 pic x(32)
                   value "Cutoff          Read        Kept".
               10  filler                 pic x(30)
                   value "    Archived      Purged  Note".
           05  Dataset-Line.
               10  RPT-Dataset            pic x(8).
               10  filler                 pic x(2) value spaces.
               10  RPT-Retain-Days        pic zzzz9.
               10  filler                 pic x(2) value spaces.
               10  RPT-Minimum-Days       pic zzzz9.
               10  filler                 pic x(3) value spaces.
               10  RPT-Action             pic x(1).
               10  filler                 pic x(4) value spaces.
               10  RPT-Legal-Hold         pic x(1).
               10  filler                 pic x(1) value spaces.
               10  RPT-Cutoff-Date        pic x(8).
               10  filler                 pic x(1) value spaces.
               10  RPT-Entries-Read       pic zzz,zzz,zz9.
               10  filler                 pic x(1) value spaces.
               10  RPT-Entries-Kept       pic zzz,zzz,zz9.
               10  filler                 pic x(1) value spaces.
               10  RPT-Entries-Archived   pic zzz,zzz,zz9.
               10  filler                 pic x(1) value spaces.
               10  RPT-Entries-Purged     pic zzz,zzz,zz9.
               10  filler                 pic x(2) value spaces.
               10  RPT-Note               pic x(32).
           05  Refused-Totals-Line.
               10  filler                 pic x(18)
                   value "Policies refused: ".
               10  RPT-Policies-Refused   pic zz9.
           05  Balanced-Line              pic x(40)
               value "Control counts balance - run is good".
           05  Out-of-Balance-Line        pic x(44)
               value "CONTROL COUNTS DO NOT BALANCE - DO NOT SWAP".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Policies
           perform 2100-Retain-Err-Log
           perform 2200-Retain-Run-Log
           perform 2300-Retain-Cycle-Control
           perform 2400-Retain-Dun-Log
           perform 2500-Retain-Emp-Audit
           perform 2600-Retain-Age-Snap
           perform 2700-Retain-City-Hist
           perform 2800-Retain-Feed-Retn
           perform 9000-Report-Datasets
           perform 8000-Balance-Control-Counts
           goback
           .
       0000-Initialize.
           move function current-date(1:8) to Today-Date
           move zero to Policies-Refused
           move zero to Datasets-Out-of-Balance
           perform varying Dataset-Sub from 1 by 1
                   until Dataset-Sub greater than 8
               set DSP-No-Policy(Dataset-Sub) to true
               move zero to DSP-Retain-Days(Dataset-Sub)
               move zero to DSP-Minimum-Days(Dataset-Sub)
               move space to DSP-Action(Dataset-Sub)
               move space to DSP-Legal-Hold(Dataset-Sub)
               move zero to DSP-Cutoff-Date(Dataset-Sub)
               move "NO POLICY - ALL KEPT"
                   to DSP-Note(Dataset-Sub)
               move zero to DSP-Entries-Read(Dataset-Sub)
               move zero to DSP-Entries-Kept(Dataset-Sub)
               move zero to DSP-Entries-Archived(Dataset-Sub)
               move zero to DSP-Entries-Purged(Dataset-Sub)
           end-perform
           .
       1000-Load-Policies.
      *****************************************************************
      * A policy file that cannot be read, or that says something
      * this job cannot act on, stops the run before any log is
      * touched.
      *****************************************************************
           open input Policy-File
           if not Policy-File-OK
               move Policy-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RETNPOL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 1050-Read-Next-Policy
           perform with test before
                   until Policy-File-EOF
               if POL-Dataset not equal spaces
                   and POL-Dataset(1:1) not equal "*"
                   perform 1100-Take-Policy
               end-if
               perform 1050-Read-Next-Policy
           end-perform
           close Policy-File
           .
       1050-Read-Next-Policy.
           read Policy-File
           end-read
           if not Policy-File-OK and not Policy-File-EOF
               move Policy-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "RETNPOL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1100-Take-Policy.
           perform varying Dataset-Sub from 1 by 1
                   until Dataset-Sub greater than 8
                      or Dataset-Name(Dataset-Sub) equal POL-Dataset
               continue
           end-perform
           if Dataset-Sub greater than 8
               string "RETNPOL names a dataset not kept here: "
                          delimited by size
                      POL-Dataset delimited by space
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           if not DSP-No-Policy(Dataset-Sub)
               string "RETNPOL has two policies for "
                          delimited by size
                      POL-Dataset delimited by space
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           if POL-Retain-Days not numeric
               or POL-Retain-Days equal zero
               or POL-Minimum-Days not numeric
               or (not POL-Archive and not POL-Purge)
               or (not POL-On-Hold and not POL-Not-On-Hold)
               string "RETNPOL policy is not usable for "
                          delimited by size
                      POL-Dataset delimited by space
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           move POL-Retain-Days to DSP-Retain-Days(Dataset-Sub)
           move POL-Minimum-Days to DSP-Minimum-Days(Dataset-Sub)
           move POL-Action to DSP-Action(Dataset-Sub)
           move POL-Legal-Hold to DSP-Legal-Hold(Dataset-Sub)
           compute DSP-Cutoff-Date(Dataset-Sub) =
               function date-of-integer
                   (function integer-of-date(Today-Date)
                    - POL-Retain-Days)
           end-compute
           evaluate true
               when POL-On-Hold
                   set DSP-Held(Dataset-Sub) to true
                   string "LEGAL HOLD " delimited by size
                          POL-Hold-Reference delimited by size
                      into DSP-Note(Dataset-Sub)
                   end-string
               when POL-Retain-Days less than POL-Minimum-Days
                   set DSP-Refused(Dataset-Sub) to true
                   move "REFUSED - UNDER LEGAL MINIMUM"
                       to DSP-Note(Dataset-Sub)
                   add 1 to Policies-Refused
               when POL-Purge
                   and POL-Dataset equal "EMPAUDT"
                   set DSP-Refused(Dataset-Sub) to true
                   move "REFUSED - SEALED, ARCHIVE ONLY"
                       to DSP-Note(Dataset-Sub)
                   add 1 to Policies-Refused
               when other
                   set DSP-Applied(Dataset-Sub) to true
                   move spaces to DSP-Note(Dataset-Sub)
           end-evaluate
           .
       2100-Retain-Err-Log.
           move 1 to Dataset-Sub
           open input Err-Log-File
           if not Err-Log-OK and not Err-Log-Missing
               move Err-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "BATCHERR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Err-Log-New-File
           if not Err-Log-New-OK
               move Err-Log-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "BATCHERN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Err-Log-Archive-File
           if not Err-Log-Archive-OK
               move Err-Log-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "BATCHERA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Err-Log-Missing
               perform 2110-Read-Next-Err-Log
               perform with test before
                       until Err-Log-EOF
                   move ELR-Log-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Err-Log-New-Record
                               from Err-Log-Record
                           move Err-Log-New-File-Status
                               to Write-Status
                           move "BATCHERN" to Write-DDNAME
                       when Archive-Record
                           write Err-Log-Archive-Record
                               from Err-Log-Record
                           move Err-Log-Archive-File-Status
                               to Write-Status
                           move "BATCHERA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2110-Read-Next-Err-Log
               end-perform
               close Err-Log-File
           end-if
           close Err-Log-Archive-File
           close Err-Log-New-File
           .
       2110-Read-Next-Err-Log.
           read Err-Log-File
           end-read
           if not Err-Log-OK and not Err-Log-EOF
               move Err-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "BATCHERR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Retain-Run-Log.
           move 2 to Dataset-Sub
           open input Run-Log-File
           if not Run-Log-OK and not Run-Log-Missing
               move Run-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Run-Log-New-File
           if not Run-Log-New-OK
               move Run-Log-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RUNLOGN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Run-Log-Archive-File
           if not Run-Log-Archive-OK
               move Run-Log-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "RUNLOGA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Run-Log-Missing
               perform 2210-Read-Next-Run-Log
               perform with test before
                       until Run-Log-EOF
                   move RLR-Start-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Run-Log-New-Record
                               from Run-Log-Record
                           move Run-Log-New-File-Status
                               to Write-Status
                           move "RUNLOGN" to Write-DDNAME
                       when Archive-Record
                           write Run-Log-Archive-Record
                               from Run-Log-Record
                           move Run-Log-Archive-File-Status
                               to Write-Status
                           move "RUNLOGA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2210-Read-Next-Run-Log
               end-perform
               close Run-Log-File
           end-if
           close Run-Log-Archive-File
           close Run-Log-New-File
           .
       2210-Read-Next-Run-Log.
           read Run-Log-File
           end-read
           if not Run-Log-OK and not Run-Log-EOF
               move Run-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "RUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2300-Retain-Cycle-Control.
      *****************************************************************
      * The cycle postings are keyed by cycle date, so the old ones
      * come first; each one past the period is archived if the
      * policy says so and then deleted from the KSDS.
      *****************************************************************
           move 3 to Dataset-Sub
           open i-o Cycle-Control-File
           if not Cycle-Control-OK
               move Cycle-Control-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CYCLCTL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Cycle-Archive-File
           if not Cycle-Archive-OK
               move Cycle-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CYCLCTLA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           perform 2310-Read-Next-Cycle-Posting
           perform with test before
                   until Cycle-Control-EOF
               move CYR-Cycle-Date to Record-Date
               perform 6000-Decide-Disposition
               if Archive-Record
                   write Cycle-Archive-Record
                       from Cycle-Control-Record
                   move Cycle-Archive-File-Status to Write-Status
                   move "CYCLCTLA" to Write-DDNAME
                   perform 6100-Check-Write
               end-if
               if not Keep-Record
                   delete Cycle-Control-File
                   end-delete
                   move Cycle-Control-File-Status to Write-Status
                   move "CYCLCTL" to Write-DDNAME
                   perform 6100-Check-Write
               end-if
               perform 2310-Read-Next-Cycle-Posting
           end-perform
           close Cycle-Archive-File
           close Cycle-Control-File
           .
       2310-Read-Next-Cycle-Posting.
           read Cycle-Control-File next record
           end-read
           if not Cycle-Control-OK and not Cycle-Control-EOF
               move Cycle-Control-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CYCLCTL" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2400-Retain-Dun-Log.
           move 4 to Dataset-Sub
           open input Dun-Log-File
           if not Dun-Log-OK and not Dun-Log-Missing
               move Dun-Log-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Dun-Log-New-File
           if not Dun-Log-New-OK
               move Dun-Log-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNLOGN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Dun-Log-Archive-File
           if not Dun-Log-Archive-OK
               move Dun-Log-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "DUNLOGA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Dun-Log-Missing
               perform 2410-Read-Next-Dun-Log
               perform with test before
                       until Dun-Log-EOF
                   move DLG-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Dun-Log-New-Record
                               from Dun-Log-Record
                           move Dun-Log-New-File-Status
                               to Write-Status
                           move "DUNLOGN" to Write-DDNAME
                       when Archive-Record
                           write Dun-Log-Archive-Record
                               from Dun-Log-Record
                           move Dun-Log-Archive-File-Status
                               to Write-Status
                           move "DUNLOGA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2410-Read-Next-Dun-Log
               end-perform
               close Dun-Log-File
           end-if
           close Dun-Log-Archive-File
           close Dun-Log-New-File
           .
       2410-Read-Next-Dun-Log.
           read Dun-Log-File
           end-read
           if not Dun-Log-OK and not Dun-Log-EOF
               move Dun-Log-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "DUNLOG" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2500-Retain-Emp-Audit.
           move 5 to Dataset-Sub
           open input Emp-Audit-File
           if not Emp-Audit-OK and not Emp-Audit-Missing
               move Emp-Audit-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Emp-Audit-New-File
           if not Emp-Audit-New-OK
               move Emp-Audit-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAUDTN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Emp-Audit-Archive-File
           if not Emp-Audit-Archive-OK
               move Emp-Audit-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "EMPAARCH" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Emp-Audit-Missing
               perform 2510-Read-Next-Emp-Audit
               perform with test before
                       until Emp-Audit-EOF
                   move EAU-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Emp-Audit-New-Record
                               from Emp-Audit-Record
                           move Emp-Audit-New-File-Status
                               to Write-Status
                           move "EMPAUDTN" to Write-DDNAME
                       when Archive-Record
                           write Emp-Audit-Archive-Record
                               from Emp-Audit-Record
                           move Emp-Audit-Archive-File-Status
                               to Write-Status
                           move "EMPAARCH" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2510-Read-Next-Emp-Audit
               end-perform
               close Emp-Audit-File
           end-if
           close Emp-Audit-Archive-File
           close Emp-Audit-New-File
           .
       2510-Read-Next-Emp-Audit.
           read Emp-Audit-File
           end-read
           if not Emp-Audit-OK and not Emp-Audit-EOF
               move Emp-Audit-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "EMPAUDT" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2600-Retain-Age-Snap.
           move 6 to Dataset-Sub
           open input Age-Snap-File
           if not Age-Snap-OK and not Age-Snap-Missing
               move Age-Snap-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGESNAP" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Age-Snap-New-File
           if not Age-Snap-New-OK
               move Age-Snap-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGESNAPN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Age-Snap-Archive-File
           if not Age-Snap-Archive-OK
               move Age-Snap-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "AGESNAPA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Age-Snap-Missing
               perform 2610-Read-Next-Age-Snap
               perform with test before
                       until Age-Snap-EOF
                   move SNP-Snapshot-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Age-Snap-New-Record
                               from Age-Snap-Record
                           move Age-Snap-New-File-Status
                               to Write-Status
                           move "AGESNAPN" to Write-DDNAME
                       when Archive-Record
                           write Age-Snap-Archive-Record
                               from Age-Snap-Record
                           move Age-Snap-Archive-File-Status
                               to Write-Status
                           move "AGESNAPA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2610-Read-Next-Age-Snap
               end-perform
               close Age-Snap-File
           end-if
           close Age-Snap-Archive-File
           close Age-Snap-New-File
           .
       2610-Read-Next-Age-Snap.
           read Age-Snap-File
           end-read
           if not Age-Snap-OK and not Age-Snap-EOF
               move Age-Snap-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "AGESNAP" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2700-Retain-City-Hist.
           move 7 to Dataset-Sub
           open input City-Hist-File
           if not City-Hist-OK and not City-Hist-Missing
               move City-Hist-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CTYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output City-Hist-New-File
           if not City-Hist-New-OK
               move City-Hist-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CTYHISTN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output City-Hist-Archive-File
           if not City-Hist-Archive-OK
               move City-Hist-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "CTYHISTA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not City-Hist-Missing
               perform 2710-Read-Next-City-Hist
               perform with test before
                       until City-Hist-EOF
                   move HIS-Cycle-Date to Record-Date
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write City-Hist-New-Record
                               from City-Hist-Record
                           move City-Hist-New-File-Status
                               to Write-Status
                           move "CTYHISTN" to Write-DDNAME
                       when Archive-Record
                           write City-Hist-Archive-Record
                               from City-Hist-Record
                           move City-Hist-Archive-File-Status
                               to Write-Status
                           move "CTYHISTA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2710-Read-Next-City-Hist
               end-perform
               close City-Hist-File
           end-if
           close City-Hist-Archive-File
           close City-Hist-New-File
           .
       2710-Read-Next-City-Hist.
           read City-Hist-File
           end-read
           if not City-Hist-OK and not City-Hist-EOF
               move City-Hist-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CTYHIST" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2800-Retain-Feed-Retn.
      *****************************************************************
      * A night's lines go with their RETN header, so a night is
      * kept, archived or purged whole.  Lines ahead of any header
      * (there should be none) are never old enough to leave.
      *****************************************************************
           move 8 to Dataset-Sub
           open input Feed-Retn-File
           if not Feed-Retn-OK and not Feed-Retn-Missing
               move Feed-Retn-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "FRTFEEDR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Feed-Retn-New-File
           if not Feed-Retn-New-OK
               move Feed-Retn-New-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "FRTFEEDN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           open output Feed-Retn-Archive-File
           if not Feed-Retn-Archive-OK
               move Feed-Retn-Archive-File-Status to Error-Status
               move Const-OPEN to Error-Operation
               move "FRTFEEDA" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if not Feed-Retn-Missing
               move 99999999 to Record-Date
               perform 2810-Read-Next-Feed-Retn
               perform with test before
                       until Feed-Retn-EOF
                   if Feed-Night-Header
                       move FRH-Feed-Date to Record-Date
                   end-if
                   perform 6000-Decide-Disposition
                   evaluate true
                       when Keep-Record
                           write Feed-Retn-New-Record
                               from Feed-Retn-Record
                           move Feed-Retn-New-File-Status
                               to Write-Status
                           move "FRTFEEDN" to Write-DDNAME
                       when Archive-Record
                           write Feed-Retn-Archive-Record
                               from Feed-Retn-Record
                           move Feed-Retn-Archive-File-Status
                               to Write-Status
                           move "FRTFEEDA" to Write-DDNAME
                       when other
                           move "00" to Write-Status
                   end-evaluate
                   perform 6100-Check-Write
                   perform 2810-Read-Next-Feed-Retn
               end-perform
               close Feed-Retn-File
           end-if
           close Feed-Retn-Archive-File
           close Feed-Retn-New-File
           .
       2810-Read-Next-Feed-Retn.
           read Feed-Retn-File
           end-read
           if not Feed-Retn-OK and not Feed-Retn-EOF
               move Feed-Retn-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "FRTFEEDR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       6000-Decide-Disposition.
      *****************************************************************
      * Only an applied policy moves anything out, and only entries
      * dated before its cutoff.  An entry with no date cannot be
      * aged and stays.
      *****************************************************************
           add 1 to DSP-Entries-Read(Dataset-Sub)
           if DSP-Applied(Dataset-Sub)
               and Record-Date greater than zero
               and Record-Date less than DSP-Cutoff-Date(Dataset-Sub)
               if DSP-Action(Dataset-Sub) equal "A"
                   set Archive-Record to true
                   add 1 to DSP-Entries-Archived(Dataset-Sub)
               else
                   set Purge-Record to true
                   add 1 to DSP-Entries-Purged(Dataset-Sub)
               end-if
           else
               set Keep-Record to true
               add 1 to DSP-Entries-Kept(Dataset-Sub)
           end-if
           .
       6100-Check-Write.
           if Write-Status not equal "00"
               move Write-Status to Error-Status
               move Const-WRITE to Error-Operation
               move Write-DDNAME to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       8000-Balance-Control-Counts.
      *****************************************************************
      * Every entry read must be accounted for before the job stream
      * is allowed to swap any rebuilt file in.
      *****************************************************************
           display space
           if Datasets-Out-of-Balance equal zero
               display Balanced-Line
           else
               display Out-of-Balance-Line
               perform 8920-Die
           end-if
           if Policies-Refused greater than zero
               move 8 to return-code
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           perform 8920-Die
           .
       8920-Die.
           move 12 to return-code
           goback
           .
       9000-Report-Datasets.
           display Heading-Line
           display space
           perform varying Dataset-Sub from 1 by 1
                   until Dataset-Sub greater than 8
               perform 9100-Report-One-Dataset
           end-perform
           move Policies-Refused to RPT-Policies-Refused
           display space
           display Refused-Totals-Line
           .
       9100-Report-One-Dataset.
           move Dataset-Name(Dataset-Sub) to RPT-Dataset
           move DSP-Retain-Days(Dataset-Sub) to RPT-Retain-Days
           move DSP-Minimum-Days(Dataset-Sub) to RPT-Minimum-Days
           move DSP-Action(Dataset-Sub) to RPT-Action
           move DSP-Legal-Hold(Dataset-Sub) to RPT-Legal-Hold
           if DSP-Applied(Dataset-Sub)
               move DSP-Cutoff-Date(Dataset-Sub) to RPT-Cutoff-Date
           else
               move spaces to RPT-Cutoff-Date
           end-if
           move DSP-Entries-Read(Dataset-Sub) to RPT-Entries-Read
           move DSP-Entries-Kept(Dataset-Sub) to RPT-Entries-Kept
           move DSP-Entries-Archived(Dataset-Sub)
               to RPT-Entries-Archived
           move DSP-Entries-Purged(Dataset-Sub) to RPT-Entries-Purged
           move DSP-Note(Dataset-Sub) to RPT-Note
           compute Entries-Accounted-For =
               DSP-Entries-Kept(Dataset-Sub)
               + DSP-Entries-Archived(Dataset-Sub)
               + DSP-Entries-Purged(Dataset-Sub)
           end-compute
           if Entries-Accounted-For
                   not equal DSP-Entries-Read(Dataset-Sub)
               move "OUT OF BALANCE" to RPT-Note
               add 1 to Datasets-Out-of-Balance
           end-if
           display Dataset-Line
           .

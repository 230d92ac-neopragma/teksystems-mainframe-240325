       Identification Division.
       Program-Id. FRTBSET.
      *****************************************************************
      * Batch window set/clear utility.  Run as the first step of the
      * nightly chain with action S (set) and as its last step with
      * action C (clear), the SYSIN card naming the job that ran it.
      * While the batch-window record on the system-status KSDS
      * (FRTSYSC) is set, FRTADD, FRTUPD, FRTDEL, FRTGENT, FRTGVFY,
      * FRTOASG, FRTOMNT, FRTPENT, FRTPMNT, FRTPURGE and FRTSMNT
      * refuse changes - inquiry only - so a late online update can
      * not collide with FRTRECON, FRTGPOST, FRTCBLD and the rest
      * rewriting FRTHROW and FRTCARR.
      *
      * Setting a window that is already set means the previous chain
      * never reached its clear step; that is reported, with who set
      * it and when, and the window is set again for this run.
      * Clearing a window that is not set is reported, not fatal.  A
      * supervisor can also see and reset the flag online (FRTW).
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select System-Status-File
               Record Key SYS-Record-Key
               Assign to "FRTSYSC"
               Organization Indexed
               Access Random
               File Status System-Status-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  BST-Action                 pic x(1).
               88  BST-Set                value "S".
               88  BST-Clear              value "C".
           05  filler                     pic x(1).
           05  BST-Job-Name               pic x(8).
           05  filler                     pic x(70).
       FD  System-Status-File.
       01  FD-System-Status-Record.
           copy FRTSYST.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  System-Status-File-Status  pic x(02).
               88  System-Status-OK       value "00".
               88  System-Status-Not-Found
                                          value "23".
       01  Run-Date-Time.
           05  Run-Date-Field             pic 9(8).
           05  Run-Time-Field             pic 9(6).
       01  Error-Messages.
           05  Error-Message              pic x(132).
       01  Pseudo-Constants.
           05  Const-Got-Status           pic x(11) value "Got status".
           05  Const-On                   pic x(04) value " on".
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-REWRITE              pic x(07) value "REWRITE".
           05  Const-Of-FRTSYSC           pic x(12)
               value " of FRTSYSC.".
           05  Const-Of-SYSIN             pic x(10)
               value " of SYSIN.".
           05  Const-Batch-Window-Key     pic x(08) value "BATCHWIN".
       01  Report-Lines.
           05  Action-Line.
               10  filler                 pic x(13)
                   value "Batch window ".
               10  RPT-Action-Taken       pic x(7).
               10  filler                 pic x(04) value " by ".
               10  RPT-Job-Name           pic x(8).
               10  filler                 pic x(04) value " on ".
               10  RPT-Date               pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Time               pic 99B99B99.
           05  Warning-Line.
               10  filler                 pic x(09)
                   value "Warning: ".
               10  RPT-Warning            pic x(50).
           05  Stuck-Window-Line.
               10  filler                 pic x(34)
                   value "Warning: window still set from ".
               10  RPT-Stuck-Job          pic x(8).
               10  filler                 pic x(04) value " on ".
               10  RPT-Stuck-Date         pic 9999/99/99.
               10  filler                 pic x(01) value space.
               10  RPT-Stuck-Time         pic 99B99B99.
               10  filler                 pic x(25)
                   value " - previous chain did not".
               10  filler                 pic x(11)
                   value " clear it".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Read-Control-Card
           evaluate true
               when BST-Set
                   perform 3000-Set-Batch-Window
               when BST-Clear
                   perform 3100-Clear-Batch-Window
               when other
                   move "Control card action must be S or C"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           perform 9900-Close
           goback
           .
       0000-Initialize.
           move function current-date(1:8) to Run-Date-Field
           move function current-date(9:6) to Run-Time-Field
           open input Control-Card-File
           if not Control-Card-OK
               string Const-Got-Status delimited by size
                      Control-Card-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-SYSIN delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o System-Status-File
           if not System-Status-OK
               string Const-Got-Status delimited by size
                      System-Status-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSYSC delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Read-Control-Card.
           read Control-Card-File
               into Control-Card-Record
           end-read
           evaluate true
               when Control-Card-EOF
                   move "No control card on SYSIN" to Error-Message
                   perform 8900-Scream-and-Die
               when not Control-Card-OK
                   string Const-Got-Status delimited by size
                          Control-Card-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-READ delimited by size
                          Const-Of-SYSIN delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               when other
                   continue
           end-evaluate
           if BST-Job-Name equal spaces
               move "FRTBSET" to BST-Job-Name
           end-if
           .
       2000-Read-Status-Record.
           move Const-Batch-Window-Key to SYS-Record-Key
           read System-Status-File
           end-read
           if not System-Status-OK and not System-Status-Not-Found
               string Const-Got-Status delimited by size
                      System-Status-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-READ delimited by size
                      Const-Of-FRTSYSC delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       3000-Set-Batch-Window.
           perform 2000-Read-Status-Record
           if System-Status-Not-Found
               move Const-Batch-Window-Key to SYS-Record-Key
               move spaces to SYS-Cleared-By
               move zero to SYS-Cleared-Date
               move zero to SYS-Cleared-Time
           else
               if SYS-Batch-In-Progress
                   move SYS-Set-By to RPT-Stuck-Job
                   move SYS-Set-Date to RPT-Stuck-Date
                   move SYS-Set-Time to RPT-Stuck-Time
                   display Stuck-Window-Line
               end-if
           end-if
           set SYS-Batch-In-Progress to true
           move BST-Job-Name to SYS-Set-By
           move Run-Date-Field to SYS-Set-Date
           move Run-Time-Field to SYS-Set-Time
           perform 7000-Write-Status-Record
           move "set" to RPT-Action-Taken
           perform 3900-Report-Action
           .
       3100-Clear-Batch-Window.
           perform 2000-Read-Status-Record
           if System-Status-Not-Found
               move Const-Batch-Window-Key to SYS-Record-Key
               move spaces to SYS-Set-By
               move zero to SYS-Set-Date
               move zero to SYS-Set-Time
               move "batch window record not on file - never set"
                   to RPT-Warning
               display Warning-Line
           else
               if SYS-Online-Open
                   move "batch window was not set" to RPT-Warning
                   display Warning-Line
               end-if
           end-if
           set SYS-Online-Open to true
           move BST-Job-Name to SYS-Cleared-By
           move Run-Date-Field to SYS-Cleared-Date
           move Run-Time-Field to SYS-Cleared-Time
           perform 7000-Write-Status-Record
           move "cleared" to RPT-Action-Taken
           perform 3900-Report-Action
           .
       3900-Report-Action.
           move BST-Job-Name to RPT-Job-Name
           move Run-Date-Field to RPT-Date
           move Run-Time-Field to RPT-Time
           display Action-Line
           .
       7000-Write-Status-Record.
      *****************************************************************
      * First use of the file writes the record; after that it is
      * always rewritten in place.
      *****************************************************************
           if System-Status-Not-Found
               write FD-System-Status-Record
               end-write
               if not System-Status-OK
                   string Const-Got-Status delimited by size
                          System-Status-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-WRITE delimited by size
                          Const-Of-FRTSYSC delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           else
               rewrite FD-System-Status-Record
               end-rewrite
               if not System-Status-OK
                   string Const-Got-Status delimited by size
                          System-Status-File-Status
                              delimited by size
                          Const-On delimited by size
                          Const-REWRITE delimited by size
                          Const-Of-FRTSYSC delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               end-if
           end-if
           .
       8900-Scream-and-Die.
           display Error-Message
           move 12 to return-code
           goback
           .
       9900-Close.
           close System-Status-File
           close Control-Card-File
           .

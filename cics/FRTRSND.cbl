      * not a re-extract of current values - their load sequence has
      * to stay consistent.  The job stream points FRTRETIN at the
      * requested night's generation of the FRTEXTR retention
      * library; this utility finds the RETN header for the night
      * and subscriber named on the SYSIN card, stamps the vendor's
      * RTRN retransmission header (original feed date,
      * retransmission date and time), copies that night's feed
      * lines verbatim behind it to the FRTFEEDQ transmission queue,
      * and lists what was retained and what was pulled.  The mounted
      * file may hold several nights - LOGRETN consolidates the
      * library and its FRTFEEDA archive that way - and FRTEXTR
      * retains one night per subscriber, each in that subscriber's
      * own format, so the lines queued are the ones between the
      * matching header and the next header of any kind.  The
      * subscriber id is cols 9-16 of the card, SCOREBRD when blank; a
      * header from before feeds were kept per subscriber carries no
      * id and is SCOREBRD's.  A file with no header for that night and
      * subscriber - the wrong generation mounted - kills the run
      * before one byte is queued.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CTL-Feed-Date              pic 9(8).
           05  CTL-Subscriber-Id          pic x(8).
           05  filler                     pic x(64).
       FD  Retained-Feed-File
           Recording Mode F
           Record Contains 132 Characters.
               88  Retained-Header        value "RETN".
           05  RET-Feed-Date              pic 9(8).
           05  RET-Extract-Stamp          pic 9(14).
           05  RET-Subscriber-Id          pic x(8).
           05  filler                     pic x(98).
       FD  Queue-File
           Recording Mode F
           Record Contains 132 Characters.
               10  TS-HHMMSS              pic 9(6).
               10  filler                 pic x(7).
       01  Requested-Feed-Date            pic 9(8).
       01  Requested-Subscriber-Id        pic x(8).
       01  Header-Subscriber-Id           pic x(8).
       01  Search-Switches.
           05  Any-Line-Switch            pic x(1).
               88  Any-Line-Read          value "Y".
           05  Any-Header-Switch          pic x(1).
               88  Any-Header-Read        value "Y".
           05  Night-Found-Switch         pic x(1).
               88  Night-Found            value "Y".
           05  Date-Found-Switch          pic x(1).
               88  Date-Found             value "Y".
       01  Report-Counters.
           05  Lines-Read                 pic 9(07) comp.
           05  Lines-Queued               pic 9(07) comp.
           05  Const-READ                 pic x(04) value "READ".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Of-SYSIN             pic x(10) value " of SYSIN.".
           05  Const-Default-Subscriber   pic x(08) value "SCOREBRD".
           05  Const-Of-FRTRETIN          pic x(13)
               value " of FRTRETIN.".
           05  Const-Of-FRTFEEDQ          pic x(13)
               10  filler                 pic x(13)
                   value "  extracted  ".
               10  RPT-Extract-Stamp      pic 9(14).
               10  filler                 pic x(14)
                   value "  subscriber  ".
               10  RPT-Subscriber-Id      pic x(8).
           05  Pulled-Line.
               10  filler                 pic x(08)
                   value "Queued  ".
               10  RPT-Resend-Date        pic 9(8).
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Find-Requested-Night
           perform 2000-Queue-Feed-Lines
           perform 9000-Report-Totals
           perform 9900-Close
               perform 8900-Scream-and-Die
           end-if
           move CTL-Feed-Date to Requested-Feed-Date
           if CTL-Subscriber-Id equal spaces
               move Const-Default-Subscriber to Requested-Subscriber-Id
           else
               move CTL-Subscriber-Id to Requested-Subscriber-Id
           end-if
           close Control-Card-File
           open input Retained-Feed-File
           if not Retained-Feed-OK
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Find-Requested-Night.
      *****************************************************************
      * Read up to the RETN header for exactly the night and the
      * subscriber the card asked for - no such header means the
      * wrong generation is mounted, and nothing gets queued.
      *****************************************************************
           move "N" to Any-Line-Switch
           move "N" to Any-Header-Switch
           move "N" to Night-Found-Switch
           move "N" to Date-Found-Switch
           perform 1100-Read-Next-Line
           perform with test before
                   until Retained-Feed-EOF or Night-Found
               move "Y" to Any-Line-Switch
               if Retained-Header
                   move "Y" to Any-Header-Switch
                   if RET-Subscriber-Id equal spaces
                       move Const-Default-Subscriber
                           to Header-Subscriber-Id
                   else
                       move RET-Subscriber-Id to Header-Subscriber-Id
                   end-if
                   if RET-Feed-Date equal Requested-Feed-Date
                       move "Y" to Date-Found-Switch
                       if Header-Subscriber-Id
                               equal Requested-Subscriber-Id
                           move "Y" to Night-Found-Switch
                       end-if
                   end-if
               end-if
               if not Night-Found
                   perform 1100-Read-Next-Line
               end-if
           end-perform
           evaluate true
               when not Any-Line-Read
                   move "Retained file is empty - wrong generation?"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when not Any-Header-Read
                   move "Retained file has no RETN header - refused"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when not Date-Found
                   move "Retained file is for a different night - wron
      -                "g generation mounted"
                       to Error-Message
                   perform 8900-Scream-and-Die
               when not Night-Found
                   string "No retained feed for subscriber "
                              delimited by size
                          Requested-Subscriber-Id delimited by space
                          " on that night - refused"
                              delimited by size
                      into Error-Message
                   end-string
                   perform 8900-Scream-and-Die
               when other
                   move RET-Feed-Date to RPT-Feed-Date
                   move RET-Extract-Stamp to RPT-Extract-Stamp
                   move Header-Subscriber-Id to RPT-Subscriber-Id
                   display Retained-Line
           end-evaluate
           perform 2100-Write-Retransmission-Header
       2000-Queue-Feed-Lines.
           perform 1100-Read-Next-Line
           perform with test before
                   until Retained-Feed-EOF or Retained-Header
               add 1 to Lines-Read
               write Queue-Record from Retained-Feed-Record
               if not Queue-File-OK

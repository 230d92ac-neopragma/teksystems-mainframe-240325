      * acks against the FRTFEED file FRTEXTR sent that night,
      * reports every player the vendor rejected or never
      * acknowledged at all, and queues those players for resend by
      * writing a FRTSUBP pending entry for the scoreboard vendor's
      * subscriber only, so its next FRTEXTR run sends them again
      * without resending them to every other feed subscriber.
      * Closes the loop on a feed that used to be one-way - a stale
      * scoreboard now shows up on this report instead of in a
      * complaint.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Dynamic
               File Status FT-File-Status.
           Select Pending-File
               Record Key SBP-Pending-Key
               Assign to "FRTSUBP"
               Organization Indexed
               Access Random
               File Status Pending-File-Status.
       Data Division.
       File Section.
       FD  Feed-File
       FD  FT-File.
       01  FD-FT-Record.
           copy FRTHROW.
       FD  Pending-File.
       01  FD-Pending-Record.
           copy FRTSUBP.
       Working-Storage Section.
       01  File-Status-Indicators.
           05  Feed-File-Status           pic x(02).
               88  FT-File-OK             value "00".
               88  FT-File-EOF            value "10".
               88  FT-File-Not-Found      value "23".
           05  Pending-File-Status        pic x(02).
               88  Pending-File-OK        value "00".
               88  Pending-Duplicate      value "22".
      *****************************************************************
      * The night's acks are loaded here up front, then each feed
      * line is checked against the table.
           05  Const-OPEN                 pic x(04) value "OPEN".
           05  Const-READ                 pic x(04) value "READ".
           05  Const-READ-NEXT            pic x(09) value "READ NEXT".
           05  Const-WRITE                pic x(05) value "WRITE".
           05  Const-Scoreboard-Subscriber
                                          pic x(08) value "SCOREBRD".
           05  Const-START                pic x(05) value "START".
           05  Const-Of-FRTACK            pic x(11)
               value " of FRTACK.".
               value " of FRTFEED.".
           05  Const-Of-FRTHROW           pic x(12)
               value " of FRTHROW.".
           05  Const-Of-FRTSUBP           pic x(12)
               value " of FRTSUBP.".
       01  Report-Lines.
           05  Problem-Line.
               10  RPT-Problem            pic x(15).
               end-string
               perform 8900-Scream-and-Die
           end-if
           open input FT-File
           if not FT-File-OK
               string Const-Got-Status delimited by size
                      FT-File-Status
               end-string
               perform 8900-Scream-and-Die
           end-if
           open i-o Pending-File
           if not Pending-File-OK
               string Const-Got-Status delimited by size
                      Pending-File-Status
                          delimited by size
                      Const-On delimited by size
                      Const-OPEN delimited by size
                      Const-Of-FRTSUBP delimited by size
                  into Error-Message
               end-string
               perform 8900-Scream-and-Die
           end-if
           .
       1000-Load-Ack-Table.
           perform 1100-Read-Next-Ack
           .
       4000-Queue-for-Resend.
      *****************************************************************
      * Queue every active season record for the player on the
      * scoreboard vendor's pending list, so its next FRTEXTR run
      * sends the player again.  The feed line does not carry the
      * season, so every season under the key is queued - a resend
      * of a season the vendor already has is harmless, and one
      * already pending stays queued once.
      *****************************************************************
           move FEED-Team-Name to RPT-Team-Name
           move FEED-Player-Name to RPT-Player-Name
                   set Resend-Done to true
               when other
                   if FT-Active
                       move Const-Scoreboard-Subscriber
                           to SBP-Subscriber-Id
                       move FT-Record-Key to SBP-FT-Key
                       move function current-date(1:8)
                           to SBP-Queued-Date
                       move "FRTACKR" to SBP-Queued-By
                       write FD-Pending-Record
                       end-write
                       if not Pending-File-OK
                           and not Pending-Duplicate
                           string Const-Got-Status delimited by size
                                  Pending-File-Status
                                      delimited by size
                                  Const-On delimited by size
                                  Const-WRITE delimited by size
                                  Const-Of-FRTSUBP delimited by size
                              into Error-Message
                           end-string
                           perform 8900-Scream-and-Die
           display Totals-Line
           .
       9900-Close.
           close Pending-File
           close FT-File
           close Feed-File
           .

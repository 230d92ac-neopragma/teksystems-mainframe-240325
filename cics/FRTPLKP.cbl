       Identification Division.
       Program-Id. FRTPLKP.
      *****************************************************************
      * Player lookup by name, for when nobody knows the team - the
      * front desk's "how is Jordan Miller shooting", or a traded
      * player whose seasons are spread across teams.  Every other
      * key in the family starts with the team, so this screen reads
      * the player-name alternate index paths instead: FRTHRNM over
      * the season records, FRTCANM over the career records, and
      * FRTPMNM over the player master.  The operator keys a full or
      * partial name (the leading characters) and gets one line for
      * every place it turns up - every team and season it has
      * stats under, every team it has a career line on, and every
      * team it is rostered on - ten lines to a page, PF8 forward and
      * PF7 back.
      *
      * Any character in a line's action field jumps into the
      * existing screen for that key: a season line to the View
      * browse (FRTVIEW) positioned on that team, player, and season;
      * a career line to the career inquiry (FRTCINQ); a master line
      * to player master maintenance (FRTPMNT).  The key rides over
      * in the FRTSKEY start-key container and this screen's own
      * container is dropped first, so the target starts fresh.
      *
      * Duplicate names on an alternate index come back in no key
      * order of their own, so a page is remembered by where it
      * starts - which file, the name it starts at, and how many of
      * that name's records the page before had already shown.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy DFHAID.
           copy DFHBMSCA.
           copy FRTFMSD.
           copy FTCONST.
       01  Free-Throw-Record.
           copy FRTHROW.
       01  Career-Record.
           copy FRTCARR.
       01  Player-Master-Record.
           copy FRTPMST.
       01  Start-Key-Data.
           copy FRTSKEY.
       01  FT-Container-Data.
           05  CON-Search-Name                pic x(20).
           05  CON-Search-Length              pic s9(4) binary.
           05  CON-Page-Number                pic 9(04).
           05  CON-End-of-File-Reached        pic x.
               88  End-of-File-Reached        value 'Y'.
      *****************************************************************
      * Where each page starts.  Entry n is page n; the entry after
      * the current page is filled in as the page is built, so PF8
      * picks it up and PF7 steps back one entry.
      *****************************************************************
           05  CON-Page-Start occurs 50 times.
               10  CON-Start-Source           pic 9(1).
               10  CON-Start-Name             pic x(20).
               10  CON-Start-Skip             pic s9(4) binary.
      *****************************************************************
      * What is on each displayed line, for the jump - the map only
      * carries what the operator sees.
      *****************************************************************
           05  CON-Row occurs 10 times.
               10  CON-Row-Source             pic x(1).
               10  CON-Row-Team               pic x(20).
               10  CON-Row-Player             pic x(20).
               10  CON-Row-Season             pic x(4).
       01  Pagination-Fields.
           05  PAG-Source                     pic 9(1).
               88  PAG-Season-Source          value 1.
               88  PAG-Career-Source          value 2.
               88  PAG-Master-Source          value 3.
               88  PAG-All-Sources-Done       value 4.
           05  PAG-Alt-Key                    pic x(20).
           05  PAG-Browse-Start-Name          pic x(20).
           05  PAG-Skip                       pic s9(4) binary.
           05  PAG-Skipped                    pic s9(4) binary.
           05  PAG-Last-Name                  pic x(20).
           05  PAG-Same-Name-Count            pic s9(4) binary.
           05  PAG-Subscript                  pic s9(4) binary.
           05  PAG-Rows-Filled                pic s9(4) binary.
           05  Max-Rows-per-Page              pic s9(4) binary
                                              value +10.
           05  Max-Pages                      pic s9(4) binary
                                              value +50.
           05  PAG-Source-Switch              pic x.
               88  Source-Exhausted           value 'Y'.
           05  Action-Requested               pic x.
               88  Action-Was-Requested       value 'Y'.
       01  Found-Fields.
           05  FND-Source-Code                pic x(1).
               88  FND-Season-Line            value "S".
               88  FND-Career-Line            value "C".
               88  FND-Master-Line            value "M".
           05  FND-Player-Name                pic x(20).
           05  FND-Team-Name                  pic x(20).
           05  FND-Season                     pic x(4).
           05  FND-Info                       pic x(20).
       01  Info-Stat-Line.
           05  filler                         pic x(04) value "gms ".
           05  INF-Games                      pic zzzzzz9.
           05  filler                         pic x(02) value spaces.
           05  INF-Pct                        pic zz9.9.
           05  filler                         pic x(01) value "%".
       01  Info-Master-Line.
           05  filler                         pic x(01) value "#".
           05  INF-Jersey                     pic x(3).
           05  filler                         pic x(01) value space.
           05  INF-Position                   pic x(2).
           05  filler                         pic x(01) value space.
           05  INF-Status                     pic x(8).
       01  CICS-Response-Code                 pic s9(9) binary.
       01  Transfer-to-Program                pic x(8).
       01  Display-Messages.
           05  Highlight-Control              pic x.
               88  Highlight-Error            value 'Y'.
           05  MSG-Out                        pic x(79).
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt             pic x(79)
               value 'Key a full or partial player name and press Ente
      -        'r'.
           05  MSG-Name-Required              pic x(79)
               value 'Key at least the first letter of the player name'.
           05  MSG-Nothing-Found              pic x(79)
               value 'No season, career, or master record under that n
      -        'ame'.
           05  MSG-Select-Prompt              pic x(79)
               value 'Mark a line to open it - PF7/PF8 page, PF12 exit
      -        's'.
           05  MSG-Top-of-File                pic x(11)
               value 'Top of list'.
           05  MSG-No-More-Records            pic x(26)
               value 'No more records to display'.
           05  MSG-Too-Many-Pages             pic x(79)
               value 'Too many pages - key more of the name to narrow
      -        'the list'.
       01  Error-Data.
           copy FTERRD.
       Procedure Division.
           EXEC CICS GET CONTAINER(FT-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(FT-Container-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   perform 1000-Process-User-Input
               when DFHRESP(CHANNELERR)
               when DFHRESP(CONTAINERERR)
                   perform 0000-First-Time
               when other
                   perform 8100-Container-Error
           end-evaluate
           .
       0000-First-Time.
      *****************************************************************
      * First entry into this program in a conversation.
      *****************************************************************
           initialize FT-Container-Data
           move zero to CON-Page-Number
           move "N" to CON-End-of-File-Reached
           move low-values to FRTFMAPO
           move FT-Player-Lookup-TransId to TRANIDO
           move MSG-Initial-Prompt to MSGO
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       1000-Process-User-Input.
           perform 1100-Receive-Map
           perform 1200-Check-Attention-Id-Keys
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       1100-Receive-Map.
           EXEC CICS RECEIVE
               MAP(FT-Player-Lookup-Map)
               MAPSET(FT-Player-Lookup-Mapset)
               INTO(FRTFMAPI)
               ASIS
           END-EXEC
           .
       1200-Check-Attention-Id-Keys.
           evaluate EIBAID
               when DFHPF12
                   perform 9900-End-Transaction
               when DFHPF8
                   evaluate true
                       when CON-Page-Number equal zero
                           move MSG-Name-Required to MSGO
                       when End-of-File-Reached
                           perform 2000-Fill-Page
                           move MSG-No-More-Records to MSGO
                       when CON-Page-Number not less than Max-Pages
                           perform 2000-Fill-Page
                           move MSG-Too-Many-Pages to MSGO
                       when other
                           add 1 to CON-Page-Number
                           perform 2000-Fill-Page
                   end-evaluate
               when DFHPF7
                   evaluate true
                       when CON-Page-Number equal zero
                           move MSG-Name-Required to MSGO
                       when CON-Page-Number less than 2
                           perform 2000-Fill-Page
                           move MSG-Top-of-File to MSGO
                       when other
                           subtract 1 from CON-Page-Number
                           perform 2000-Fill-Page
                   end-evaluate
               when DFHENTER
                   move "N" to Action-Requested
                   if CON-Page-Number greater than zero
                       perform varying PAG-Subscript from 1 by 1
                               until PAG-Subscript
                                   greater than Max-Rows-per-Page
                               or Action-Was-Requested
                           if ACTL(PAG-Subscript) greater than 0
                               and ACTI(PAG-Subscript) not equal space
                               and CON-Row-Source(PAG-Subscript)
                                   not equal space
                               move "Y" to Action-Requested
                               perform 1300-Open-Selected-Line
                           end-if
                       end-perform
                   end-if
                   if not Action-Was-Requested
                       perform 1400-Start-Search
                   end-if
               when other
                   move MSG-Undefined-PF-Key to MSGO
           end-evaluate
           .
       1300-Open-Selected-Line.
      *****************************************************************
      * Hand the line's key to the screen that owns it.
      *****************************************************************
           move CON-Row-Team(PAG-Subscript) to SK-Team-Name
           move CON-Row-Player(PAG-Subscript) to SK-Player-Name
           move CON-Row-Season(PAG-Subscript) to SK-Season
           evaluate CON-Row-Source(PAG-Subscript)
               when "S"
                   move FT-View-Program to Transfer-to-Program
               when "C"
                   move FT-Career-Program to Transfer-to-Program
               when other
                   move FT-Player-Maint-Program to Transfer-to-Program
           end-evaluate
           perform 9400-Transfer
           .
       1400-Start-Search.
      *****************************************************************
      * A new name starts the list over at page one, on the season
      * records.  Only the keyed characters have to match.
      *****************************************************************
           move spaces to CON-Search-Name
           if FLTNAMEL greater than 0
               move FLTNAMEI to CON-Search-Name
           end-if
           perform varying CON-Search-Length from 20 by -1
                   until CON-Search-Length less than 1
                   or CON-Search-Name(CON-Search-Length:1)
                       not equal space
               continue
           end-perform
           if CON-Search-Length less than 1
               move zero to CON-Page-Number
               move MSG-Name-Required to MSGO
           else
               move 1 to CON-Page-Number
               move 1 to CON-Start-Source(1)
               move low-values to CON-Start-Name(1)
               move CON-Search-Name(1:CON-Search-Length)
                   to CON-Start-Name(1)(1:CON-Search-Length)
               move zero to CON-Start-Skip(1)
               perform 2000-Fill-Page
               if PAG-Rows-Filled equal zero
                   move MSG-Nothing-Found to MSGO
               else
                   move MSG-Select-Prompt to MSGO
               end-if
           end-if
           .
       2000-Fill-Page.
      *****************************************************************
      * Fill the page from where it starts, running on into the next
      * file whenever one runs out of the name, and note where the
      * next page starts.
      *****************************************************************
           move "N" to CON-End-of-File-Reached
           move CON-Start-Source(CON-Page-Number) to PAG-Source
           move CON-Start-Name(CON-Page-Number) to PAG-Browse-Start-Name
           move CON-Start-Skip(CON-Page-Number) to PAG-Skip
           move zero to PAG-Rows-Filled
           perform 2900-Blank-Lookup-Lines
           perform with test before
                   until PAG-Rows-Filled equal Max-Rows-per-Page
                   or PAG-All-Sources-Done
               perform 2100-Browse-One-Source
               if Source-Exhausted
                   add 1 to PAG-Source
                   move low-values to PAG-Browse-Start-Name
                   move CON-Search-Name(1:CON-Search-Length)
                       to PAG-Browse-Start-Name(1:CON-Search-Length)
                   move zero to PAG-Skip
               end-if
           end-perform
           if PAG-All-Sources-Done
               set End-of-File-Reached to true
           else
               if CON-Page-Number less than Max-Pages
                   move PAG-Source
                       to CON-Start-Source(CON-Page-Number + 1)
                   move PAG-Last-Name
                       to CON-Start-Name(CON-Page-Number + 1)
                   move PAG-Same-Name-Count
                       to CON-Start-Skip(CON-Page-Number + 1)
               end-if
           end-if
           .
       2100-Browse-One-Source.
      *****************************************************************
      * Browse one name path from the page's start, passing over the
      * records of the start name an earlier page already showed,
      * until the page fills or the file runs out of the name.
      *****************************************************************
           move "N" to PAG-Source-Switch
           move zero to PAG-Skipped
           move PAG-Browse-Start-Name to PAG-Alt-Key
           move PAG-Browse-Start-Name to PAG-Last-Name
           move PAG-Skip to PAG-Same-Name-Count
           perform 2200-Start-Browse
           if CICS-Response-Code equal DFHRESP(NORMAL)
               perform with test before
                       until Source-Exhausted
                       or PAG-Rows-Filled equal Max-Rows-per-Page
                   perform 2300-Next-Record
               end-perform
               perform 2950-End-Browse
           else
               set Source-Exhausted to true
           end-if
           .
       2200-Start-Browse.
           evaluate true
               when PAG-Career-Source
                   EXEC CICS STARTBR
                       FILE(FT-Career-Name-Path-Name)
                       RIDFLD(PAG-Alt-Key)
                       GTEQ
                       RESP(CICS-Response-Code)
                   END-EXEC
               when PAG-Master-Source
                   EXEC CICS STARTBR
                       FILE(FT-Master-Name-Path-Name)
                       RIDFLD(PAG-Alt-Key)
                       GTEQ
                       RESP(CICS-Response-Code)
                   END-EXEC
               when other
                   EXEC CICS STARTBR
                       FILE(FT-Name-Path-File-Name)
                       RIDFLD(PAG-Alt-Key)
                       GTEQ
                       RESP(CICS-Response-Code)
                   END-EXEC
           end-evaluate
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                    continue
               when DFHRESP(NOTFND)
                    continue
               when other
                    move "STARTBR" to ERR-Operation
                    perform 8200-File-Error
           end-evaluate
           .
       2300-Next-Record.
           perform 2400-Read-Next
           evaluate true
               when CICS-Response-Code equal DFHRESP(ENDFILE)
                   set Source-Exhausted to true
               when FND-Player-Name(1:CON-Search-Length)
                       not equal CON-Search-Name(1:CON-Search-Length)
                   set Source-Exhausted to true
               when FND-Player-Name equal PAG-Browse-Start-Name
                    and PAG-Skipped less than PAG-Skip
                   add 1 to PAG-Skipped
               when other
                   add 1 to PAG-Rows-Filled
                   move PAG-Rows-Filled to PAG-Subscript
                   perform 4000-Copy-Found-to-Map
                   if FND-Player-Name equal PAG-Last-Name
                       add 1 to PAG-Same-Name-Count
                   else
                       move FND-Player-Name to PAG-Last-Name
                       move 1 to PAG-Same-Name-Count
                   end-if
           end-evaluate
           .
       2400-Read-Next.
      *****************************************************************
      * DUPKEY only says more records share this name - the read
      * itself worked.
      *****************************************************************
           evaluate true
               when PAG-Career-Source
                   perform 2420-Read-Next-Career
               when PAG-Master-Source
                   perform 2430-Read-Next-Master
               when other
                   perform 2410-Read-Next-Season
           end-evaluate
           if CICS-Response-Code equal DFHRESP(DUPKEY)
               move DFHRESP(NORMAL) to CICS-Response-Code
           end-if
           if CICS-Response-Code not equal DFHRESP(NORMAL)
               and CICS-Response-Code not equal DFHRESP(ENDFILE)
               move "READNEXT" to ERR-Operation
               perform 8200-File-Error
           end-if
           .
       2410-Read-Next-Season.
           EXEC CICS READNEXT
               FILE(FT-Name-Path-File-Name)
               RIDFLD(PAG-Alt-Key)
               INTO(Free-Throw-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           move "S" to FND-Source-Code
           move FT-Player-Name to FND-Player-Name
           move FT-Team-Name to FND-Team-Name
           move FT-Season to FND-Season
           if FT-Deleted
               move "deleted" to FND-Info
           else
               move FT-Games to INF-Games
               move FT-Pct-Completed to INF-Pct
               move Info-Stat-Line to FND-Info
           end-if
           .
       2420-Read-Next-Career.
           EXEC CICS READNEXT
               FILE(FT-Career-Name-Path-Name)
               RIDFLD(PAG-Alt-Key)
               INTO(Career-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           move "C" to FND-Source-Code
           move CAR-Player-Name to FND-Player-Name
           move CAR-Team-Name to FND-Team-Name
           move spaces to FND-Season
           move CAR-Games to INF-Games
           move CAR-Pct-Completed to INF-Pct
           move Info-Stat-Line to FND-Info
           .
       2430-Read-Next-Master.
           EXEC CICS READNEXT
               FILE(FT-Master-Name-Path-Name)
               RIDFLD(PAG-Alt-Key)
               INTO(Player-Master-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           move "M" to FND-Source-Code
           move PM-Player-Name to FND-Player-Name
           move PM-Team-Name to FND-Team-Name
           move spaces to FND-Season
           move PM-Jersey-Number to INF-Jersey
           move PM-Position to INF-Position
           if PM-Active
               move "active" to INF-Status
           else
               move "inactive" to INF-Status
           end-if
           move Info-Master-Line to FND-Info
           .
       2900-Blank-Lookup-Lines.
           perform varying PAG-Subscript from 1 by 1
                   until PAG-Subscript greater than Max-Rows-per-Page
               move low-values to LKPLINEO(PAG-Subscript)
               move spaces to CON-Row(PAG-Subscript)
           end-perform
           .
       2950-End-Browse.
           evaluate true
               when PAG-Career-Source
                   EXEC CICS ENDBR
                       FILE(FT-Career-Name-Path-Name)
                   END-EXEC
               when PAG-Master-Source
                   EXEC CICS ENDBR
                       FILE(FT-Master-Name-Path-Name)
                   END-EXEC
               when other
                   EXEC CICS ENDBR
                       FILE(FT-Name-Path-File-Name)
                   END-EXEC
           end-evaluate
           .
       4000-Copy-Found-to-Map.
           move FND-Source-Code to CON-Row-Source(PAG-Subscript)
           move FND-Team-Name to CON-Row-Team(PAG-Subscript)
           move FND-Player-Name to CON-Row-Player(PAG-Subscript)
           move FND-Season to CON-Row-Season(PAG-Subscript)
           move space to ACTO(PAG-Subscript)
           evaluate true
               when FND-Season-Line
                   move "Season" to SRCO(PAG-Subscript)
               when FND-Career-Line
                   move "Career" to SRCO(PAG-Subscript)
               when other
                   move "Master" to SRCO(PAG-Subscript)
           end-evaluate
           move FND-Team-Name to TEAMO(PAG-Subscript)
           move FND-Player-Name to PLAYERO(PAG-Subscript)
           move FND-Season to SEASONO(PAG-Subscript)
           move FND-Info to INFOO(PAG-Subscript)
           .
       7100-Put-Container.
           EXEC CICS PUT CONTAINER(FT-Container-Name)
               CHANNEL(FT-Channel-Name)
               FROM(FT-Container-Data)
               FLENGTH(length of FT-Container-Data)
               RESP(CICS-Response-Code)
           END-EXEC
           if CICS-Response-Code equal DFHRESP(NORMAL)
               continue
           else
               perform 8100-Container-Error
           end-if
           .
       8100-Container-Error.
      *****************************************************************
      * Display response codes after unexpected condition when
      * getting a container.  Message text and TDQ logging are
      * handled by the shared FRTERR error handler.
      *****************************************************************
           set ERR-Container-Error to true
           move FT-Channel-Name to ERR-Channel-Name
           move FT-Container-Name to ERR-Container-Name
           move EIBRESP to ERR-EIBRESP
           move EIBRESP2 to ERR-EIBRESP2
           perform 8900-Call-Error-Handler
           move ERR-Message-Text to MSGO
           perform 9100-Display-and-Return
           .
       8200-File-Error.
      *****************************************************************
      * Display response codes after unexpected condition when
      * performing a File Control operation.  Message text and TDQ
      * logging are handled by the shared FRTERR error handler.
      *****************************************************************
           set ERR-File-Error to true
           evaluate true
               when PAG-Career-Source
                   move FT-Career-Name-Path-Name to ERR-File-Name
               when PAG-Master-Source
                   move FT-Master-Name-Path-Name to ERR-File-Name
               when other
                   move FT-Name-Path-File-Name to ERR-File-Name
           end-evaluate
           move EIBRESP to ERR-EIBRESP
           move EIBRESP2 to ERR-EIBRESP2
           perform 8900-Call-Error-Handler
           move ERR-Message-Text to MSGO
           set Highlight-Error to true
           perform 7100-Put-Container
           perform 9100-Display-and-Return
           .
       8900-Call-Error-Handler.
      *****************************************************************
      * Hand the error off to FRTERR via the error container on this
      * program's own channel.
      *****************************************************************
           EXEC CICS PUT CONTAINER(FT-Error-Container-Name)
               CHANNEL(FT-Channel-Name)
               FROM(Error-Data)
           END-EXEC
           EXEC CICS LINK
               PROGRAM(FT-Error-Handler-Program)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           EXEC CICS GET CONTAINER(FT-Error-Container-Name)
               CHANNEL(FT-Channel-Name)
               INTO(Error-Data)
           END-EXEC
           .
      *****************************************************************
      * Display the output map and do a pseudoconversational return.
      *****************************************************************
       9100-Display-and-Return.
           move FT-Player-Lookup-TransId to TRANIDO
           move CON-Search-Name to FLTNAMEO
           move CON-Page-Number to PAGEO
           if Highlight-Error
               move DFHRED to MSGC
               move space to Highlight-Control
           end-if
           EXEC CICS SEND
               MAP(FT-Player-Lookup-Map)
               MAPSET(FT-Player-Lookup-Mapset)
               FROM(FRTFMAPO)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
               TRANSID(FT-Player-Lookup-TransId)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9400-Transfer.
      *****************************************************************
      * The target finds no FT-DATA container of its own and starts
      * fresh, picking the key up from the start-key container.
      *****************************************************************
           EXEC CICS DELETE CONTAINER(FT-Container-Name)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           EXEC CICS PUT CONTAINER(FT-Start-Key-Container-Name)
               CHANNEL(FT-Channel-Name)
               FROM(Start-Key-Data)
               FLENGTH(length of Start-Key-Data)
           END-EXEC
           EXEC CICS XCTL
               PROGRAM(Transfer-to-Program)
               CHANNEL(FT-Channel-Name)
           END-EXEC
           .
       9900-End-Transaction.
           EXEC CICS SEND CONTROL
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .

           copy FRTPMST.
       01  Supervisor-Record.
           copy FRTSUPV.
       01  Age-Rule-Record.
           copy FRTAGER.
       01  FT-Container-Data.
           02  CON-First-Time                 pic x.
               88  First-Time                 value "Y".
           copy FRTHROW.
           02  Validation-Errors              pic x(79).
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Duplicate-Check-Fields.
           05  Dup-Check-Key                  pic x(44).
           05  Dup-Check-Done                 pic x.
       01  Player-Master-Switch               pic x.
           88  Player-On-Master               value "Y".
           88  Player-Master-Error            value "E".
       01  Age-Eligibility-Fields.
           05  Age-Eligibility-Switch         pic x.
               88  Age-Eligible               value "Y".
               88  Age-Rule-Error             value "E".
           05  Age-Rule-Found-Switch          pic x.
               88  Team-Has-Age-Rule          value "Y".
      * Parameter area for the FRTAGEK ruling - same field layout as
      * AGK-Parms in its Linkage Section.
       01  Age-Check-Parms.
           05  AKP-Birth-Date                 pic 9(8).
           05  AKP-Under-Age                  pic 9(3).
           05  AKP-Minimum-Age                pic 9(3).
           05  AKP-As-Of-Date                 pic 9(8).
           05  AKP-Result                     pic x(1).
               88  AKP-Eligible               value "Y".
               88  AKP-Not-Eligible           value "N".
               88  AKP-No-Birth-Date          value "B".
           05  AKP-Age                        pic 9(3).
           05  AKP-Reason                     pic x(40).
       01  Roster-Limit-Fields.
           05  Roster-Limit-Switch            pic x.
               88  Roster-Add-Allowed         value "Y".
           05  Highlight-Control              pic x.
               88  Highlight-Error            value "Y".
           05  MSG-Out                        pic x(79).
           05  MSG-Batch-Window               pic x(79)
               value "Batch window in progress - inquiry only, no chang
      -        "es until the nightly run ends".
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt.
           05  MSG-Unknown-Player             pic x(79)
               value "Player is not on the player master - add them th
      -                  "rough FRTN first".
           05  MSG-Age-Ineligible             pic x(34)
               value "Not age-eligible for this team - ".
           05  MSG-Roster-Full                pic x(79)
               value "Roster is at the division limit - supervisor ID/
      -                  "password then PF5 overrides".
               perform 0190-Deny-Access
           end-if
           .
       0150-Check-Batch-Window.
      *****************************************************************
      * No changes while the nightly batch chain is rewriting the
      * files: FRTBSET sets the batch-window record on FRTSYSC as the
      * chain's first step and clears it as the last, and inquiries
      * carry on as usual in between.  No record on file means the
      * online system is open.
      *****************************************************************
           move FT-Batch-Window-Key to SYS-Record-Key
           EXEC CICS READ
               FILE(FT-System-Status-File-Name)
               RIDFLD(SYS-Record-Key)
               INTO(System-Status-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate true
               when CICS-Response-Code equal DFHRESP(NOTFND)
                   continue
               when CICS-Response-Code not equal DFHRESP(NORMAL)
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-System-Status-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when SYS-Batch-In-Progress
                   move MSG-Batch-Window to MSGO
                   set Highlight-Error to true
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when other
                   continue
           end-evaluate
           .
       0190-Deny-Access.
           move AUTH-Operator-Id to AUTH-MSG-Operator
           move FT-Add-TransId to AUTH-MSG-TransId
      * player under a different case or spelling.
      *****************************************************************
           perform 4000-Copy-from-Record-to-Map
           perform 0150-Check-Batch-Window
           if Validation-Errors greater than spaces
               move Validation-Errors to MSGO
           else
                   if not Player-On-Master
                       move MSG-Unknown-Player to MSGO
                   else
                   perform 5060-Check-Age-Eligibility
                   if Age-Rule-Error
                       continue
                   else
                   if not Age-Eligible
                       continue
                   else
                   perform 5008-Check-Roster-Limit
                   if Roster-Limit-Error
                       continue
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-if
           .
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       5060-Check-Age-Eligibility.
      *****************************************************************
      * Youth and masters divisions carry an age rule on FRTAGER,
      * keyed off the team master record 5005 just read: the
      * division rule governs when there is one, the conference
      * rule otherwise, and a team with neither takes any player.
      * The birthdate is the one on the player master record 5007
      * just read, and the ruling is FRTAGEK's - the same one
      * FRTLOAD and FRTXFER apply in batch.  A player with no
      * birthdate on file cannot be ruled eligible.
      *****************************************************************
           set Age-Eligible to true
           move "N" to Age-Rule-Found-Switch
           set AGR-Division-Rule to true
           move TM-Division to AGR-Group-Name
           perform 5061-Read-Age-Rule
           if not Team-Has-Age-Rule and not Age-Rule-Error
               set AGR-Conference-Rule to true
               move TM-Conference to AGR-Group-Name
               perform 5061-Read-Age-Rule
           end-if
           if Team-Has-Age-Rule and not Age-Rule-Error
               move PM-Birth-Date to AKP-Birth-Date
               move AGR-Under-Age to AKP-Under-Age
               move AGR-Minimum-Age to AKP-Minimum-Age
               move AGR-As-Of-Date to AKP-As-Of-Date
               call "FRTAGEK" using by reference Age-Check-Parms
               end-call
               if not AKP-Eligible
                   move "N" to Age-Eligibility-Switch
                   move spaces to MSGO
                   string MSG-Age-Ineligible delimited by size
                          AKP-Reason delimited by size
                      into MSGO
                   end-string
                   set Highlight-Error to true
               end-if
           end-if
           .
       5061-Read-Age-Rule.
           EXEC CICS READ
               FILE(FT-Age-Rule-File-Name)
               RIDFLD(AGR-Rule-Key)
               INTO(Age-Rule-Record)
               RESP(CICS-Response-Code)
           END-EXEC
           evaluate CICS-Response-Code
               when DFHRESP(NORMAL)
                   set Team-Has-Age-Rule to true
               when DFHRESP(NOTFND)
                   continue
               when other
                   set Age-Rule-Error to true
                   set ERR-File-Error to true
                   move "READ" to ERR-Operation
                   move FT-Age-Rule-File-Name to Err-File-Name
                   move EIBRESP to ERR-EIBRESP
                   move EIBRESP2 to ERR-EIBRESP2
                   perform 8900-Call-Error-Handler
                   move ERR-Message-Text to MSGO
           end-evaluate
           .
       5008-Check-Roster-Limit.
      *****************************************************************
      * The league caps an active roster per division; the limit

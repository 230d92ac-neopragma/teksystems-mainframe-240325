           copy FRTHROW.
           02  Validation-Errors              pic x(79).
       01  CICS-Response-Code                 pic s9(9) binary.
       01  System-Status-Record.
           copy FRTSYST.
       01  Display-Messages.
           05  Highlight-Control              pic x.
               88  Highlight-Error            value "Y".
           05  MSG-Out                        pic x(79).
           05  MSG-Batch-Window               pic x(79)
               value "Batch window in progress - inquiry only, no chang
      -        "es until the nightly run ends".
           05  MSG-Undefined-PF-Key           pic x(16)
               value 'Undefined PF key'.
           05  MSG-Initial-Prompt.
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
                   move spaces to CON-Status
                   move spaces to CON-Override-Status
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when SYS-Batch-In-Progress
                   move MSG-Batch-Window to MSGO
                   set Highlight-Error to true
                   move spaces to CON-Status
                   move spaces to CON-Override-Status
                   perform 7100-Put-Container
                   perform 9100-Display-and-Return
               when other
                   continue
           end-evaluate
           .
       0190-Deny-Access.
           move AUTH-Operator-Id to AUTH-MSG-Operator
           move FT-Delete-TransId to AUTH-MSG-TransId
      * within the retention window.
      *****************************************************************
           perform 4000-Copy-from-Record-to-Map
           perform 0150-Check-Batch-Window
           EXEC CICS READ
               FILE(FT-File-Name)
               RIDFLD(FT-Record(1:44))

      * the ADRVALID reference check, goes to a reject file for
      * follow-up instead of costing postage.
      *
      * RUN-MODE of PRESORT on the RUNPARM run-parameter file, read
      * through PRMGET as of today, turns on presort mode: the
      * labels come off a ZIP-ordered cursor and break into trays on
      * the postal rules - a ZIP prefix group at or past the
      * per-prefix minimum fills its own tray at the presort rate,
      * single-piece rate - with a separator card and piece count
      * per tray and a postage summary by rate tier at the end.  On
      * a full mailing the discount pays for the change in one run.
      * PRESORT or REGULAR in cols 18-24 of the selection card
      * overrides the file's mode for this run, and the override is
      * logged on the PRMAUDT audit file.
      *
      * A contact who has asked not to be mailed (a no mail row on
      * CONTACT_PREF - see CONPREF) gets no label, is not rejected,
      * and is counted as opted out on the totals line.
      *
      * Every label cut is logged to CONTACT_HIST (see CONHIST) as a
      * mail piece in the contact's language, under the mailing code
      * in cols 25-26 of the selection card - LB when none is keyed -
      * so CONPGM1 can show which mailing a caller was sent.
      *
      * A contact whose address is marked undeliverable (an open
      * CONTACT_RETURN row - see CONRETN) gets no label until the
      * address is forwarded or corrected through CONRMAIL, and is
      * counted as undeliverable on the totals line.
      *
      * HOUSEHOLD-MODE of HOUSEHOLD on the RUNPARM file turns on
      * household mode: one label per household CONHHOLD built, to
      * the first member in contact-id order - the head when the head
      * is selected and mailable - addressed to the household ("The
      * Garcia Family") when it has more than one member.  The other
      * members are counted as householded, and the pieces and
      * single-piece postage saved are shown after the totals.  It
      * combines with PRESORT.  HOUSEHOLD or CONTACT in cols 27-35 of
      * the selection card overrides the file's setting for this
      * run, and is logged.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  CTL-Surname-Prefix         pic x(15).
           05  CTL-Run-Mode               pic x(07).
               88  CTL-Presort-Mode       value "PRESORT".
               88  CTL-Regular-Mode       value "REGULAR".
           05  CTL-Mailing-Code           pic x(02).
           05  CTL-Household-Mode         pic x(09).
               88  CTL-One-per-Household  value "HOUSEHOLD".
               88  CTL-One-per-Contact    value "CONTACT".
           05  filler                     pic x(45).
       FD  Label-File
           Recording Mode F
           Record Contains 132 Characters.
           EXEC SQL
             INCLUDE CONTACTS
           END-EXEC.
           EXEC SQL
             INCLUDE CONPREF
           END-EXEC.
           EXEC SQL
             INCLUDE CONHIST
           END-EXEC.
           EXEC SQL
             INCLUDE CONRETN
           END-EXEC.
           EXEC SQL
             INCLUDE CONHHLD
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
           05  Search-Surname-Pattern     pic x(16).
           05  Surname-Requested          pic x.
               88  Surname-Was-Requested  value "Y".
           05  Mailing-Code               pic x(02).
           05  Household-Requested        pic x.
               88  Household-Mode         value "Y".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Run-Mode-Value redefines RPP-Value.
               10  RPP-Run-Mode           pic x(7).
                   88  RPP-Presort-Mode   value "PRESORT".
               10  filler                 pic x(25).
           05  RPP-Household-Value redefines RPP-Value.
               10  RPP-Household-Mode     pic x(9).
                   88  RPP-One-per-Household
                                          value "HOUSEHOLD".
               10  filler                 pic x(23).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
           EXEC SQL
                DECLARE LABEL-CURSOR CURSOR FOR
                SELECT ID,
                       CITY,
                       STATE,
                       ZIP5,
                       ZIP4,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM CONTACT_PREF P
                              WHERE P.CONTACT_ID = CONTACTS.ID
                                AND P.CHANNEL = 'M')
                            THEN 'Y' ELSE 'N' END,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM CONTACT_RETURN R
                              WHERE R.CONTACT_ID = CONTACTS.ID
                                AND R.STATUS = 'U')
                            THEN 'Y' ELSE 'N' END,
                       CASE WHEN :Household-Requested = 'Y'
                             AND EXISTS
                            (SELECT 1
                               FROM CONTACT_HHOLD H1,
                                    CONTACT_HHOLD H2,
                                    CONTACTS C2
                              WHERE H1.CONTACT_ID = CONTACTS.ID
                                AND H2.HHOLD_ID = H1.HHOLD_ID
                                AND C2.ID = H2.CONTACT_ID
                                AND C2.ID < CONTACTS.ID
                                AND (C2.LANG = :Search-Lang
                                     OR :Lang-Requested = 'N')
                                AND (C2.SURNAME LIKE
                                         :Search-Surname-Pattern
                                     OR :Surname-Requested = 'N')
                                AND NOT EXISTS
                                    (SELECT 1
                                       FROM CONTACT_PREF P2
                                      WHERE P2.CONTACT_ID = C2.ID
                                        AND P2.CHANNEL = 'M')
                                AND NOT EXISTS
                                    (SELECT 1
                                       FROM CONTACT_RETURN R2
                                      WHERE R2.CONTACT_ID = C2.ID
                                        AND R2.STATUS = 'U'))
                            THEN 'Y' ELSE 'N' END,
                       COALESCE((SELECT H.HHOLD_NAME
                                   FROM CONTACT_HHOLD H
                                  WHERE H.CONTACT_ID = CONTACTS.ID),
                                ' ')
                  FROM CONTACTS
                 WHERE (LANG = :Search-Lang
                        OR :Lang-Requested = 'N')
                       CITY,
                       STATE,
                       ZIP5,
                       ZIP4,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM CONTACT_PREF P
                              WHERE P.CONTACT_ID = CONTACTS.ID
                                AND P.CHANNEL = 'M')
                            THEN 'Y' ELSE 'N' END,
                       CASE WHEN EXISTS
                            (SELECT 1
                               FROM CONTACT_RETURN R
                              WHERE R.CONTACT_ID = CONTACTS.ID
                                AND R.STATUS = 'U')
                            THEN 'Y' ELSE 'N' END,
                       CASE WHEN :Household-Requested = 'Y'
                             AND EXISTS
                            (SELECT 1
                               FROM CONTACT_HHOLD H1,
                                    CONTACT_HHOLD H2,
                                    CONTACTS C2
                              WHERE H1.CONTACT_ID = CONTACTS.ID
                                AND H2.HHOLD_ID = H1.HHOLD_ID
                                AND C2.ID = H2.CONTACT_ID
                                AND C2.ID < CONTACTS.ID
                                AND (C2.LANG = :Search-Lang
                                     OR :Lang-Requested = 'N')
                                AND (C2.SURNAME LIKE
                                         :Search-Surname-Pattern
                                     OR :Surname-Requested = 'N')
                                AND NOT EXISTS
                                    (SELECT 1
                                       FROM CONTACT_PREF P2
                                      WHERE P2.CONTACT_ID = C2.ID
                                        AND P2.CHANNEL = 'M')
                                AND NOT EXISTS
                                    (SELECT 1
                                       FROM CONTACT_RETURN R2
                                      WHERE R2.CONTACT_ID = C2.ID
                                        AND R2.STATUS = 'U'))
                            THEN 'Y' ELSE 'N' END,
                       COALESCE((SELECT H.HHOLD_NAME
                                   FROM CONTACT_HHOLD H
                                  WHERE H.CONTACT_ID = CONTACTS.ID),
                                ' ')
                  FROM CONTACTS
                 WHERE (LANG = :Search-Lang
                        OR :Lang-Requested = 'N')
           05  filler                     pic x(26)
               value "state/ZIP mismatch - want ".
           05  MRW-Expected-State         pic x(2).
       01  Opt-Out-Fields.
           05  Mail-Opt-Out               pic x(1).
               88  Mail-Opted-Out         value "Y".
           05  Undeliverable-Flag         pic x(1).
               88  Address-Undeliverable  value "Y".
           05  Householded-Flag           pic x(1).
               88  Household-Mailed-Elsewhere
                                          value "Y".
           05  Household-Name             pic x(40).
       01  Label-Name-Line.
           05  LBL-First-Name             pic x(20).
           05  filler                     pic x(01) value space.
           05  Contacts-Read              pic 9(07) comp.
           05  Labels-Written             pic 9(07) comp.
           05  Contacts-Rejected          pic 9(07) comp.
           05  Contacts-Suppressed        pic 9(07) comp.
           05  Contacts-Undeliverable     pic 9(07) comp.
           05  Contacts-Householded       pic 9(07) comp.
      *****************************************************************
      * Presort machinery.  A ZIP prefix group's labels buffer here
      * until the group ends - only then is it known whether the
           05  filler                     pic x(12)
               value "  Rejected: ".
           05  RPT-Contacts-Rejected      pic zzz,zz9.
           05  filler                     pic x(13)
               value "  Opted out: ".
           05  RPT-Contacts-Suppressed    pic zzz,zz9.
           05  filler                     pic x(17)
               value "  Undeliverable: ".
           05  RPT-Contacts-Undeliverable pic zzz,zz9.
           05  filler                     pic x(15)
               value "  Householded: ".
           05  RPT-Contacts-Householded   pic zzz,zz9.
       01  Household-Saving-Fields.
           05  Household-Postage-Saved    pic 9(5)v99.
       01  Household-Saving-Line.
           05  filler                     pic x(25)
               value "One per household saved: ".
           05  HSL-Pieces-Saved           pic zzz,zz9.
           05  filler                     pic x(09)
               value " pieces, ".
           05  HSL-Postage-Saved          pic $zz,zz9.99.
           05  filler                     pic x(25)
               value " at the single-piece rate".
       Procedure Division.
           perform 0000-Initialize
           perform 0500-Read-Control-Card
           move zero to Contacts-Read
           move zero to Labels-Written
           move zero to Contacts-Rejected
           move zero to Contacts-Suppressed
           move zero to Contacts-Undeliverable
           move zero to Contacts-Householded
           open output Label-File
           if not Label-File-OK
               move Label-File-Status to Error-Status
           move "N" to Surname-Requested
           move spaces to Search-Lang
           move spaces to Search-Surname-Pattern
           move "LB" to Mailing-Code
           move "N" to Household-Requested
           perform 0550-Get-Run-Parms
           open input Control-Card-File
           if Control-Card-OK
               read Control-Card-File into Control-Card-Record
                              "%"                delimited by size
                         into Search-Surname-Pattern
                   end-if
                   if CTL-Presort-Mode or CTL-Regular-Mode
                       if CTL-Presort-Mode
                           move "Y" to Presort-Mode-Switch
                       else
                           move "N" to Presort-Mode-Switch
                       end-if
                       move "RUN-MODE" to RPP-Parm-Name
                       perform 0560-Set-Up-Override
                       move CTL-Run-Mode to RPP-Run-Mode
                       call "PRMGET" using by reference Run-Parm-Parms
                       end-call
                   end-if
                   if CTL-Mailing-Code not = spaces
                       move CTL-Mailing-Code to Mailing-Code
                   end-if
                   if CTL-One-per-Household or CTL-One-per-Contact
                       if CTL-One-per-Household
                           move "Y" to Household-Requested
                       else
                           move "N" to Household-Requested
                       end-if
                       move "HOUSEHOLD-MODE" to RPP-Parm-Name
                       perform 0560-Set-Up-Override
                       move CTL-Household-Mode to RPP-Household-Mode
                       call "PRMGET" using by reference Run-Parm-Parms
                       end-call
                   end-if
               end-if
               close Control-Card-File
           end-if
           .
       0550-Get-Run-Parms.
      *****************************************************************
      * The file's presort and household settings as of today; the
      * selection card may override either for this run.
      *****************************************************************
           move "G" to RPP-Function
           move "CONLABEL" to RPP-Program-Id
           move function current-date(1:8) to RPP-As-Of-Date
           move "RUN-MODE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Presort-Mode
               move "Y" to Presort-Mode-Switch
           end-if
           move "HOUSEHOLD-MODE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-One-per-Household
               move "Y" to Household-Requested
           end-if
           .
       0560-Set-Up-Override.
           move "O" to RPP-Function
           move "CONLABEL" to RPP-Program-Id
           move function current-date(1:8) to RPP-As-Of-Date
           move spaces to RPP-Value
           .
       1000-Get-Next-Contact.
           initialize DCLCONTACTS
           if Presort-Mode
           end-if
           if SQLCODE = 0
               add 1 to Contacts-Read
               if Mail-Opted-Out
                   add 1 to Contacts-Suppressed
               else
               if Address-Undeliverable
                   add 1 to Contacts-Undeliverable
               else
               if Household-Mailed-Elsewhere
                   add 1 to Contacts-Householded
               else
               if STREET-NAME equal spaces
                   move "no street name on the contact row"
                       to REJ-Reason
                   end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if
           .
       1050-Fetch-Presort-Row.
                    :CITY,
                    :STATE,
                    :ZIP5,
                    :ZIP4,
                    :Mail-Opt-Out,
                    :Undeliverable-Flag,
                    :Householded-Flag,
                    :Household-Name
           END-EXEC
           .
       1060-Fetch-Label-Row.
                    :CITY,
                    :STATE,
                    :ZIP5,
                    :ZIP4,
                    :Mail-Opt-Out,
                    :Undeliverable-Flag,
                    :Householded-Flag,
                    :Household-Name
           END-EXEC
           .
       1500-Validate-City-State-Zip.
           end-call
           move FIRST-NAME-TEXT to LBL-First-Name
           move SURNAME-TEXT to LBL-Surname
           if Household-Mode and Household-Name not equal spaces
               move Household-Name to Label-Name-Line
           end-if
           if Presort-Mode
               perform 5000-Buffer-Label-for-Presort
           else
               perform 7000-Write-Label-Record
           end-if
           add 1 to Labels-Written
           perform 2500-Log-History
           .
       2500-Log-History.
      *****************************************************************
      * One CONTACT_HIST row per label.  A presort label still sitting
      * in the tray buffer is logged now - every buffered label is
      * written before the run ends, or the run abends and the rows
      * go with it.
      *****************************************************************
           move CONTACT-ID to HIST-CONTACT-ID
           move Mailing-Code to HIST-LETTER-CODE
           move LANG of DCLCONTACTS to HIST-LANG
           set HIST-BY-MAIL to true
           move This-Program-Id to HIST-SENT-BY
           EXEC SQL
              INSERT INTO CONTACT_HIST
                     (CONTACT_ID, SENT_TS, SENT_DATE, LETTER_CODE,
                      LANG, CHANNEL, SENT_BY)
              VALUES (:HIST-CONTACT-ID, CURRENT TIMESTAMP,
                      CURRENT DATE, :HIST-LETTER-CODE, :HIST-LANG,
                      :HIST-CHANNEL, :HIST-SENT-BY)
           END-EXEC
           if SQLCODE not equal 0
               move "CONLABEL insert of CONTACT_HIST failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5000-Buffer-Label-for-Presort.
      *****************************************************************
           move Contacts-Read to RPT-Contacts-Read
           move Labels-Written to RPT-Labels-Written
           move Contacts-Rejected to RPT-Contacts-Rejected
           move Contacts-Suppressed to RPT-Contacts-Suppressed
           move Contacts-Undeliverable to RPT-Contacts-Undeliverable
           move Contacts-Householded to RPT-Contacts-Householded
           display Totals-Line
           if Household-Mode
               compute Household-Postage-Saved rounded =
                   Contacts-Householded * Residual-Piece-Rate
               end-compute
               move Contacts-Householded to HSL-Pieces-Saved
               move Household-Postage-Saved to HSL-Postage-Saved
               display Household-Saving-Line
           end-if
           .
       9900-Close-Files.
           close Reject-File

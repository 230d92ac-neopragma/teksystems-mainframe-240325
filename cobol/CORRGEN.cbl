      * ADDRSTD-standardized address block; a contact whose language
      * has no template for the letter falls back to the default
      * language with a note on the run report, rather than being
      * skipped.  A contact who has asked not to be mailed (a no
      * mail row on CONTACT_PREF - see CONPREF) gets no letter and
      * is counted as opted out on the run report.
      *
      * Every letter written is logged to CONTACT_HIST (see CONHIST)
      * with the language it actually went in, so CONPGM1 can show a
      * caller's correspondence.  A resend window skips a contact who
      * was already sent the same letter type within that many days;
      * zero sends to everyone selected.  The window is RESEND-DAYS
      * (three digits) on the RUNPARM run-parameter file, read
      * through PRMGET as of today, zero when the file has no
      * setting; days in cols 20-22 of the selection card are a
      * one-night override, logged on the PRMAUDT audit file.
      *
      * A contact whose address is marked undeliverable (an open
      * CONTACT_RETURN row - see CONRETN) is skipped and counted
      * until the address is forwarded or corrected through
      * CONRMAIL.
      *
      * HOUSEHOLD-MODE of HOUSEHOLD on the RUNPARM file sends one
      * letter per household CONHHOLD built, to the first member in
      * contact-id order who is selected and mailable, headed to the
      * household ("The Garcia Family") when it has more than one
      * member; the others are counted as householded.  HOUSEHOLD or
      * CONTACT in cols 23-31 of the selection card overrides the
      * file's setting for this run, and is logged.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  CTL-Letter-Type            pic x(02).
           05  CTL-Lang-Filter            pic x(02).
           05  CTL-Surname-Prefix         pic x(15).
           05  CTL-Resend-Days            pic x(03).
           05  CTL-Resend-Days-Num redefines CTL-Resend-Days
                                          pic 9(03).
           05  CTL-Household-Mode         pic x(09).
               88  CTL-One-per-Household  value "HOUSEHOLD".
               88  CTL-One-per-Contact    value "CONTACT".
           05  filler                     pic x(49).
       FD  Letter-Text-File
           Recording Mode F
           Record Contains 80 Characters.
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
           05  Resend-Days                pic s9(9) comp.
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
           05  RPP-Days-Value redefines RPP-Value.
               10  RPP-Resend-Days        pic 9(3).
               10  filler                 pic x(29).
           05  RPP-Mode-Value redefines RPP-Value.
               10  RPP-Household-Mode     pic x(9).
                   88  RPP-One-per-Household
                                          value "HOUSEHOLD".
               10  filler                 pic x(23).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
           EXEC SQL
                DECLARE CORR-CURSOR CURSOR FOR
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
                               FROM CONTACT_HIST H
                              WHERE H.CONTACT_ID = CONTACTS.ID
                                AND H.LETTER_CODE = :Letter-Type-Wanted
                                AND H.SENT_DATE >
                                    CURRENT DATE - :Resend-Days DAYS)
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
                        OR :Surname-Requested = 'N')
                 ORDER BY SURNAME, ID
           END-EXEC.
       01  Opt-Out-Fields.
           05  Mail-Opt-Out               pic x(1).
               88  Mail-Opted-Out         value "Y".
           05  Recently-Sent              pic x(1).
               88  Sent-Within-Window     value "Y".
           05  Undeliverable-Flag         pic x(1).
               88  Address-Undeliverable  value "Y".
           05  Householded-Flag           pic x(1).
               88  Household-Mailed-Elsewhere
                                          value "Y".
           05  Household-Name             pic x(40).
       01  Default-Language-Code          pic x(2) value "EN".
      *****************************************************************
      * The letter text for the requested type, loaded up front: one
           05  Letters-Written            pic 9(07) comp.
           05  Letters-Fallback           pic 9(07) comp.
           05  Contacts-Skipped           pic 9(07) comp.
           05  Contacts-Suppressed        pic 9(07) comp.
           05  Contacts-Recently-Sent     pic 9(07) comp.
           05  Contacts-Undeliverable     pic 9(07) comp.
           05  Contacts-Householded       pic 9(07) comp.
       01  Report-Lines.
           05  Fallback-Line.
               10  filler                 pic x(20)
               10  filler                 pic x(11)
                   value "  Skipped: ".
               10  RPT-Skipped            pic zzz,zz9.
               10  filler                 pic x(13)
                   value "  Opted out: ".
               10  RPT-Suppressed         pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Sent lately: ".
               10  RPT-Recently-Sent      pic zzz,zz9.
               10  filler                 pic x(17)
                   value "  Undeliverable: ".
               10  RPT-Undeliverable      pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Householded: ".
               10  RPT-Householded        pic zzz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Load-Letter-Text
           move zero to Letters-Written
           move zero to Letters-Fallback
           move zero to Contacts-Skipped
           move zero to Contacts-Suppressed
           move zero to Contacts-Recently-Sent
           move zero to Contacts-Undeliverable
           move zero to Contacts-Householded
           move "N" to Household-Requested
           move zero to Resend-Days
           move "N" to Lang-Requested
           move "N" to Surname-Requested
           move spaces to Search-Lang
               perform 8900-Scream-and-Die
           end-if
           move CTL-Letter-Type to Letter-Type-Wanted
           perform 0050-Get-Run-Parms
           if CTL-Resend-Days not equal spaces
               if CTL-Resend-Days-Num not numeric
                   move "Resend window must be three digits of days"
                       to Error-Message
                   perform 8900-Scream-and-Die
               end-if
               move CTL-Resend-Days-Num to Resend-Days
               move "O" to RPP-Function
               move "RESEND-DAYS" to RPP-Parm-Name
               move spaces to RPP-Value
               move CTL-Resend-Days-Num to RPP-Resend-Days
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-One-per-Household or CTL-One-per-Contact
               if CTL-One-per-Household
                   move "Y" to Household-Requested
               else
                   move "N" to Household-Requested
               end-if
               move "O" to RPP-Function
               move "HOUSEHOLD-MODE" to RPP-Parm-Name
               move spaces to RPP-Value
               move CTL-Household-Mode to RPP-Household-Mode
               call "PRMGET" using by reference Run-Parm-Parms
               end-call
           end-if
           if CTL-Lang-Filter not equal spaces
               move "Y" to Lang-Requested
               move CTL-Lang-Filter to Search-Lang
               perform 8900-Scream-and-Die
           end-if
           .
       0050-Get-Run-Parms.
      *****************************************************************
      * The file's resend window and household setting as of today;
      * the selection card may override either for this run.
      *****************************************************************
           move "G" to RPP-Function
           move "CORRGEN" to RPP-Program-Id
           move function current-date(1:8) to RPP-As-Of-Date
           move "RESEND-DAYS" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Resend-Days numeric
               move RPP-Resend-Days to Resend-Days
           end-if
           move "HOUSEHOLD-MODE" to RPP-Parm-Name
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-One-per-Household
               move "Y" to Household-Requested
           end-if
           .
       1000-Load-Letter-Text.
      *****************************************************************
      * Only the requested letter type loads; one slot per language
                    :CITY,
                    :STATE,
                    :ZIP5,
                    :ZIP4,
                    :Mail-Opt-Out,
                    :Recently-Sent,
                    :Undeliverable-Flag,
                    :Householded-Flag,
                    :Household-Name
           END-EXEC
           if SQLCODE = 0
               add 1 to Contacts-Read
               evaluate true
                   when Mail-Opted-Out
                       add 1 to Contacts-Suppressed
                   when Address-Undeliverable
                       move CONTACT-ID to RPT-SK-Id
                       move SURNAME-TEXT to RPT-SK-Surname
                       move "address marked undeliverable"
                           to RPT-SK-Reason
                       display Skip-Line
                       add 1 to Contacts-Undeliverable
                   when Household-Mailed-Elsewhere
                       add 1 to Contacts-Householded
                   when Sent-Within-Window
                       move CONTACT-ID to RPT-SK-Id
                       move SURNAME-TEXT to RPT-SK-Surname
                       move "already sent this letter within the window"
                           to RPT-SK-Reason
                       display Skip-Line
                       add 1 to Contacts-Recently-Sent
                   when STREET-NAME equal spaces
                       or CITY equal spaces
                       move CONTACT-ID to RPT-SK-Id
                       move SURNAME-TEXT to RPT-SK-Surname
                       move "no usable address on the contact row"
                           to RPT-SK-Reason
                       display Skip-Line
                       add 1 to Contacts-Skipped
                   when other
                       perform 3000-Pick-the-Language
                       perform 4000-Write-One-Letter
               end-evaluate
           end-if
           .
       3000-Pick-the-Language.
      *****************************************************************
           move FIRST-NAME-TEXT to LTR-First-Name
           move SURNAME-TEXT to LTR-Surname
           if Household-Mode and Household-Name not equal spaces
               move Household-Name to Letter-Heading-Line
           end-if
           move spaces to Letter-Record
           move Letter-Heading-Line to Letter-Record
           write Letter-Record
               perform 7000-Write-Letter-Line
           end-perform
           add 1 to Letters-Written
           perform 4500-Log-History
           .
       4500-Log-History.
      *****************************************************************
      * One CONTACT_HIST row per letter, in the language it actually
      * went in - the default language when the contact's own had no
      * template.
      *****************************************************************
           move CONTACT-ID to HIST-CONTACT-ID
           move Letter-Type-Wanted to HIST-LETTER-CODE
           move Language-Used to HIST-LANG
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
               move "CORRGEN insert of CONTACT_HIST failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       4100-Write-Address-Block.
           move STREET-NO to ADP-Street-Number
           move Letters-Written to RPT-Letters-Written
           move Letters-Fallback to RPT-Fallback
           move Contacts-Skipped to RPT-Skipped
           move Contacts-Suppressed to RPT-Suppressed
           move Contacts-Recently-Sent to RPT-Recently-Sent
           move Contacts-Undeliverable to RPT-Undeliverable
           move Contacts-Householded to RPT-Householded
           display space
           display Totals-Line
           .

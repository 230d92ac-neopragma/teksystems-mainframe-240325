      * approved SYSIN cards, one per pair: the surviving contact id
      * and the duplicate contact id.  The survivor keeps its own
      * fields; the duplicate's email address and language code
      * carry over only where the survivor's is blank, any opt-out
      * the duplicate carries on CONTACT_PREF (see CONPREF) moves to
      * the survivor - a contact who asked not to be mailed under
      * one row must not start getting mail under the other - its
      * correspondence history on CONTACT_HIST (see CONHIST) is
      * re-pointed to the survivor, its CONTACT_HHOLD household row
      * (see CONHHLD) is dropped until the next CONHHOLD run, and
      * then the duplicate row is deleted.  Every merge prints an
      * audit line, and a card naming a missing contact - or the same
      * contact twice - is rejected, never guessed at.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           EXEC SQL
             INCLUDE CONTACTS
           END-EXEC.
           EXEC SQL
             INCLUDE CONPREF
           END-EXEC.
           EXEC SQL
             INCLUDE CONHIST
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Email-Carried          value "Y".
           05  Lang-Carried-Switch        pic x.
               88  Lang-Carried           value "Y".
           05  Opt-Outs-Carried           pic s9(9) comp.
       01  Report-Counters.
           05  Cards-Read                 pic 9(07) comp.
           05  Contacts-Merged            pic 9(07) comp.
               10  RPT-Surname            pic x(20).
               10  filler                 pic x(01) value space.
               10  RPT-Carried-Note       pic x(30).
           05  Opt-Out-Line.
               10  filler                 pic x(08) value spaces.
               10  RPT-Opt-Outs-Carried   pic 9.
               10  filler                 pic x(32)
                   value " opt-out(s) carried to survivor".
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
           evaluate SQLCODE
               when 0
                   perform 5000-Carry-Over-Blank-Fields
                   perform 5500-Carry-Over-Opt-Outs
                   perform 5600-Move-History
                   perform 5700-Drop-Household-Row
                   perform 6000-Delete-the-Duplicate
               when 100
                   perform 2800-Format-Reject-Ids
               set Lang-Carried to true
           end-if
           .
       5500-Carry-Over-Opt-Outs.
      *****************************************************************
      * A channel the duplicate closed is closed on the survivor too,
      * keeping the duplicate's request date and source; where the
      * survivor already has the channel closed its own row stands.
      * The duplicate's rows go with it.
      *****************************************************************
           move zero to Opt-Outs-Carried
           EXEC SQL
              INSERT INTO CONTACT_PREF
                     (CONTACT_ID, CHANNEL, REQ_DATE, REQ_SOURCE)
              SELECT :SUR-Id, D.CHANNEL, D.REQ_DATE, D.REQ_SOURCE
                FROM CONTACT_PREF D
               WHERE D.CONTACT_ID = :DUP-Id
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CONTACT_PREF S
                       WHERE S.CONTACT_ID = :SUR-Id
                         AND S.CHANNEL = D.CHANNEL)
           END-EXEC
           evaluate SQLCODE
               when 0
                   move SQLERRD(3) to Opt-Outs-Carried
               when 100
                   continue
               when other
                   move "CONMERGE opt-out carry-over failed"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           EXEC SQL
              DELETE FROM CONTACT_PREF
               WHERE CONTACT_ID = :DUP-Id
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               move "CONMERGE delete of duplicate opt-outs failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5600-Move-History.
      *****************************************************************
      * The letters went to the same person whichever row they were
      * logged under; the survivor's history shows all of them.
      *****************************************************************
           EXEC SQL
              UPDATE CONTACT_HIST
                 SET CONTACT_ID = :SUR-Id
               WHERE CONTACT_ID = :DUP-Id
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               move "CONMERGE move of duplicate history failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       5700-Drop-Household-Row.
      *****************************************************************
      * The survivor already has its own household row; the rest of
      * the duplicate's household keeps its id and mails as before.
      *****************************************************************
           EXEC SQL
              DELETE FROM CONTACT_HHOLD
               WHERE CONTACT_ID = :DUP-Id
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               move "CONMERGE delete of duplicate household failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       6000-Delete-the-Duplicate.
           EXEC SQL
              DELETE FROM CONTACTS
                   move spaces to RPT-Carried-Note
           end-evaluate
           display Merge-Line
           if Opt-Outs-Carried greater than zero
               move Opt-Outs-Carried to RPT-Opt-Outs-Carried
               display Opt-Out-Line
           end-if
           add 1 to Contacts-Merged
           .
       8900-Scream-and-Die.

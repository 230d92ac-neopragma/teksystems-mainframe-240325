      *****************************************************************
      * CONPREF - DCLGEN for the CONTACT_PREF table, brought in with
      * EXEC SQL INCLUDE CONPREF.  One row per contact per channel
      * the contact has asked us not to use: M no mail, E no email,
      * P no phone, with the date the request was recorded and where
      * it came from (LETTER, PHONE, EMAIL, WEB, INPERSON, COMPLNT).
      * No row means the channel is open.  Maintained online by
      * CONPGM2, every change audited to CONPAUDT; CONMERGE carries a
      * duplicate's rows to the survivor.  Every mailing run checks
      * its own channel before it produces a piece - CORRGEN and
      * CONLABEL suppress on M, and an email run suppresses on E -
      * and reports how many contacts it suppressed.
      *****************************************************************
           EXEC SQL DECLARE CONTACT_PREF TABLE
           ( CONTACT_ID                     INTEGER NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL,
             REQ_DATE                       DATE NOT NULL,
             REQ_SOURCE                     CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLCONTACT-PREF.
           10 PREF-CONTACT-ID      PIC S9(9) USAGE COMP.
           10 PREF-CHANNEL         PIC X(1).
               88 PREF-NO-MAIL     VALUE "M".
               88 PREF-NO-EMAIL    VALUE "E".
               88 PREF-NO-PHONE    VALUE "P".
           10 PREF-REQ-DATE        PIC X(10).
           10 PREF-REQ-SOURCE      PIC X(8).

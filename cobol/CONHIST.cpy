      *****************************************************************
      * CONHIST - DCLGEN for the CONTACT_HIST table, brought in with
      * EXEC SQL INCLUDE CONHIST.  One row per piece sent to a
      * contact: when it went, the letter code (the CORRTXT letter
      * type for a CORRGEN letter, the mailing code off the CONLABEL
      * selection card for a label), the language it went in, the
      * channel (M mail, E email - the CONPREF channel codes), and
      * the program that produced it.  SENT_TS orders a contact's
      * pieces for the CONPGM1 history page; SENT_DATE is what
      * CORRGEN's resend window tests.  CONMERGE moves a duplicate's
      * history to the survivor.
      *****************************************************************
           EXEC SQL DECLARE CONTACT_HIST TABLE
           ( CONTACT_ID                     INTEGER NOT NULL,
             SENT_TS                        TIMESTAMP NOT NULL,
             SENT_DATE                      DATE NOT NULL,
             LETTER_CODE                    CHAR(2) NOT NULL,
             LANG                           CHAR(2) NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL,
             SENT_BY                        CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLCONTACT-HIST.
           10 HIST-CONTACT-ID      PIC S9(9) USAGE COMP.
           10 HIST-SENT-TS         PIC X(26).
           10 HIST-SENT-DATE       PIC X(10).
           10 HIST-LETTER-CODE     PIC X(2).
           10 HIST-LANG            PIC X(2).
           10 HIST-CHANNEL         PIC X(1).
               88 HIST-BY-MAIL     VALUE "M".
               88 HIST-BY-EMAIL    VALUE "E".
           10 HIST-SENT-BY         PIC X(8).

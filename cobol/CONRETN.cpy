      *****************************************************************
      * CONRETN - DCLGEN for the CONTACT_RETURN table, brought in with
      * EXEC SQL INCLUDE CONRETN.  One row per piece of mail that came
      * back, or per forwarding address the post office sent us: the
      * date it was logged, the return reason (M moved, N no such
      * address, R refused), and where it stands - U the address is
      * undeliverable and nothing more goes to it, F a forwarding
      * address from the post office was applied, C a clerk keyed a
      * corrected address - with the date it last changed.  Written
      * and closed by CONRMAIL, counted monthly by CONRMRPT.  CORRGEN
      * and CONLABEL skip any contact with a U row and report how many
      * they skipped, so a bad address stops costing postage the day
      * its envelope comes back rather than the day somebody notices.
      *****************************************************************
           EXEC SQL DECLARE CONTACT_RETURN TABLE
           ( CONTACT_ID                     INTEGER NOT NULL,
             RETURN_DATE                    DATE NOT NULL,
             REASON                         CHAR(1) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             STATUS_DATE                    DATE NOT NULL
           ) END-EXEC.
       01  DCLCONTACT-RETURN.
           10 RET-CONTACT-ID       PIC S9(9) USAGE COMP.
           10 RET-RETURN-DATE      PIC X(10).
           10 RET-REASON           PIC X(1).
               88 RET-MOVED        VALUE "M".
               88 RET-NO-SUCH-ADDR VALUE "N".
               88 RET-REFUSED      VALUE "R".
           10 RET-STATUS           PIC X(1).
               88 RET-UNDELIVERABLE VALUE "U".
               88 RET-FORWARDED    VALUE "F".
               88 RET-CORRECTED    VALUE "C".
           10 RET-STATUS-DATE      PIC X(10).

      * through ADDRSTD and the ADRVALID city/state/ZIP check before
      * it lands); read by STMTGEN and DUNGEN for their address
      * blocks, so the mail room stops keying addresses from a card
      * file.  A customer who has asked for email carries the address
      * (syntax-checked through CTCVALID when CUSMNT captures it) and
      * a delivery preference; STMTGEN mails paper only to paper and
      * both, and emails only to email and both.  A blank preference
      * is paper.  When the mail gateway bounces an address, CUSBOUNC
      * sets the customer back to paper and stamps the bounce date,
      * keeping the address so the clerk can see what failed.
      *
      * A store of a chain names its head-office account as its
      * parent; zero means the account stands alone.  The family
      * credit limit is carried on the parent's own record in whole
      * dollars, and the parent's consolidate flag asks STMTGEN for
      * one statement covering every store in the family.
      *
      * The record grew from 150 to 230 bytes when the delivery and
      * parent fields were added.  A master written in the old
      * 150-byte layout must be run once through CUSCVT, which
      * writes every customer in this layout (paper delivery, no
      * email, no parent, no family limit), before any program that
      * copies this layout reads it.
      *****************************************************************
           05  CUS-Account                pic 9(07).
           05  CUS-Name                   pic x(30).
               10  CUS-State              pic x(2).
               10  CUS-Zip-5              pic x(5).
               10  CUS-Zip-4              pic x(4).
           05  CUS-Parent-Account         pic 9(07).
           05  CUS-Consolidate-Statement  pic x(1).
               88  CUS-Consolidate        value "Y".
           05  filler                     pic x(3).
           05  CUS-Delivery-Preference    pic x(1).
               88  CUS-Deliver-Paper      value "P" " ".
               88  CUS-Deliver-Email      value "E".
               88  CUS-Deliver-Both       value "B".
           05  CUS-Email-Address          pic x(64).
           05  CUS-Email-Bounced-Date     pic 9(8).
           05  CUS-Family-Credit-Limit    pic 9(07).

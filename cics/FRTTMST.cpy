      * the roster limit - the league's per-division active-roster
      * cap, fifteen unless a division's charter says otherwise - is
      * what FRTADD enforces and FRTROLL reports against.  A zero or
      * unconverted limit enforces nothing.  The customer account
      * links the team to its CUSTMST customer in receivables, so
      * FRTDUES and FRTELOAD can bill season dues and fines through
      * BATCTL; zero or unconverted means the team is not billed.
      *
      * The record grew from 47 to 54 bytes when the customer
      * account was added.  A team master written in the old 47-byte
      * layout must be run once through FRTTCVT, which writes every
      * team in this layout (not billed), before any program that
      * copies this layout reads it.
      *****************************************************************
           05  TM-Team-Name               pic x(20).
           05  TM-Division                pic x(12).
               88  TM-Active              value "A".
               88  TM-Inactive            value "I".
           05  TM-Roster-Limit            pic 9(02).
           05  TM-Customer-Account        pic 9(07).

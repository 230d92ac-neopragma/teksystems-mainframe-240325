       Identification Division.
       Program-Id. MASKVAL.
      *****************************************************************
      * Personal-data masking routine for the test-copy builders
      * (MASKFIL for the flat files, MASKTBL for the DB2 tables), so
      * every file is scrambled by exactly the same rules instead of
      * each builder keeping a private copy of them.
      *
      * The masking is keyed and repeatable: the same value always
      * comes back as the same masked value, whichever file it was
      * read from, so a player name still joins FRTHROW to FRTPMST
      * and an account name on ACCTFL still matches its CUSTMST
      * record.  The key is MASK-KEY on the RUNPARM file (program
      * MASKVAL), read through PRMGET on the first call of the run
      * unit; it is kept off the test volumes and out of the JCL,
      * since anyone holding it could unscramble a masked value.
      * Changing the key re-scrambles everything on the next refresh.
      *
      * Function T masks text - names, street numbers and names,
      * phone numbers, SSNs.  Each letter is replaced by a letter of
      * the same case, each nonzero digit by a nonzero digit, and a
      * zero stays zero; blanks and punctuation stay where they are.
      * The replacement for each character depends on the key and on
      * every character before it, so the masked value keeps the
      * shape the validation rules look at - length, word breaks, a
      * street number that does not start with zero, ten digits in
      * a phone number - and two different values can never mask to
      * the same one, so keys stay unique.
      *
      * Function E masks an email address the same way up to the
      * last dot; the top-level domain, the @ and the dots are kept,
      * so a masked address still passes the CTCVALID rules.
      *
      * Function D masks a birthdate (YYYYMMDD) by moving it up to
      * 30 days either way, by an amount fixed for that date - close
      * enough that the age rules rule the same way in nearly every
      * case.  A zero or invalid date comes back unchanged.
      *
      * Called with a single parameter area by reference, the same
      * convention CTCVALID uses.  MSK-Result comes back M when the
      * value was masked, U when there was nothing to mask (blank,
      * or a date that is not a date) and it is returned unchanged,
      * and K when there is no masking key on file - the caller owns
      * the abend, since nothing may be copied unmasked.
      *****************************************************************
       Data Division.
       Working-Storage Section.
       01  Key-Load-Switch               pic x value "N".
           88  Key-Is-Loaded             value "Y".
       01  Key-Found-Switch              pic x value "N".
           88  Key-Is-Found              value "Y".
      * Parameter area for the PRMGET subprogram - same field layout
      * as PRG-Parms in its Linkage Section.
       01  Run-Parm-Parms.
           05  RPP-Function               pic x(1).
           05  RPP-Program-Id             pic x(8).
           05  RPP-Parm-Name              pic x(16).
           05  RPP-As-Of-Date             pic 9(8).
           05  RPP-Value                  pic x(32).
           05  RPP-Result                 pic x(1).
               88  RPP-Found              value "F".
       01  Mask-Key-Area.
           05  Mask-Key                  pic x(16).
           05  Key-Weight                pic 9(3) comp
                                         occurs 16 times.
           05  Key-Sum                   pic 9(5) comp.
       01  Mask-Alphabets.
           05  Upper-Letters             pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  Lower-Letters             pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
           05  Nonzero-Digits            pic x(9)
               value "123456789".
       01  MKV-Work-Areas.
           05  MKV-Pos                   pic 9(3) comp.
           05  MKV-End-Pos               pic 9(3) comp.
           05  MKV-At-Pos                pic 9(3) comp.
           05  MKV-Dot-Pos               pic 9(3) comp.
           05  MKV-Key-Sub               pic 9(3) comp.
           05  MKV-Char                  pic x(1).
           05  MKV-Char-Idx              pic 9(3) comp.
           05  MKV-New-Idx               pic 9(3) comp.
           05  MKV-Class                 pic 9(1).
           05  MKV-Shift                 pic 9(7) comp.
           05  MKV-Chain                 pic 9(7) comp.
           05  MKV-Date                  pic 9(8).
           05  MKV-Date-Shift            pic s9(3) comp.
           05  MKV-Date-Integer          pic s9(9) comp.
       Linkage Section.
       01  MSK-Parms.
           05  MSK-Function              pic x(1).
               88  MSK-Text              value "T".
               88  MSK-Email             value "E".
               88  MSK-Birthdate         value "D".
           05  MSK-Value                 pic x(64).
           05  MSK-Masked                pic x(64).
           05  MSK-Result                pic x(1).
               88  MSK-Was-Masked        value "M".
               88  MSK-Unchanged         value "U".
               88  MSK-No-Key            value "K".
       Procedure Division
               using MSK-Parms.
           if not Key-Is-Loaded
               perform 1000-Load-Mask-Key
           end-if
           move MSK-Value to MSK-Masked
           evaluate true
               when not Key-Is-Found
                   set MSK-No-Key to true
               when MSK-Value equal spaces
                   set MSK-Unchanged to true
               when MSK-Text
                   move 64 to MKV-End-Pos
                   perform 2000-Mask-Characters
                   set MSK-Was-Masked to true
               when MSK-Email
                   perform 3000-Mask-Email
                   set MSK-Was-Masked to true
               when MSK-Birthdate
                   perform 4000-Mask-Birthdate
               when other
                   set MSK-Unchanged to true
           end-evaluate
           goback
           .
       1000-Load-Mask-Key.
      *****************************************************************
      * Each key byte weighs in by its collating position, and the
      * total seeds the chain, so every byte of the key matters.
      *****************************************************************
           move "G" to RPP-Function
           move "MASKVAL" to RPP-Program-Id
           move "MASK-KEY" to RPP-Parm-Name
           move function current-date(1:8) to RPP-As-Of-Date
           call "PRMGET" using by reference Run-Parm-Parms
           end-call
           if RPP-Found
               and RPP-Value(1:16) not equal spaces
               move RPP-Value(1:16) to Mask-Key
               move zero to Key-Sum
               perform varying MKV-Key-Sub from 1 by 1
                       until MKV-Key-Sub greater than 16
                   compute Key-Weight(MKV-Key-Sub) =
                       function ord(Mask-Key(MKV-Key-Sub:1))
                   end-compute
                   add Key-Weight(MKV-Key-Sub) to Key-Sum
               end-perform
               set Key-Is-Found to true
           end-if
           set Key-Is-Loaded to true
           .
       2000-Mask-Characters.
           move Key-Sum to MKV-Chain
           perform varying MKV-Pos from 1 by 1
                   until MKV-Pos greater than MKV-End-Pos
               move MSK-Value(MKV-Pos:1) to MKV-Char
               perform 2100-Classify-Character
               if MKV-Class not equal zero
                   perform 2200-Replace-Character
               end-if
           end-perform
           .
       2100-Classify-Character.
      *****************************************************************
      * Class 1 upper-case letter, 2 lower-case letter, 3 nonzero
      * digit, 0 anything else (left as it is).  The index is the
      * character's place in its own alphabet, counted by INSPECT so
      * the answer does not depend on the collating sequence.
      *****************************************************************
           move zero to MKV-Class
           move zero to MKV-Char-Idx
           inspect Upper-Letters tallying MKV-Char-Idx
               for characters before initial MKV-Char
           if MKV-Char-Idx less than 26
               move 1 to MKV-Class
           else
               move zero to MKV-Char-Idx
               inspect Lower-Letters tallying MKV-Char-Idx
                   for characters before initial MKV-Char
               if MKV-Char-Idx less than 26
                   move 2 to MKV-Class
               else
                   move zero to MKV-Char-Idx
                   inspect Nonzero-Digits tallying MKV-Char-Idx
                       for characters before initial MKV-Char
                   if MKV-Char-Idx less than 9
                       move 3 to MKV-Class
                   end-if
               end-if
           end-if
           .
       2200-Replace-Character.
      *****************************************************************
      * The shift for this place comes from the key byte and the
      * chain; the chain then takes in the original character, so a
      * masked value can only have come from one original value.
      *****************************************************************
           compute MKV-Key-Sub =
               function mod(MKV-Pos - 1, 16) + 1
           end-compute
           compute MKV-Shift = Key-Weight(MKV-Key-Sub) + MKV-Chain
           end-compute
           evaluate MKV-Class
               when 1
                   compute MKV-New-Idx =
                       function mod(MKV-Char-Idx + MKV-Shift, 26)
                   end-compute
                   move Upper-Letters(MKV-New-Idx + 1:1)
                       to MSK-Masked(MKV-Pos:1)
               when 2
                   compute MKV-New-Idx =
                       function mod(MKV-Char-Idx + MKV-Shift, 26)
                   end-compute
                   move Lower-Letters(MKV-New-Idx + 1:1)
                       to MSK-Masked(MKV-Pos:1)
               when 3
                   compute MKV-New-Idx =
                       function mod(MKV-Char-Idx + MKV-Shift, 9)
                   end-compute
                   move Nonzero-Digits(MKV-New-Idx + 1:1)
                       to MSK-Masked(MKV-Pos:1)
           end-evaluate
           compute MKV-Chain =
               function mod(MKV-Chain * 31 + MKV-Class * 29
                            + MKV-Char-Idx + MKV-Pos, 9973)
           end-compute
           .
       3000-Mask-Email.
      *****************************************************************
      * Everything before the last dot is masked - the mailbox and
      * the domain name - and the top-level domain is kept.  An
      * address with no dot after its @ is masked whole.
      *****************************************************************
           move zero to MKV-At-Pos
           move zero to MKV-Dot-Pos
           perform varying MKV-Pos from 1 by 1
                   until MKV-Pos greater than 64
               evaluate MSK-Value(MKV-Pos:1)
                   when "@"
                       move MKV-Pos to MKV-At-Pos
                   when "."
                       move MKV-Pos to MKV-Dot-Pos
                   when other
                       continue
               end-evaluate
           end-perform
           if MKV-At-Pos greater than zero
               and MKV-Dot-Pos greater than MKV-At-Pos
               compute MKV-End-Pos = MKV-Dot-Pos - 1
               end-compute
           else
               move 64 to MKV-End-Pos
           end-if
           perform 2000-Mask-Characters
           .
       4000-Mask-Birthdate.
      *****************************************************************
      * The date's own digits run through the chain give the shift,
      * so one birthdate always moves by the same number of days.
      *****************************************************************
           if MSK-Value(1:8) not numeric
               set MSK-Unchanged to true
           else
               move MSK-Value(1:8) to MKV-Date
               if MKV-Date equal zero
                   or function test-date-yyyymmdd(MKV-Date)
                       not equal zero
                   set MSK-Unchanged to true
               else
                   move 8 to MKV-End-Pos
                   perform 2000-Mask-Characters
                   move MSK-Value to MSK-Masked
                   compute MKV-Date-Shift =
                       function mod(MKV-Chain, 61) - 30
                   end-compute
                   if MKV-Date-Shift equal zero
                       move 15 to MKV-Date-Shift
                   end-if
                   compute MKV-Date-Integer =
                       function integer-of-date(MKV-Date)
                       + MKV-Date-Shift
                   end-compute
                   compute MKV-Date =
                       function date-of-integer(MKV-Date-Integer)
                   end-compute
                   move MKV-Date to MSK-Masked(1:8)
                   set MSK-Was-Masked to true
               end-if
           end-if
           .

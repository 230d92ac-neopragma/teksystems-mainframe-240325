       Identification Division.
       Program-Id. CONHHOLD.
      *****************************************************************
      * Householding pass.  CONDUPS finds the same person entered
      * twice; this finds different people at one mailbox.  Every
      * CONTACTS row with a street name and a city has its address
      * standardized through ADDRSTD, and the rows are sorted on ZIP
      * and the upper-cased standardized line - the unit is part of
      * the line, so two flats in one building stay apart.  Contacts
      * that land together are one household, and CONTACT_HHOLD (see
      * CONHHLD) is rebuilt from scratch with a row for each of them.
      *
      * The head of household is the member with the lowest contact
      * id, the one longest on file, and the household id is the
      * head's contact id, so it holds steady from run to run while
      * the head stays at the address.  A household of more than one
      * is given an addressee line from the shared surname - "The
      * Garcia Family" - or, when the members' surnames differ, from
      * the head's - "The Garcia Household".
      *
      * The report lists each household of more than one and totals
      * the pieces a full one-per-household mailing saves, priced at
      * the single-piece and presort rates CONLABEL charges.  Run it
      * ahead of a household-mode CONLABEL or CORRGEN mailing, and
      * after CONRMAIL has applied new addresses.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Household-Sort-File
               Assign to "SORTWK01".
       Data Division.
       File Section.
       SD  Household-Sort-File.
       01  SD-Household-Record.
           05  HSD-Zip-5                  pic x(5).
           05  HSD-Address-Key            pic x(132).
           05  HSD-Contact-Id             pic 9(8).
           05  HSD-Surname                pic x(20).
           05  HSD-Upper-Surname          pic x(20).
           05  HSD-Address-Line           pic x(132).
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE CONTACTS
           END-EXEC.
           EXEC SQL
             INCLUDE CONHHLD
           END-EXEC.
           EXEC SQL
             DECLARE CONHH-CURSOR CURSOR FOR
             SELECT ID,
                    SURNAME,
                    STREET_NO,
                    STREET_NAME,
                    STREET_DIR,
                    STREET_TYPE,
                    UNIT_NO,
                    UNIT_TYPE,
                    CITY,
                    STATE,
                    ZIP5,
                    ZIP4
               FROM CONTACTS
           END-EXEC.
       01  This-Program-Id                pic x(8) value "CONHHOLD".
           copy ERRCOMM.
      * Parameter areas for the ADDRSTD subprogram - same field
      * layout as ADR-Address/ADR-Formatted-Address in its Linkage
      * Section, the way CONLABEL redeclares them.
       01  Address-to-Standardize.
           05  ADP-Street-Number          pic x(6).
           05  ADP-Street-Name            pic x(30).
           05  ADP-Street-Direction       pic x(1).
           05  ADP-Street-Type            pic x(12).
           05  ADP-Unit                   pic x(6).
           05  ADP-Unit-Type              pic x(6).
           05  ADP-City                   pic x(30).
           05  ADP-State                  pic x(2).
           05  ADP-Zip-5                  pic x(5).
           05  ADP-Zip-4                  pic x(4).
       01  Standardized-Address           pic x(132).
      * The published tiers CONLABEL prices its runs at.
       01  Postage-Constants.
           05  Presort-Piece-Rate         pic 9v999 value 0.398.
           05  Single-Piece-Rate          pic 9v999 value 0.545.
       01  Household-Scan-Fields.
           05  Household-Sort-Status      pic x.
               88  Household-Sort-EOF     value "Y".
           05  Prior-Zip-5                pic x(5).
           05  Prior-Address-Key          pic x(132).
           05  Prior-Address-Line         pic x(132).
           05  Member-Sub                 pic 9(3).
           05  Shared-Surname-Switch      pic x.
               88  Surname-Is-Shared      value "Y".
           05  Household-Name             pic x(40).
      *****************************************************************
      * One household's members, buffered until the address changes.
      * An address with more contacts than the table holds - a
      * business or an institution, most likely - is split into
      * households of 100 under the same address.
      *****************************************************************
       01  Member-Count                   pic 9(03) value zero.
       01  Member-Table.
           05  Member-Entry occurs 1 to 100 times
                   depending on Member-Count.
               10  MBR-Contact-Id         pic 9(8).
               10  MBR-Surname            pic x(20).
               10  MBR-Upper-Surname      pic x(20).
       01  Report-Counters.
           05  Contacts-Read              pic 9(07) comp.
           05  Contacts-No-Address        pic 9(07) comp.
           05  Contacts-Householded       pic 9(07) comp.
           05  Households-Built           pic 9(07) comp.
           05  Households-Shared          pic 9(07) comp.
           05  Pieces-Saved               pic 9(07) comp.
           05  Presort-Saving             pic 9(7)v99.
           05  Single-Piece-Saving        pic 9(7)v99.
       01  Report-Lines.
           05  Heading-Line               pic x(40)
               value "--- Contact Householding ---".
           05  Household-Line.
               10  filler                 pic x(10)
                   value "Household ".
               10  RPT-Household-Id       pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Members            pic zz9.
               10  filler                 pic x(10)
                   value " members  ".
               10  RPT-Household-Name     pic x(40).
               10  filler                 pic x(01) value space.
               10  RPT-Address-Line       pic x(60).
           05  Member-Line.
               10  filler                 pic x(12) value spaces.
               10  RPT-Member-Id          pic 9(8).
               10  filler                 pic x(01) value space.
               10  RPT-Member-Surname     pic x(20).
               10  RPT-Head-Text          pic x(06).
           05  Totals-Line-1.
               10  filler                 pic x(16)
                   value "Contacts read: ".
               10  RPT-Contacts-Read      pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  Householded: ".
               10  RPT-Householded        pic zzz,zz9.
               10  filler                 pic x(15)
                   value "  No address:  ".
               10  RPT-No-Address         pic zzz,zz9.
           05  Totals-Line-2.
               10  filler                 pic x(16)
                   value "Households:     ".
               10  RPT-Households         pic zzz,zz9.
               10  filler                 pic x(22)
                   value "  Of more than one:   ".
               10  RPT-Shared             pic zzz,zz9.
           05  Savings-Line.
               10  filler                 pic x(34)
                   value "One per household saves, per run: ".
               10  RPT-Pieces-Saved       pic zzz,zz9.
               10  filler                 pic x(08)
                   value " pieces ".
               10  RPT-Single-Saving      pic $z,zzz,zz9.99.
               10  filler                 pic x(21)
                   value " single-piece rate / ".
               10  RPT-Presort-Saving     pic $z,zzz,zz9.99.
               10  filler                 pic x(13)
                   value " presort rate".
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Householding-Pass
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
      *****************************************************************
      * The table is rebuilt whole - a contact who moved out of a
      * household since the last run must not stay in it.
      *****************************************************************
           initialize Report-Counters
           EXEC SQL
                DELETE FROM CONTACT_HHOLD
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               move "CONHHOLD delete of CONTACT_HHOLD failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           display Heading-Line
           display space
           .
       1000-Householding-Pass.
           sort Household-Sort-File
               on ascending key HSD-Zip-5
                                HSD-Address-Key
                                HSD-Contact-Id
               input procedure 2000-Release-Addresses
               output procedure 3000-Group-Households
           if not sort-return equal zero
               move "SORT Householding-Pass" to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2000-Release-Addresses.
           EXEC SQL
                OPEN CONHH-CURSOR
           END-EXEC
           perform 2100-Fetch-And-Release
               until SQLCODE not equal 0
           EXEC SQL
                CLOSE CONHH-CURSOR
           END-EXEC
           .
       2100-Fetch-And-Release.
      *****************************************************************
      * A contact with no street name or no city has no address to
      * share and is left out - the mailings reject it anyway.
      *****************************************************************
           initialize DCLCONTACTS
           EXEC SQL
                FETCH CONHH-CURSOR
                  INTO :CONTACT-ID, :SURNAME,
                       :STREET-NO, :STREET-NAME, :STREET-DIR,
                       :STREET-TYPE, :UNIT-NO, :UNIT-TYPE,
                       :CITY, :STATE, :ZIP5, :ZIP4
           END-EXEC
           evaluate true
               when SQLCODE equal 0
                   add 1 to Contacts-Read
                   if STREET-NAME equal spaces or CITY equal spaces
                       add 1 to Contacts-No-Address
                   else
                       perform 2200-Release-One-Address
                   end-if
               when SQLCODE equal 100
                   continue
               when other
                   move "CONHHOLD fetch of CONTACTS failed"
                       to Error-Message
                   perform 8900-Scream-and-Die
           end-evaluate
           .
       2200-Release-One-Address.
           move STREET-NO to ADP-Street-Number
           move STREET-NAME to ADP-Street-Name
           move STREET-DIR to ADP-Street-Direction
           move STREET-TYPE to ADP-Street-Type
           move UNIT-NO to ADP-Unit
           move UNIT-TYPE to ADP-Unit-Type
           move CITY to ADP-City
           move STATE to ADP-State
           move ZIP5 to ADP-Zip-5
           move ZIP4 to ADP-Zip-4
           call "ADDRSTD" using
               by reference Address-to-Standardize
               by reference Standardized-Address
           end-call
           move ZIP5 to HSD-Zip-5
           move function upper-case(Standardized-Address)
               to HSD-Address-Key
           move CONTACT-ID to HSD-Contact-Id
           move SURNAME-TEXT to HSD-Surname
           move function upper-case(SURNAME-TEXT)
               to HSD-Upper-Surname
           move Standardized-Address to HSD-Address-Line
           release SD-Household-Record
           .
       3000-Group-Households.
      *****************************************************************
      * The sort delivers each address's contacts together, lowest
      * contact id first - the head leads its household.
      *****************************************************************
           move spaces to Household-Sort-Status
           move zero to Member-Count
           perform 3100-Return-Next-Contact
           perform with test before
                   until Household-Sort-EOF
               if Member-Count greater than zero
                   and (HSD-Zip-5 not equal Prior-Zip-5
                   or HSD-Address-Key not equal Prior-Address-Key)
                   perform 3500-Close-Household
               end-if
               if Member-Count equal 100
                   perform 3500-Close-Household
               end-if
               add 1 to Member-Count
               move HSD-Contact-Id to MBR-Contact-Id(Member-Count)
               move HSD-Surname to MBR-Surname(Member-Count)
               move HSD-Upper-Surname
                   to MBR-Upper-Surname(Member-Count)
               move HSD-Zip-5 to Prior-Zip-5
               move HSD-Address-Key to Prior-Address-Key
               move HSD-Address-Line to Prior-Address-Line
               perform 3100-Return-Next-Contact
           end-perform
           perform 3500-Close-Household
           .
       3100-Return-Next-Contact.
           return Household-Sort-File
               at end
                   set Household-Sort-EOF to true
           end-return
           .
       3500-Close-Household.
           if Member-Count greater than zero
               add 1 to Households-Built
               add Member-Count to Contacts-Householded
               move spaces to Household-Name
               if Member-Count greater than 1
                   perform 3600-Name-Household
               end-if
               perform 3700-Insert-Member
                   varying Member-Sub from 1 by 1
                   until Member-Sub greater than Member-Count
               move zero to Member-Count
           end-if
           .
       3600-Name-Household.
      *****************************************************************
      * The family name when every member carries it, compared
      * without regard to case; otherwise the head's surname names
      * the household.
      *****************************************************************
           add 1 to Households-Shared
           compute Pieces-Saved = Pieces-Saved + Member-Count - 1
           end-compute
           move "Y" to Shared-Surname-Switch
           perform varying Member-Sub from 2 by 1
                   until Member-Sub greater than Member-Count
               if MBR-Upper-Surname(Member-Sub)
                       not equal MBR-Upper-Surname(1)
                   move "N" to Shared-Surname-Switch
               end-if
           end-perform
           if Surname-Is-Shared
               string "The " delimited by size
                      function trim(MBR-Surname(1)) delimited by size
                      " Family" delimited by size
                   into Household-Name
               end-string
           else
               string "The " delimited by size
                      function trim(MBR-Surname(1)) delimited by size
                      " Household" delimited by size
                   into Household-Name
               end-string
           end-if
           move MBR-Contact-Id(1) to RPT-Household-Id
           move Member-Count to RPT-Members
           move Household-Name to RPT-Household-Name
           move Prior-Address-Line to RPT-Address-Line
           display Household-Line
           .
       3700-Insert-Member.
           move MBR-Contact-Id(Member-Sub) to HH-CONTACT-ID
           move MBR-Contact-Id(1) to HH-HHOLD-ID
           if Member-Sub equal 1
               move "Y" to HH-HEAD-FLAG
           else
               move "N" to HH-HEAD-FLAG
           end-if
           move Household-Name to HH-HHOLD-NAME
           move Member-Count to HH-MEMBERS
           EXEC SQL
              INSERT INTO CONTACT_HHOLD
                     (CONTACT_ID, HHOLD_ID, HEAD_FLAG, HHOLD_NAME,
                      MEMBERS, ASSIGN_DATE)
              VALUES (:HH-CONTACT-ID, :HH-HHOLD-ID, :HH-HEAD-FLAG,
                      :HH-HHOLD-NAME, :HH-MEMBERS, CURRENT DATE)
           END-EXEC
           if SQLCODE not equal 0
               move "CONHHOLD insert of CONTACT_HHOLD failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Member-Count greater than 1
               move MBR-Contact-Id(Member-Sub) to RPT-Member-Id
               move MBR-Surname(Member-Sub) to RPT-Member-Surname
               if HH-HEAD
                   move " head" to RPT-Head-Text
               else
                   move spaces to RPT-Head-Text
               end-if
               display Member-Line
           end-if
           .
       8900-Scream-and-Die.
           call "ERRLOG" using by reference This-Program-Id
                   by reference Error-Message
           display Error-Message
           move 12 to return-code
           goback
           .
       9000-Report-Totals.
           compute Single-Piece-Saving rounded =
               Pieces-Saved * Single-Piece-Rate
           end-compute
           compute Presort-Saving rounded =
               Pieces-Saved * Presort-Piece-Rate
           end-compute
           move Contacts-Read to RPT-Contacts-Read
           move Contacts-Householded to RPT-Householded
           move Contacts-No-Address to RPT-No-Address
           move Households-Built to RPT-Households
           move Households-Shared to RPT-Shared
           move Pieces-Saved to RPT-Pieces-Saved
           move Single-Piece-Saving to RPT-Single-Saving
           move Presort-Saving to RPT-Presort-Saving
           display space
           display Totals-Line-1
           display Totals-Line-2
           display Savings-Line
           .

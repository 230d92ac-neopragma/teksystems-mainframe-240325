       Identification Division.
       Program-Id. CONRMAIL.
      *****************************************************************
      * Returned-mail processing for contacts.  Envelopes that come
      * back from a CONLABEL or CORRGEN mailing are keyed as SYSIN
      * cards, one per piece:
      *
      *     cols 1-8    contact id
      *     col  10     return reason - M moved, N no such address,
      *                 R refused
      *
      * and each marks the contact's address undeliverable on
      * CONTACT_RETURN (see CONRETN), which stops both mailings from
      * producing anything more for it.
      *
      * New addresses arrive on the CONADDR file - the post office's
      * change-of-address file when we get one (source N), and the
      * clerk's corrections to addresses already marked undeliverable
      * (source C), in the same layout.  Each new address is checked
      * by ADRVALID and standardized by ADDRSTD before it replaces
      * the address on CONTACTS; applying it closes the contact's
      * undeliverable row as forwarded or corrected.  A forwarding
      * address that fails the city/state/ZIP check is not applied -
      * the contact is marked undeliverable as moved instead, for a
      * clerk to work - and a clerk correction that fails is
      * rejected to be keyed again.  Either file may be missing or
      * empty on a given run.
      *
      * Every card and address record is listed as applied or
      * rejected with the reason; CONRMRPT gives the monthly counts.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Control-Card-File
               Assign to "SYSIN"
               Organization Sequential
               Access Sequential
               File Status Control-Card-File-Status.
           Select Address-Change-File
               Assign to "CONADDR"
               Organization Sequential
               Access Sequential
               File Status Address-Change-File-Status.
       Data Division.
       File Section.
       FD  Control-Card-File
           Recording Mode F
           Record Contains 80 Characters.
       01  Control-Card-Record.
           05  CRD-Contact-Id             pic x(8).
           05  CRD-Contact-Id-Num redefines CRD-Contact-Id
                                          pic 9(8).
           05  filler                     pic x(1).
           05  CRD-Reason                 pic x(1).
               88  CRD-Reason-Valid       values "M" "N" "R".
           05  filler                     pic x(70).
       FD  Address-Change-File
           Recording Mode F
           Record Contains 150 Characters.
       01  Address-Change-Record.
           05  ACH-Source                 pic x(1).
               88  ACH-Forwarding         value "N".
               88  ACH-Correction         value "C".
           05  filler                     pic x(1).
           05  ACH-Contact-Id             pic x(8).
           05  ACH-Contact-Id-Num redefines ACH-Contact-Id
                                          pic 9(8).
           05  filler                     pic x(1).
           05  ACH-Street-Number          pic x(6).
           05  ACH-Street-Name            pic x(30).
           05  ACH-Street-Direction       pic x(1).
           05  ACH-Street-Type            pic x(12).
           05  ACH-Unit                   pic x(6).
           05  ACH-Unit-Type              pic x(6).
           05  ACH-City                   pic x(30).
           05  ACH-State                  pic x(2).
           05  ACH-Zip-5                  pic x(5).
           05  ACH-Zip-4                  pic x(4).
           05  filler                     pic x(37).
       Working-Storage Section.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE CONTACTS
           END-EXEC.
           EXEC SQL
             INCLUDE CONRETN
           END-EXEC.
       01  File-Status-Indicators.
           05  Control-Card-File-Status   pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
           05  Address-Change-File-Status pic x(02).
               88  Address-Change-OK      value "00".
               88  Address-Change-EOF     value "10".
       01  This-Program-Id                pic x(8) value "CONRMAIL".
           copy ERRCOMM.
       01  Validation-Fields.
           05  Card-Valid-Switch          pic x.
               88  Card-Is-Valid          value "Y".
           05  Reject-Reason              pic x(44).
           05  Contact-Count              pic s9(8) comp.
           05  Open-Return-Count          pic s9(8) comp.
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
      * Parameter area for the ADRVALID subprogram - same field
      * layout as ADV-Parms in its Linkage Section.
       01  Validation-Parms.
           05  VAL-City                   pic x(30).
           05  VAL-State                  pic x(2).
           05  VAL-Zip-5                  pic x(5).
           05  VAL-Result                 pic x(1).
               88  VAL-Clean              value "C".
               88  VAL-Mismatch           value "M".
               88  VAL-Unknown            value "U".
           05  VAL-Expected-State         pic x(2).
       01  Mismatch-Reason-Work.
           05  filler                     pic x(26)
               value "state/ZIP mismatch - want ".
           05  MRW-Expected-State         pic x(2).
       01  Process-Counters.
           05  Cards-Read                 pic 9(05) comp.
           05  Marked-Undeliverable       pic 9(05) comp.
           05  Cards-Rejected             pic 9(05) comp.
           05  Changes-Read               pic 9(05) comp.
           05  Forwards-Applied           pic 9(05) comp.
           05  Forwards-Unusable          pic 9(05) comp.
           05  Corrections-Applied        pic 9(05) comp.
           05  Changes-Rejected           pic 9(05) comp.
       01  Report-Lines.
           05  Heading-Line               pic x(40)
               value "--- Returned Mail Processing ---".
           05  Audit-Line.
               10  RPT-Action-Desc        pic x(14).
               10  filler                 pic x(01) value space.
               10  RPT-Contact-Id         pic x(8).
               10  filler                 pic x(02) value spaces.
               10  RPT-Detail             pic x(60).
           05  Reject-Line.
               10  filler                 pic x(09)
                   value "Rejected ".
               10  RPT-Rej-Record         pic x(16).
               10  filler                 pic x(03) value " - ".
               10  RPT-Rej-Reason         pic x(44).
           05  Returns-Totals-Line.
               10  filler                 pic x(14)
                   value "Return cards: ".
               10  RPT-Cards-Read         pic zz,zz9.
               10  filler                 pic x(18)
                   value "  Undeliverable: ".
               10  RPT-Undeliverable      pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Cards-Rejected     pic zz,zz9.
           05  Changes-Totals-Line.
               10  filler                 pic x(17)
                   value "Address changes: ".
               10  RPT-Changes-Read       pic zz,zz9.
               10  filler                 pic x(13)
                   value "  Forwarded: ".
               10  RPT-Forwarded          pic zz,zz9.
               10  filler                 pic x(13)
                   value "  Corrected: ".
               10  RPT-Corrected          pic zz,zz9.
               10  filler                 pic x(18)
                   value "  Forward unusable".
               10  filler                 pic x(02) value ": ".
               10  RPT-Unusable           pic zz,zz9.
               10  filler                 pic x(12)
                   value "  Rejected: ".
               10  RPT-Changes-Rejected   pic zz,zz9.
       Procedure Division.
           perform 0000-Initialize
           perform 1000-Apply-Return-Cards
           perform 2000-Apply-Address-Changes
           perform 9000-Report-Totals
           goback
           .
       0000-Initialize.
           initialize Process-Counters
           display Heading-Line
           display space
           .
       1000-Apply-Return-Cards.
      *****************************************************************
      * Returns go first, so an envelope and its forwarding address
      * arriving in the same run leave the contact forwarded.
      *****************************************************************
           open input Control-Card-File
           if Control-Card-OK
               perform 1100-Read-Card
               perform with test before
                       until not Control-Card-OK
                   if Control-Card-Record not equal spaces
                       add 1 to Cards-Read
                       perform 1200-Validate-Card
                       if Card-Is-Valid
                           perform 1300-Mark-Undeliverable
                       else
                           perform 1900-Reject-Card
                       end-if
                   end-if
                   perform 1100-Read-Card
               end-perform
               close Control-Card-File
           end-if
           .
       1100-Read-Card.
           read Control-Card-File
           end-read
           if not Control-Card-OK and not Control-Card-EOF
               move Control-Card-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "SYSIN" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       1200-Validate-Card.
           move "Y" to Card-Valid-Switch
           move spaces to Reject-Reason
           evaluate true
               when CRD-Contact-Id-Num not numeric
                   move "contact id must be eight digits"
                       to Reject-Reason
               when not CRD-Reason-Valid
                   move "return reason must be M, N or R"
                       to Reject-Reason
               when other
                   move CRD-Contact-Id-Num to CONTACT-ID
                   perform 7000-Check-Contact
                   if Reject-Reason equal spaces
                       perform 7100-Count-Open-Returns
                       if Open-Return-Count greater than zero
                           move "already marked undeliverable"
                               to Reject-Reason
                       end-if
                   end-if
           end-evaluate
           if Reject-Reason not equal spaces
               move "N" to Card-Valid-Switch
           end-if
           .
       1300-Mark-Undeliverable.
           move CRD-Reason to RET-REASON
           perform 7200-Insert-Undeliverable
           add 1 to Marked-Undeliverable
           move "Undeliverable" to RPT-Action-Desc
           move CRD-Contact-Id to RPT-Contact-Id
           evaluate true
               when RET-MOVED
                   move "returned - moved" to RPT-Detail
               when RET-NO-SUCH-ADDR
                   move "returned - no such address" to RPT-Detail
               when other
                   move "returned - refused" to RPT-Detail
           end-evaluate
           display Audit-Line
           .
       1900-Reject-Card.
           add 1 to Cards-Rejected
           move Control-Card-Record(1:16) to RPT-Rej-Record
           move Reject-Reason to RPT-Rej-Reason
           display Reject-Line
           .
       2000-Apply-Address-Changes.
           open input Address-Change-File
           if Address-Change-OK
               perform 2100-Read-Address-Change
               perform with test before
                       until not Address-Change-OK
                   if Address-Change-Record not equal spaces
                       add 1 to Changes-Read
                       perform 2200-Validate-Address-Change
                       if Card-Is-Valid
                           perform 2300-Apply-Address-Change
                       end-if
                       if not Card-Is-Valid
                           perform 2900-Reject-Address-Change
                       end-if
                   end-if
                   perform 2100-Read-Address-Change
               end-perform
               close Address-Change-File
           end-if
           .
       2100-Read-Address-Change.
           read Address-Change-File
           end-read
           if not Address-Change-OK and not Address-Change-EOF
               move Address-Change-File-Status to Error-Status
               move Const-READ to Error-Operation
               move "CONADDR" to Error-DDNAME
               move IO-Error-Message to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       2200-Validate-Address-Change.
           move "Y" to Card-Valid-Switch
           move spaces to Reject-Reason
           evaluate true
               when not ACH-Forwarding and not ACH-Correction
                   move "source must be N or C" to Reject-Reason
               when ACH-Contact-Id-Num not numeric
                   move "contact id must be eight digits"
                       to Reject-Reason
               when other
                   move ACH-Contact-Id-Num to CONTACT-ID
                   perform 7000-Check-Contact
           end-evaluate
           if Reject-Reason not equal spaces
               move "N" to Card-Valid-Switch
           end-if
           .
       2300-Apply-Address-Change.
      *****************************************************************
      * The new address must be complete and pass ADRVALID before it
      * goes near CONTACTS.  A post office forward that fails marks
      * the contact undeliverable as moved - the old address is known
      * bad - unless it is already marked; a clerk's correction that
      * fails is rejected for them to key again.
      *****************************************************************
           evaluate true
               when ACH-Street-Name equal spaces
                   move "no street name on the new address"
                       to Reject-Reason
               when ACH-City equal spaces
                   move "no city on the new address" to Reject-Reason
               when other
                   move ACH-City to VAL-City
                   move ACH-State to VAL-State
                   move ACH-Zip-5 to VAL-Zip-5
                   call "ADRVALID" using
                       by reference Validation-Parms
                   end-call
                   evaluate true
                       when VAL-Clean
                           continue
                       when VAL-Mismatch
                           move VAL-Expected-State
                               to MRW-Expected-State
                           move Mismatch-Reason-Work to Reject-Reason
                       when other
                           move
                             "ZIP is on no range of the ZIP reference"
                               to Reject-Reason
                   end-evaluate
           end-evaluate
           evaluate true
               when Reject-Reason equal spaces
                   perform 2400-Replace-Address
               when ACH-Forwarding
                   perform 2500-Forward-Unusable
               when other
                   move "N" to Card-Valid-Switch
           end-evaluate
           .
       2400-Replace-Address.
           move ACH-Street-Number to STREET-NO
           move ACH-Street-Name to STREET-NAME
           move ACH-Street-Direction to STREET-DIR
           move ACH-Street-Type to STREET-TYPE
           move ACH-Unit to UNIT-NO
           move ACH-Unit-Type to UNIT-TYPE
           move ACH-City to CITY
           move ACH-State to STATE
           move ACH-Zip-5 to ZIP5
           move ACH-Zip-4 to ZIP4
           EXEC SQL
              UPDATE CONTACTS
                 SET STREET_NO   = :STREET-NO,
                     STREET_NAME = :STREET-NAME,
                     STREET_DIR  = :STREET-DIR,
                     STREET_TYPE = :STREET-TYPE,
                     UNIT_NO     = :UNIT-NO,
                     UNIT_TYPE   = :UNIT-TYPE,
                     CITY        = :CITY,
                     STATE       = :STATE,
                     ZIP5        = :ZIP5,
                     ZIP4        = :ZIP4
               WHERE ID = :CONTACT-ID
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMAIL update of CONTACTS address failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if ACH-Forwarding
               set RET-FORWARDED to true
           else
               set RET-CORRECTED to true
           end-if
           perform 7300-Close-Open-Returns
      * A forwarding address that arrives before any envelope still
      * counts as a move the post office told us about.
           if SQLCODE equal 100 and ACH-Forwarding
               set RET-MOVED to true
               perform 7400-Insert-Return
           end-if
           if ACH-Forwarding
               add 1 to Forwards-Applied
               move "Forwarded" to RPT-Action-Desc
           else
               add 1 to Corrections-Applied
               move "Corrected" to RPT-Action-Desc
           end-if
           move ACH-Street-Number to ADP-Street-Number
           move ACH-Street-Name to ADP-Street-Name
           move ACH-Street-Direction to ADP-Street-Direction
           move ACH-Street-Type to ADP-Street-Type
           move ACH-Unit to ADP-Unit
           move ACH-Unit-Type to ADP-Unit-Type
           move ACH-City to ADP-City
           move ACH-State to ADP-State
           move ACH-Zip-5 to ADP-Zip-5
           move ACH-Zip-4 to ADP-Zip-4
           call "ADDRSTD" using
               by reference Address-to-Standardize
               by reference Standardized-Address
           end-call
           move ACH-Contact-Id to RPT-Contact-Id
           move Standardized-Address to RPT-Detail
           display Audit-Line
           .
       2500-Forward-Unusable.
           add 1 to Forwards-Unusable
           move "Fwd unusable" to RPT-Action-Desc
           move ACH-Contact-Id to RPT-Contact-Id
           move Reject-Reason to RPT-Detail
           perform 7100-Count-Open-Returns
           if Open-Return-Count equal zero
               set RET-MOVED to true
               perform 7200-Insert-Undeliverable
               add 1 to Marked-Undeliverable
               move "- undeliverable" to RPT-Detail(46:15)
           end-if
           display Audit-Line
           .
       2900-Reject-Address-Change.
           add 1 to Changes-Rejected
           move Address-Change-Record(1:16) to RPT-Rej-Record
           move Reject-Reason to RPT-Rej-Reason
           display Reject-Line
           .
       7000-Check-Contact.
           EXEC SQL
              SELECT COUNT(*)
                INTO :Contact-Count
                FROM CONTACTS
               WHERE ID = :CONTACT-ID
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMAIL count of CONTACTS failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           if Contact-Count equal zero
               move "contact not on file" to Reject-Reason
           end-if
           .
       7100-Count-Open-Returns.
           move CONTACT-ID to RET-CONTACT-ID
           EXEC SQL
              SELECT COUNT(*)
                INTO :Open-Return-Count
                FROM CONTACT_RETURN
               WHERE CONTACT_ID = :RET-CONTACT-ID
                 AND STATUS = 'U'
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMAIL count of CONTACT_RETURN failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7200-Insert-Undeliverable.
           move CONTACT-ID to RET-CONTACT-ID
           set RET-UNDELIVERABLE to true
           perform 7400-Insert-Return
           .
       7300-Close-Open-Returns.
      *****************************************************************
      * SQLCODE 100 - nothing was open - is left for the caller to
      * see; it is not an error.
      *****************************************************************
           move CONTACT-ID to RET-CONTACT-ID
           EXEC SQL
              UPDATE CONTACT_RETURN
                 SET STATUS      = :RET-STATUS,
                     STATUS_DATE = CURRENT DATE
               WHERE CONTACT_ID = :RET-CONTACT-ID
                 AND STATUS = 'U'
           END-EXEC
           if SQLCODE not equal 0 and SQLCODE not equal 100
               move "CONRMAIL update of CONTACT_RETURN failed"
                   to Error-Message
               perform 8900-Scream-and-Die
           end-if
           .
       7400-Insert-Return.
           move CONTACT-ID to RET-CONTACT-ID
           EXEC SQL
              INSERT INTO CONTACT_RETURN
                     (CONTACT_ID, RETURN_DATE, REASON, STATUS,
                      STATUS_DATE)
              VALUES (:RET-CONTACT-ID, CURRENT DATE, :RET-REASON,
                      :RET-STATUS, CURRENT DATE)
           END-EXEC
           if SQLCODE not equal 0
               move "CONRMAIL insert of CONTACT_RETURN failed"
                   to Error-Message
               perform 8900-Scream-and-Die
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
           move Cards-Read to RPT-Cards-Read
           move Marked-Undeliverable to RPT-Undeliverable
           move Cards-Rejected to RPT-Cards-Rejected
           move Changes-Read to RPT-Changes-Read
           move Forwards-Applied to RPT-Forwarded
           move Corrections-Applied to RPT-Corrected
           move Forwards-Unusable to RPT-Unusable
           move Changes-Rejected to RPT-Changes-Rejected
           display space
           display Returns-Totals-Line
           display Changes-Totals-Line
           .

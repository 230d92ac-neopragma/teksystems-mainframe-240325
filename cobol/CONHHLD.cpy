      *****************************************************************
      * CONHHLD - DCLGEN for the CONTACT_HHOLD table, brought in with
      * EXEC SQL INCLUDE CONHHLD.  One row per contact with a usable
      * address, rebuilt whole by every CONHHOLD run: contacts whose
      * ADDRSTD-standardized address line and ZIP agree share a
      * household.  The household id is its head's contact id; the
      * head is the member with the lowest contact id - the longest
      * on file - and carries HEAD_FLAG Y.  HHOLD_NAME is the
      * addressee for a household of more than one ("The Garcia
      * Family" when every member shares the surname, "The Garcia
      * Household" after the head's surname when they do not) and
      * blank for a household of one.  CONLABEL and CORRGEN, in
      * household mode, send one piece per household under it.
      *****************************************************************
           EXEC SQL DECLARE CONTACT_HHOLD TABLE
           ( CONTACT_ID                     INTEGER NOT NULL,
             HHOLD_ID                       INTEGER NOT NULL,
             HEAD_FLAG                      CHAR(1) NOT NULL,
             HHOLD_NAME                     CHAR(40) NOT NULL,
             MEMBERS                        SMALLINT NOT NULL,
             ASSIGN_DATE                    DATE NOT NULL
           ) END-EXEC.
       01  DCLCONTACT-HHOLD.
           10 HH-CONTACT-ID        PIC S9(9) USAGE COMP.
           10 HH-HHOLD-ID          PIC S9(9) USAGE COMP.
           10 HH-HEAD-FLAG         PIC X(1).
               88 HH-HEAD          VALUE "Y".
           10 HH-HHOLD-NAME        PIC X(40).
           10 HH-MEMBERS           PIC S9(4) USAGE COMP.
           10 HH-ASSIGN-DATE       PIC X(10).

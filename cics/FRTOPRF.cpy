      * and FRTPURGE: update functions need the update role, FRTPURGE
      * needs the supervisor role, and an operator with no profile at
      * all is inquiry-only.  Denied attempts are logged to the FTEQ
      * error queue.  The employee number ties the operator to the
      * EMPLOYEE row D03PGM3 hires and terminates against: a
      * termination there drops every profile carrying the number to
      * inquiry-only and stamps the revoked date, and FRTOPRV lists
      * each week any profile whose employee is missing, terminated,
      * or out of the owning department.  Zero or unconverted means
      * the profile is not tied to an employee yet.
      *
      * The record grew from 9 to 23 bytes when the employee tie was
      * added.  A profile file written in the old 9-byte layout must
      * be run once through FRTOCVT, which writes every profile in
      * this layout (no employee, never revoked), before any program
      * that copies this layout reads it.
      *****************************************************************
           05  OPR-Operator-Id            pic x(08).
           05  OPR-Role                   pic x(01).
               88  OPR-Inquiry-Only       value "I".
               88  OPR-Update-Role        value "U".
               88  OPR-Supervisor-Role    value "S".
           05  OPR-Empno                  pic 9(06).
           05  OPR-Revoked-Date           pic 9(08).

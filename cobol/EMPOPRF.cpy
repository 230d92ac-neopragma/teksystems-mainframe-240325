      *****************************************************************
      * EMPOPRF - Operator authorization profile for the employee and
      * contacts maintenance screens, the counterpart of FRTOPRF on
      * the free-throw side.  Keyed VSAM KSDS, key = EOP-Operator-Id;
      * one record per operator allowed past inquiry, loaded by
      * EMPOLOAD and listed by EMPORPT.  Each role is held separately
      * so one operator can maintain employees, contacts, or both:
      *   - the employee role H (HR maintainer) is checked before
      *     D03PGM2 saves a rename and before D03PGM3 commits a hire,
      *     termination, transfer, or rehire, and before D03PGM4
      *     adds or changes a department;
      *   - the contacts role C (contacts maintainer) is checked
      *     before CONPGM2 saves a contact.
      * I in either role, or no profile at all, is inquiry-only.  A
      * refused attempt is logged to the EMEQ queue in the EMPDENY
      * layout.  The employee number ties the operator to EMPLOYEE
      * so EMPORPT can show whose rights they are; zero means the
      * profile is not tied to an employee.
      *****************************************************************
           05  EOP-Operator-Id            pic x(08).
           05  EOP-Employee-Role          pic x(01).
               88  EOP-Employee-Inquiry   value "I".
               88  EOP-HR-Maintainer      value "H".
           05  EOP-Contacts-Role          pic x(01).
               88  EOP-Contacts-Inquiry   value "I".
               88  EOP-Contacts-Maintainer
                                          value "C".
           05  EOP-Empno                  pic 9(06).
           05  EOP-Granted-Date           pic 9(08).
           05  filler                     pic x(16).

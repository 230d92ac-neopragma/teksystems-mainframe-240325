      *****************************************************************
      * DEPT - DCLGEN for the DEPARTMENT table, brought in with
      * EXEC SQL INCLUDE DEPT.  One row per department: its code
      * (the value EMPLOYEE.WORKDEPT carries), name, manager, the
      * department it reports to, and whether it is still open.
      * MGRNO zero means no manager has been named; ADMRDEPT blank
      * means a top-of-house department that reports to nobody.
      * Maintained online by D03PGM4; D03PGM3 validates hires and
      * transfers against it and DEPTORG prints the org chart.
      *****************************************************************
           EXEC SQL DECLARE DEPARTMENT TABLE
           ( DEPTNO                         CHAR(3) NOT NULL,
             DEPTNAME                       CHAR(36) NOT NULL,
             MGRNO                          DECIMAL(6, 0) NOT NULL
                                            WITH DEFAULT,
             ADMRDEPT                       CHAR(3) NOT NULL
                                            WITH DEFAULT,
             DEPTSTAT                       CHAR(1) NOT NULL
           ) END-EXEC.
       01  DCLDEPARTMENT.
           10 DEPTNO               PIC X(3).
           10 DEPTNAME             PIC X(36).
           10 MGRNO                PIC S9(6)V USAGE COMP-3.
           10 ADMRDEPT             PIC X(3).
           10 DEPTSTAT             PIC X(1).
               88 DEPT-ACTIVE      VALUE "A".
               88 DEPT-INACTIVE    VALUE "I".

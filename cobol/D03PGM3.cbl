      *   VALIDATES, AND INSERTS.  ACTION T EFFECTIVE- *
      *   DATES THE EMPLOYEE OUT (TERMDATE) RATHER     *
      *   THAN DELETING THE ROW.  ACTION X TRANSFERS   *
      *   AN EMPLOYEE TO A NEW DEPARTMENT.  HIRES AND  *
      *   TRANSFERS ARE VALIDATED AGAINST THE ACTIVE   *
      *   DEPARTMENTS ON THE DEPARTMENT TABLE (SEE     *
      *   D03PGM4).  ACTION R REHIRES A TERMINATED     *
      *   EMPLOYEE - SAME EMPNO, TERMINATION CLEARED   *
      *   EFFECTIVE THE REHIRE DATE - AND REFUSES      *
      *   ANYONE NOT ACTUALLY TERMINATED.  ALL WRITE   *
      *   THE SAME EMPAUDT AUDIT ENTRY D03PGM2 WRITES  *
      *   FOR NAME CHANGES.  A TERMINATION ALSO DROPS  *
      *   THE EMPLOYEE'S FREE-THROW OPERATOR PROFILES  *
      *   (FRTOPRF) TO INQUIRY-ONLY THE SAME DAY.      *
      *   A HIRE OR REHIRE INTO A DEPARTMENT ALREADY   *
      *   HOLDING ITS APPROVED POSITIONS FOR THE       *
      *   FISCAL YEAR (EMPPBUD) IS REFUSED UNLESS A    *
      *   SUPERVISOR ID AND PASSWORD ARE KEYED.        *
      *   EVERY ACTION IS COMMITTED ONLY FOR AN        *
      *   OPERATOR WHOSE EMPOPRF PROFILE CARRIES THE   *
      *   HR MAINTAINER ROLE; A REFUSAL IS LOGGED TO   *
      *   THE EMEQ QUEUE.                              *
      *                                                *
      *  DATE-WRITTEN  : 2026-AUG                      *
      *************************************************
           05 WS-AUDIT-DATE    PIC 9(8).
           05 WS-AUDIT-TIME    PIC 9(6).
           05 FILLER           PIC X(7).
       01 WS-FRT-PROFILE-RECORD.
           COPY FRTOPRF.
       01 WS-FRT-BROWSE-KEY    PIC X(8).
       01 WS-FRT-BROWSE-DONE   PIC X(1).
       01 WS-FRT-REVOKE-FAILED PIC X(1).
       01 WS-FRT-REVOKE-COUNT  PIC S9(4) COMP.
       01 WS-FRT-SUB           PIC S9(4) COMP.
       01 WS-FRT-REVOKE-TABLE.
           05 WS-FRT-REVOKE-ID PIC X(8) OCCURS 10 TIMES.
       01 WS-BUDGET-RECORD.
           COPY POSBUD.
       01 WS-SUPERVISOR-RECORD.
           COPY FRTSUPV.
       01 WS-BUDGET-OK         PIC X(1).
       01 WS-BUDGET-OVERRIDE   PIC X(1).
       01 WS-HIRE-YEAR         PIC 9(4).
       01 WS-HIRE-MONTH        PIC 9(2).
       01 WS-FILLED-COUNT      PIC S9(8) COMP.
       01 WS-FILLED-EDIT       PIC ZZZZ9.
       01 WS-APPROVED-EDIT     PIC ZZZZ9.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-AUTHORIZED    PIC X(1).
       01 WS-OPERATOR-PROFILE.
           COPY EMPOPRF.
       01 WS-DENIED-RECORD.
           COPY EMPDENY.
       01 WS-COMMAREA.
           05 CA-Maint-State   PIC X(1).


           PERFORM RECEIVE-MAP.

           PERFORM CHECK-AUTHORIZATION-PARA.

           EVALUATE TRUE
             WHEN WS-AUTHORIZED NOT = "Y"
               CONTINUE
             WHEN ACTIONI = "A"
               PERFORM HIRE-PARA
             WHEN ACTIONI = "T"
               PERFORM TERMINATE-PARA
             WHEN ACTIONI = "X"
               PERFORM TRANSFER-PARA
             WHEN ACTIONI = "R"
               PERFORM REHIRE-PARA
             WHEN OTHER
               MOVE "ACTION MUST BE A, T, X, OR R"
               MOVE "HIRE DATE (YYYY-MM-DD) IS REQUIRED" TO MMSGO
             WHEN MHIREI(5:1) NOT = "-" OR MHIREI(8:1) NOT = "-"
               MOVE "HIRE DATE MUST BE YYYY-MM-DD" TO MMSGO
             WHEN MHIREI(1:4) NOT NUMERIC OR MHIREI(6:2) NOT NUMERIC
               MOVE "HIRE DATE MUST BE YYYY-MM-DD" TO MMSGO
             WHEN OTHER
               MOVE MDEPTI TO WS-NEW-DEPT
               PERFORM VALIDATE-NEW-DEPT-PARA
               IF WS-SQLCODE = 0 AND WS-DEPT-COUNT = 0
                   MOVE "DEPARTMENT NOT ON FILE OR NOT ACTIVE"
                        TO MMSGO
               END-IF
               IF WS-SQLCODE = 0 AND WS-DEPT-COUNT > 0
                   PERFORM CHECK-POSITION-BUDGET-PARA
               END-IF
               IF WS-SQLCODE = 0 AND WS-DEPT-COUNT > 0
                                 AND WS-BUDGET-OK = "Y"
                   PERFORM ASSIGN-EMPNO-PARA
                   IF WS-SQLCODE NOT < 0
                       PERFORM INSERT-EMPLOYEE-PARA
                   END-IF
               END-IF
           END-EVALUATE.

           EVALUATE WS-SQLCODE
             WHEN 0
               MOVE WS-EMPNO TO MEMPNOO
               IF WS-BUDGET-OVERRIDE = "Y"
                   MOVE "HIRED OVER BUDGET ON SUPERVISOR OVERRIDE - NUMB
      -                 "ER ASSIGNED SHOWN ABOVE" TO MMSGO
               ELSE
                   MOVE "EMPLOYEE HIRED - NUMBER ASSIGNED SHOWN ABOVE"
                        TO MMSGO
               END-IF
               MOVE SPACES TO EAU-Before-Name
               MOVE MNAMEI TO EAU-After-Name
               MOVE WS-NEW-DEPT TO EAU-Dept
               SET EAU-Hire TO TRUE
               PERFORM WRITE-AUDIT-PARA
             WHEN OTHER
           MOVE WS-EMPNO TO EMPNO.

           EXEC SQL
              SELECT NAME, WORKDEPT
                INTO :NAME, :WORKDEPT
                FROM EMPLOYEE WHERE EMPNO = :EMPNO
           END-EXEC.

                    TO MMSGO
               MOVE NAME   TO EAU-Before-Name
               MOVE SPACES TO EAU-After-Name
               MOVE WORKDEPT TO EAU-Dept
               SET EAU-Termination TO TRUE
               PERFORM WRITE-AUDIT-PARA
               PERFORM REVOKE-FRT-PROFILE-PARA
             WHEN 100
               MOVE "EMPLOYEE NUMBER NOT ON FILE" TO MMSGO
             WHEN OTHER

           EXIT.

       REVOKE-FRT-PROFILE-PARA.
      *****************************************************************
      * A terminated scorekeeper must not keep update or supervisor
      * rights on the free-throw system.  FRTOPRF is keyed by
      * operator id, not employee number, so the whole (small) file
      * is browsed for profiles carrying this EMPNO; the ids found
      * are updated after the browse ends.  Each is dropped to
      * inquiry-only with today's date as the revoked date - the
      * profile stays so the operator id is still recognized.
      *****************************************************************
           MOVE ZERO TO WS-FRT-REVOKE-COUNT.
           MOVE "N" TO WS-FRT-REVOKE-FAILED.
           MOVE LOW-VALUES TO WS-FRT-BROWSE-KEY.

           EXEC CICS STARTBR
              FILE(D03-FRT-Profile-File)
              RIDFLD(WS-FRT-BROWSE-KEY)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-FRT-BROWSE-DONE
               PERFORM FIND-FRT-PROFILE-PARA
                   UNTIL WS-FRT-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(D03-FRT-Profile-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE "Y" TO WS-FRT-REVOKE-FAILED
           END-EVALUATE.

           PERFORM VARYING WS-FRT-SUB FROM 1 BY 1
                   UNTIL WS-FRT-SUB > WS-FRT-REVOKE-COUNT
                      OR WS-FRT-SUB > 10
               PERFORM REVOKE-ONE-PROFILE-PARA
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-FRT-REVOKE-FAILED = "Y"
               MOVE "TERMINATED - FRT PROFILE NOT REVOKED, TELL SUPPORT"
                    TO MMSGO
             WHEN WS-FRT-REVOKE-COUNT > ZERO
               MOVE "EMPLOYEE TERMINATED - FRT OPERATOR PROFILE REVOKED"
                    TO MMSGO
           END-EVALUATE.

           EXIT.

       FIND-FRT-PROFILE-PARA.

           EXEC CICS READNEXT
              FILE(D03-FRT-Profile-File)
              RIDFLD(WS-FRT-BROWSE-KEY)
              INTO(WS-FRT-PROFILE-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-FRT-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-FRT-BROWSE-DONE
               MOVE "Y" TO WS-FRT-REVOKE-FAILED
             WHEN OPR-Empno NOT NUMERIC
               CONTINUE
             WHEN OPR-Empno = WS-EMPNO AND NOT OPR-Inquiry-Only
               ADD 1 TO WS-FRT-REVOKE-COUNT
               IF WS-FRT-REVOKE-COUNT > 10
                   MOVE "Y" TO WS-FRT-REVOKE-FAILED
               ELSE
                   MOVE OPR-Operator-Id
                        TO WS-FRT-REVOKE-ID(WS-FRT-REVOKE-COUNT)
               END-IF
           END-EVALUATE.

           EXIT.

       REVOKE-ONE-PROFILE-PARA.

           EXEC CICS READ
              FILE(D03-FRT-Profile-File)
              RIDFLD(WS-FRT-REVOKE-ID(WS-FRT-SUB))
              INTO(WS-FRT-PROFILE-RECORD)
              UPDATE
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               SET OPR-Inquiry-Only TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-Revoked-Date
               EXEC CICS REWRITE
                  FILE(D03-FRT-Profile-File)
                  FROM(WS-FRT-PROFILE-RECORD)
                  RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-FRT-REVOKE-FAILED
           END-IF.

           EXIT.

       TRANSFER-PARA.
      *****************************************************************
      * Move an employee between departments - the hand-run SQL this
      * screen family was built to stop.  The new department must be
      * an active one on the DEPARTMENT table.
      *****************************************************************
           EVALUATE TRUE
             WHEN MEMPNOI NOT > SPACES
                       PERFORM UPDATE-DEPT-PARA
                   END-IF
                   IF WS-SQLCODE = 0 AND WS-DEPT-COUNT = 0
                       MOVE "DEPARTMENT NOT ON FILE OR NOT ACTIVE"
                            TO MMSGO
                   END-IF
               END-IF
           EXIT.

       VALIDATE-NEW-DEPT-PARA.
      *****************************************************************
      * A hire or transfer may only go into a department that is on
      * the DEPARTMENT table and has not been closed.
      *****************************************************************
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DEPT-COUNT
                FROM DEPARTMENT
               WHERE DEPTNO = :WS-NEW-DEPT
                 AND DEPTSTAT = 'A'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
      * EMPAUDR reports transfers the way it reports name changes.
               MOVE WS-OLD-DEPT TO EAU-Before-Name
               MOVE WS-NEW-DEPT TO EAU-After-Name
               MOVE WS-NEW-DEPT TO EAU-Dept
               SET EAU-Transfer TO TRUE
               PERFORM WRITE-AUDIT-PARA
             WHEN OTHER
               MOVE "REHIRE DATE (YYYY-MM-DD) IS REQUIRED" TO MMSGO
             WHEN MHIREI(5:1) NOT = "-" OR MHIREI(8:1) NOT = "-"
               MOVE "REHIRE DATE MUST BE YYYY-MM-DD" TO MMSGO
             WHEN MHIREI(1:4) NOT NUMERIC OR MHIREI(6:2) NOT NUMERIC
               MOVE "REHIRE DATE MUST BE YYYY-MM-DD" TO MMSGO
             WHEN OTHER
               PERFORM APPLY-REHIRE-PARA
           END-EVALUATE.
      * THE TERMINATION IS CLEARED EFFECTIVE THE REHIRE DATE: THE   *
      * KEYED DATE BECOMES THE ROW'S HIREDATE, THE SAME COLUMN      *
      * ACTION A SETS FOR A NEW HIRE, SO THE ROW RECORDS WHEN THE   *
      * REHIRE TOOK EFFECT.  THE RETURNING EMPLOYEE COMES BACK INTO *
      * THEIR OLD DEPARTMENT, SO IT IS THAT DEPARTMENT'S POSITION   *
      * BUDGET THE REHIRE IS CHECKED AGAINST.                       *
      *****************************************************************
           MOVE "Y" TO WS-BUDGET-OK.

           EXEC SQL
              SELECT NAME, WORKDEPT
                INTO :NAME, :WORKDEPT
                FROM EMPLOYEE WHERE EMPNO = :EMPNO
           END-EXEC.

           IF SQLCODE = 0
               MOVE WORKDEPT TO WS-NEW-DEPT
               PERFORM CHECK-POSITION-BUDGET-PARA
               IF WS-BUDGET-OK = "Y"
                   MOVE MHIREI TO HIREDATE
                   EXEC SQL
                      UPDATE EMPLOYEE
                         SET TERMDATE = NULL,
                             HIREDATE = :HIREDATE
                       WHERE EMPNO = :EMPNO
                   END-EXEC
               END-IF
           END-IF.

           MOVE SQLCODE TO WS-SQLCODE.

           EVALUATE TRUE
             WHEN WS-BUDGET-OK NOT = "Y"
               CONTINUE
             WHEN WS-SQLCODE = 0
               IF WS-BUDGET-OVERRIDE = "Y"
                   MOVE "REHIRED OVER BUDGET ON SUPERVISOR OVERRIDE"
                        TO MMSGO
               ELSE
                   MOVE "EMPLOYEE REHIRED - SAME NUMBER KEPT" TO MMSGO
               END-IF
               MOVE SPACES TO EAU-Before-Name
               MOVE NAME   TO EAU-After-Name
               MOVE WS-NEW-DEPT TO EAU-Dept
               SET EAU-Rehire TO TRUE
               PERFORM WRITE-AUDIT-PARA
             WHEN WS-SQLCODE = 100
               MOVE "EMPLOYEE NUMBER NOT ON FILE" TO MMSGO
             WHEN OTHER
               PERFORM TRANSLATE-SQLCODE-PARA

           EXIT.

       CHECK-POSITION-BUDGET-PARA.
      *****************************************************************
      * Position control.  The hire date (MHIREI, YYYY-MM-DD) picks
      * the fiscal year; the department's EMPPBUD record for that
      * year carries the approved headcount.  Already at or over it,
      * the hire needs a supervisor id and password from the
      * EMPSUPV override file - the same check FRTADD makes against
      * FTSUPV for a full roster - or it is refused.  No budget
      * record for the year means the department is not under
      * position control.  WS-BUDGET-OK comes back Y to proceed, and
      * WS-BUDGET-OVERRIDE Y when that took the override.
      *****************************************************************
           MOVE "Y" TO WS-BUDGET-OK.
           MOVE "N" TO WS-BUDGET-OVERRIDE.

           MOVE MHIREI(1:4) TO WS-HIRE-YEAR.
           MOVE MHIREI(6:2) TO WS-HIRE-MONTH.
           MOVE WS-NEW-DEPT TO POS-Dept.
           MOVE WS-HIRE-YEAR TO POS-Fiscal-Year.
           IF D03-Fiscal-Start-Month > 1
              AND WS-HIRE-MONTH NOT < D03-Fiscal-Start-Month
               ADD 1 TO POS-Fiscal-Year
           END-IF.

           EXEC CICS READ
              FILE(D03-Position-Budget-File)
              RIDFLD(POS-Key)
              INTO(WS-BUDGET-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "N" TO WS-BUDGET-OK
               MOVE "POSITION BUDGET FILE UNAVAILABLE - TELL SUPPORT"
                    TO MMSGO
             WHEN OTHER
               PERFORM COUNT-FILLED-POSITIONS-PARA
           END-EVALUATE.

           EXIT.

       COUNT-FILLED-POSITIONS-PARA.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-FILLED-COUNT
                FROM EMPLOYEE
               WHERE WORKDEPT = :WS-NEW-DEPT
                 AND TERMDATE IS NULL
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           EVALUATE TRUE
             WHEN WS-SQLCODE < 0
               MOVE "N" TO WS-BUDGET-OK
               PERFORM TRANSLATE-SQLCODE-PARA
             WHEN WS-FILLED-COUNT < POS-Approved
               CONTINUE
             WHEN MSUPIDI > SPACES
               PERFORM VALIDATE-SUPERVISOR-PARA
             WHEN OTHER
               MOVE "N" TO WS-BUDGET-OK
               MOVE WS-FILLED-COUNT TO WS-FILLED-EDIT
               MOVE POS-Approved    TO WS-APPROVED-EDIT
               MOVE SPACES TO MMSGO
               STRING "DEPT AT BUDGET ("  DELIMITED BY SIZE
                      WS-FILLED-EDIT      DELIMITED BY SIZE
                      " OF"               DELIMITED BY SIZE
                      WS-APPROVED-EDIT    DELIMITED BY SIZE
                      " FILLED) - SUPERVISOR ID/PASSWORD THEN PF5"
                                          DELIMITED BY SIZE
                 INTO MMSGO
           END-EVALUATE.

           EXIT.

       VALIDATE-SUPERVISOR-PARA.

           EXEC CICS READ
              FILE(D03-Supervisor-File)
              RIDFLD(MSUPIDI)
              INTO(WS-SUPERVISOR-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              AND SUP-Password = MSUPPWI
               MOVE "Y" TO WS-BUDGET-OVERRIDE
           ELSE
               MOVE "N" TO WS-BUDGET-OK
               MOVE "INVALID SUPERVISOR ID OR PASSWORD - NOT AUTHORIZED"
                    TO MMSGO
           END-IF.

           EXIT.

       CHECK-AUTHORIZATION-PARA.
      *****************************************************************
      * Every action on this screen needs the HR maintainer role on
      * the operator's EMPOPRF profile - the same check FRTADD makes
      * against FRTOPRF on the free-throw side.  No profile at all is
      * inquiry-only.
      *****************************************************************
           MOVE "N" TO WS-AUTHORIZED.

           EXEC CICS ASSIGN
              USERID(WS-OPERATOR-ID)
           END-EXEC.

           EXEC CICS READ
              FILE(D03-Operator-Profile-File)
              RIDFLD(WS-OPERATOR-ID)
              INTO(WS-OPERATOR-PROFILE)
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              AND EOP-HR-Maintainer
               MOVE "Y" TO WS-AUTHORIZED
           ELSE
               PERFORM DENY-ACCESS-PARA
           END-IF.

           EXIT.

       DENY-ACCESS-PARA.
      *****************************************************************
      * Log the refusal with operator, terminal, and the action keyed,
      * and tell the operator; the screen keeps what was keyed.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-DATE  TO EDN-Date.
           MOVE WS-AUDIT-TIME  TO EDN-Time.
           MOVE WS-OPERATOR-ID TO EDN-Operator-Id.
           MOVE EIBTRMID       TO EDN-Terminal-Id.
           MOVE EIBTRNID       TO EDN-TransId.
           MOVE ACTIONI        TO EDN-Action.

           EXEC CICS WRITEQ TD
              QUEUE(D03-Denied-TDQ-Name)
              FROM(WS-DENIED-RECORD)
              LENGTH(LENGTH OF WS-DENIED-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           MOVE "NOT AUTHORIZED FOR EMPLOYEE CHANGES - ATTEMPT LOGGED"
                TO MMSGO.

           EXIT.

       WRITE-AUDIT-PARA.
      *****************************************************************
      * Same EMPAUDT entry D03PGM2 writes for a name change - who did

       IDENTIFICATION DIVISION.
       PROGRAM-ID. D03PGM4.

      *************************************************
      *   DEPARTMENT MAINTENANCE - THE DEPARTMENT      *
      *   TABLE BEHIND THE D03 EMPLOYEE SCREENS.       *
      *   EMPLOYEE ONLY CARRIES A WORKDEPT CODE; THIS  *
      *   SCREEN KEEPS EACH DEPARTMENT'S NAME, ITS     *
      *   MANAGER, THE DEPARTMENT IT REPORTS TO, AND   *
      *   WHETHER IT IS STILL OPEN.                    *
      *                                                *
      *   ACTION I DISPLAYS A DEPARTMENT WITH ITS      *
      *   MANAGER'S NAME AND ACTIVE HEADCOUNT.  A      *
      *   ADDS ONE, C CHANGES ONE - ONLY THE FIELDS    *
      *   KEYED ARE CHANGED, AND * IN MANAGER OR       *
      *   PARENT CLEARS IT.  A MANAGER MUST BE AN      *
      *   ACTIVE EMPLOYEE; A PARENT MUST BE AN ACTIVE  *
      *   DEPARTMENT AND MUST NOT CLOSE A REPORTING    *
      *   LOOP.  A DEPARTMENT CANNOT BE SET INACTIVE   *
      *   WHILE EMPLOYEES OR ACTIVE DEPARTMENTS ARE    *
      *   STILL UNDER IT.  D03PGM3 ONLY HIRES AND      *
      *   TRANSFERS INTO ACTIVE DEPARTMENTS HERE.      *
      *   ADDS AND CHANGES ARE COMMITTED ONLY FOR AN   *
      *   OPERATOR WHOSE EMPOPRF PROFILE CARRIES THE   *
      *   HR MAINTAINER ROLE; A REFUSAL IS LOGGED TO   *
      *   THE EMEQ QUEUE.                              *
      *                                                *
      *  DATE-WRITTEN  : 2026-OCT                      *
      *************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE       PIC -9(08).
       01 WS-DEPTNO        PIC X(3).
       01 WS-OLD-STATUS    PIC X(1).
       01 WS-MGR-EMPNO     PIC 9(6).
       01 WS-MGR-STATE     PIC X(1).
       01 WS-COUNT         PIC S9(8) COMP.
       01 WS-HEADCOUNT     PIC S9(8) COMP.
       01 WS-HEAD-EDIT     PIC ZZZZ9.
       01 WS-WALK-DEPT     PIC X(3).
       01 WS-WALK-LEVEL    PIC S9(4) COMP.
       01 WS-VALID         PIC X(1).
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-AUTHORIZED    PIC X(1).
       01 WS-OPERATOR-PROFILE.
           COPY EMPOPRF.
       01 WS-DENIED-RECORD.
           COPY EMPDENY.
       01 WS-COMMAREA.
           05 CA-Maint-State   PIC X(1).

           COPY D03MPS3.
           COPY D03CONST.
           COPY DFHAID.
           COPY DFHBMSCA.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE EMPLOYEE
           END-EXEC.

           EXEC SQL
             INCLUDE DEPT
           END-EXEC.

       LINKAGE SECTION.

       01 DFHCOMMAREA         PIC X(1).

       PROCEDURE DIVISION.

           IF EIBCALEN > ZERO
             MOVE DFHCOMMAREA  TO WS-COMMAREA
           END-IF.

           EVALUATE TRUE

             WHEN EIBCALEN = ZERO
               MOVE LOW-VALUES TO DEPMNTO
               MOVE "KEY I INQUIRE, A ADD, C CHANGE - PF5" TO DMSGO
               PERFORM SEND-MAP

             WHEN EIBAID = DFHCLEAR OR DFHPF3
               PERFORM EXIT-TO-INQUIRY-PARA

             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

             WHEN EIBAID = DFHPF5
               PERFORM SAVE-PARA

             WHEN OTHER
               MOVE LOW-VALUES TO DEPMNTO
               MOVE "INVALID KEY PRESSED" TO DMSGO
               PERFORM SEND-MAP-DATA

           END-EVALUATE.

           EXEC CICS
              RETURN TRANSID(D03-Dept-TransId)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       SAVE-PARA.

           PERFORM RECEIVE-MAP.

           MOVE "Y" TO WS-AUTHORIZED.
           IF ACTIONI = "A" OR "C"
               PERFORM CHECK-AUTHORIZATION-PARA
           END-IF.

           EVALUATE TRUE
             WHEN WS-AUTHORIZED NOT = "Y"
               CONTINUE
             WHEN DDEPTI NOT > SPACES
               MOVE "DEPARTMENT CODE IS REQUIRED" TO DMSGO
             WHEN ACTIONI = "I"
               PERFORM INQUIRE-PARA
             WHEN ACTIONI = "A"
               PERFORM ADD-DEPT-PARA
             WHEN ACTIONI = "C"
               PERFORM CHANGE-DEPT-PARA
             WHEN OTHER
               MOVE "ACTION MUST BE I, A, OR C" TO DMSGO
           END-EVALUATE.

           PERFORM SEND-MAP-DATA.

           EXIT.

       INQUIRE-PARA.

           MOVE DDEPTI TO WS-DEPTNO.
           PERFORM READ-DEPT-PARA.

           EVALUATE WS-SQLCODE
             WHEN 0
               MOVE "DEPARTMENT DISPLAYED" TO DMSGO
               PERFORM SHOW-DEPT-PARA
             WHEN 100
               MOVE "DEPARTMENT NOT ON FILE" TO DMSGO
             WHEN OTHER
               PERFORM TRANSLATE-SQLCODE-PARA
           END-EVALUATE.

           EXIT.

       READ-DEPT-PARA.

           MOVE WS-DEPTNO TO DEPTNO.

           EXEC SQL
              SELECT DEPTNAME, MGRNO, ADMRDEPT, DEPTSTAT
                INTO :DEPTNAME, :MGRNO, :ADMRDEPT, :DEPTSTAT
                FROM DEPARTMENT WHERE DEPTNO = :DEPTNO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           EXIT.

       SHOW-DEPT-PARA.
      *****************************************************************
      * Put the row in DCLDEPARTMENT on the screen with its manager's
      * name and the count of employees not terminated.  A manager
      * who has left, or was never on file, is called out in place
      * of the caller's message - that is what needs fixing first.
      *****************************************************************
           MOVE DEPTNO   TO DDEPTO.
           MOVE DEPTNAME TO DNAMEO.
           MOVE ADMRDEPT TO DPARNTO.
           MOVE DEPTSTAT TO DSTATO.
           MOVE SPACES   TO DMGRNMO.

           IF MGRNO = ZERO
               MOVE SPACES TO DMGRO
               MOVE "NONE NAMED" TO DMGRNMO
           ELSE
               MOVE MGRNO TO WS-MGR-EMPNO
               MOVE WS-MGR-EMPNO TO DMGRO EMPNO

               EXEC SQL
                  SELECT NAME,
                         CASE WHEN TERMDATE IS NULL THEN 'A'
                              ELSE 'T' END
                    INTO :NAME, :WS-MGR-STATE
                    FROM EMPLOYEE WHERE EMPNO = :EMPNO
               END-EXEC

               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE WS-SQLCODE
                 WHEN 0
                   MOVE NAME TO DMGRNMO
                   IF WS-MGR-STATE = "T"
                       MOVE "MANAGER IS TERMINATED - NAME A NEW ONE"
                            TO DMSGO
                   END-IF
                 WHEN 100
                   MOVE "MANAGER NOT ON FILE - NAME A NEW ONE"
                        TO DMSGO
                 WHEN OTHER
                   PERFORM TRANSLATE-SQLCODE-PARA
               END-EVALUATE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-HEADCOUNT
                FROM EMPLOYEE
               WHERE WORKDEPT = :DEPTNO
                 AND TERMDATE IS NULL
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-HEADCOUNT TO WS-HEAD-EDIT
               MOVE WS-HEAD-EDIT TO DHEADO
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               PERFORM TRANSLATE-SQLCODE-PARA
           END-IF.

           EXIT.

       ADD-DEPT-PARA.
      *****************************************************************
      * A new department starts active unless I is keyed, with no
      * manager and at the top of the house unless they are keyed.
      *****************************************************************
           EVALUATE TRUE
             WHEN DNAMEI NOT > SPACES
               MOVE "DEPARTMENT NAME IS REQUIRED FOR AN ADD" TO DMSGO
             WHEN DSTATI > SPACES AND DSTATI NOT = "A" AND NOT = "I"
               MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
                    TO DMSGO
             WHEN DMGRI > SPACES AND DMGRI NOT = "*"
                                 AND DMGRI NOT NUMERIC
               MOVE "MANAGER MUST BE A 6-DIGIT EMPLOYEE NUMBER OR *"
                    TO DMSGO
             WHEN OTHER
               PERFORM APPLY-ADD-PARA
           END-EVALUATE.

           EXIT.

       APPLY-ADD-PARA.

           MOVE DDEPTI TO WS-DEPTNO DEPTNO.
           MOVE DNAMEI TO DEPTNAME.
           MOVE ZERO   TO MGRNO.
           MOVE SPACES TO ADMRDEPT.
           MOVE "A"    TO DEPTSTAT WS-OLD-STATUS.
           PERFORM APPLY-KEYED-FIELDS-PARA.

           MOVE "Y" TO WS-VALID.
           PERFORM VALIDATE-DEPT-PARA.

           IF WS-VALID = "Y"
               EXEC SQL
                  INSERT INTO DEPARTMENT
                         (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, DEPTSTAT)
                  VALUES (:DEPTNO, :DEPTNAME, :MGRNO, :ADMRDEPT,
                          :DEPTSTAT)
               END-EXEC

               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE WS-SQLCODE
                 WHEN 0
                   MOVE "DEPARTMENT ADDED" TO DMSGO
                   PERFORM SHOW-DEPT-PARA
                 WHEN -803
                   MOVE "DEPARTMENT ALREADY ON FILE - USE ACTION C"
                        TO DMSGO
                 WHEN OTHER
                   PERFORM TRANSLATE-SQLCODE-PARA
               END-EVALUATE
           END-IF.

           EXIT.

       CHANGE-DEPT-PARA.

           EVALUATE TRUE
             WHEN DSTATI > SPACES AND DSTATI NOT = "A" AND NOT = "I"
               MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
                    TO DMSGO
             WHEN DMGRI > SPACES AND DMGRI NOT = "*"
                                 AND DMGRI NOT NUMERIC
               MOVE "MANAGER MUST BE A 6-DIGIT EMPLOYEE NUMBER OR *"
                    TO DMSGO
             WHEN OTHER
               PERFORM APPLY-CHANGE-PARA
           END-EVALUATE.

           EXIT.

       APPLY-CHANGE-PARA.

           MOVE DDEPTI TO WS-DEPTNO.
           PERFORM READ-DEPT-PARA.

           EVALUATE WS-SQLCODE
             WHEN 0
               MOVE DEPTSTAT TO WS-OLD-STATUS
               PERFORM APPLY-KEYED-FIELDS-PARA
               MOVE "Y" TO WS-VALID
               PERFORM VALIDATE-DEPT-PARA
               IF WS-VALID = "Y"
                   PERFORM UPDATE-DEPT-PARA
               END-IF
             WHEN 100
               MOVE "DEPARTMENT NOT ON FILE - USE ACTION A" TO DMSGO
             WHEN OTHER
               PERFORM TRANSLATE-SQLCODE-PARA
           END-EVALUATE.

           EXIT.

       APPLY-KEYED-FIELDS-PARA.
      *****************************************************************
      * Lay whatever was keyed over the row in DCLDEPARTMENT.  Blank
      * leaves a field as it is; * clears the manager or parent.
      *****************************************************************
           IF DNAMEI > SPACES
               MOVE DNAMEI TO DEPTNAME
           END-IF.

           EVALUATE TRUE
             WHEN DMGRI = "*"
               MOVE ZERO TO MGRNO
             WHEN DMGRI > SPACES
               MOVE DMGRI TO WS-MGR-EMPNO
               MOVE WS-MGR-EMPNO TO MGRNO
           END-EVALUATE.

           EVALUATE TRUE
             WHEN DPARNTI = "*"
               MOVE SPACES TO ADMRDEPT
             WHEN DPARNTI > SPACES
               MOVE DPARNTI TO ADMRDEPT
           END-EVALUATE.

           IF DSTATI > SPACES
               MOVE DSTATI TO DEPTSTAT
           END-IF.

           EXIT.

       VALIDATE-DEPT-PARA.
      *****************************************************************
      * Only what was keyed this time is checked - a department whose
      * manager has since left can still have its name corrected.
      *****************************************************************
           IF DMGRI > SPACES AND DMGRI NOT = "*"
               PERFORM VALIDATE-MANAGER-PARA
           END-IF.

           IF WS-VALID = "Y" AND DPARNTI > SPACES AND DPARNTI NOT = "*"
               PERFORM VALIDATE-PARENT-PARA
           END-IF.

           IF WS-VALID = "Y" AND DEPTSTAT = "I" AND WS-OLD-STATUS = "A"
               PERFORM VALIDATE-DEACTIVATE-PARA
           END-IF.

           EXIT.

       VALIDATE-MANAGER-PARA.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-COUNT
                FROM EMPLOYEE
               WHERE EMPNO = :WS-MGR-EMPNO
                 AND TERMDATE IS NULL
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           EVALUATE TRUE
             WHEN WS-SQLCODE < 0
               MOVE "N" TO WS-VALID
               PERFORM TRANSLATE-SQLCODE-PARA
             WHEN WS-COUNT = 0
               MOVE "N" TO WS-VALID
               MOVE "MANAGER IS NOT AN ACTIVE EMPLOYEE" TO DMSGO
           END-EVALUATE.

           EXIT.

       VALIDATE-PARENT-PARA.
      *****************************************************************
      * The parent must be open, and walking up from it must reach
      * the top of the house without coming back to this department
      * - otherwise the org chart has a loop nobody reports out of.
      *****************************************************************
           IF ADMRDEPT = WS-DEPTNO
               MOVE "N" TO WS-VALID
               MOVE "A DEPARTMENT CANNOT REPORT TO ITSELF" TO DMSGO
           ELSE
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-COUNT
                    FROM DEPARTMENT
                   WHERE DEPTNO = :ADMRDEPT
                     AND DEPTSTAT = 'A'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE TRUE
                 WHEN WS-SQLCODE < 0
                   MOVE "N" TO WS-VALID
                   PERFORM TRANSLATE-SQLCODE-PARA
                 WHEN WS-COUNT = 0
                   MOVE "N" TO WS-VALID
                   MOVE "PARENT DEPARTMENT NOT ON FILE OR INACTIVE"
                        TO DMSGO
                 WHEN OTHER
                   PERFORM CHECK-REPORTING-LOOP-PARA
               END-EVALUATE
           END-IF.

           EXIT.

       CHECK-REPORTING-LOOP-PARA.

           MOVE ADMRDEPT TO WS-WALK-DEPT.
           MOVE ZERO TO WS-SQLCODE.

           PERFORM WALK-UP-PARA
               VARYING WS-WALK-LEVEL FROM 1 BY 1
                 UNTIL WS-WALK-DEPT NOT > SPACES
                    OR WS-WALK-DEPT = WS-DEPTNO
                    OR WS-WALK-LEVEL > D03-Max-Dept-Levels
                    OR WS-SQLCODE < 0.

           EVALUATE TRUE
             WHEN WS-SQLCODE < 0
               MOVE "N" TO WS-VALID
               PERFORM TRANSLATE-SQLCODE-PARA
             WHEN WS-WALK-DEPT = WS-DEPTNO
               MOVE "N" TO WS-VALID
               MOVE "THAT PARENT REPORTS UP TO THIS DEPARTMENT - LOOP"
                    TO DMSGO
             WHEN WS-WALK-DEPT > SPACES
               MOVE "N" TO WS-VALID
               MOVE "REPORTING CHAIN ABOVE THAT PARENT IS TOO DEEP"
                    TO DMSGO
           END-EVALUATE.

           EXIT.

       WALK-UP-PARA.

           EXEC SQL
              SELECT ADMRDEPT
                INTO :WS-WALK-DEPT
                FROM DEPARTMENT WHERE DEPTNO = :WS-WALK-DEPT
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE = 100
               MOVE SPACES TO WS-WALK-DEPT
           END-IF.

           EXIT.

       VALIDATE-DEACTIVATE-PARA.
      *****************************************************************
      * Closing a department with people or open departments still
      * under it would strand them - move them first.
      *****************************************************************
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-COUNT
                FROM EMPLOYEE
               WHERE WORKDEPT = :WS-DEPTNO
                 AND TERMDATE IS NULL
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           IF WS-SQLCODE = 0 AND WS-COUNT > 0
               MOVE "N" TO WS-VALID
               MOVE "ACTIVE EMPLOYEES ARE STILL IN IT - TRANSFER THEM"
                    TO DMSGO
           END-IF.

           IF WS-SQLCODE = 0 AND WS-VALID = "Y"
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-COUNT
                    FROM DEPARTMENT
                   WHERE ADMRDEPT = :WS-DEPTNO
                     AND DEPTSTAT = 'A'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               IF WS-SQLCODE = 0 AND WS-COUNT > 0
                   MOVE "N" TO WS-VALID
                   MOVE "ACTIVE DEPARTMENTS STILL REPORT TO IT"
                        TO DMSGO
               END-IF
           END-IF.

           IF WS-SQLCODE < 0
               MOVE "N" TO WS-VALID
               PERFORM TRANSLATE-SQLCODE-PARA
           END-IF.

           EXIT.

       UPDATE-DEPT-PARA.

           EXEC SQL
              UPDATE DEPARTMENT
                 SET DEPTNAME = :DEPTNAME,
                     MGRNO    = :MGRNO,
                     ADMRDEPT = :ADMRDEPT,
                     DEPTSTAT = :DEPTSTAT
               WHERE DEPTNO = :DEPTNO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           EVALUATE WS-SQLCODE
             WHEN 0
               MOVE "DEPARTMENT CHANGED" TO DMSGO
               PERFORM SHOW-DEPT-PARA
             WHEN OTHER
               PERFORM TRANSLATE-SQLCODE-PARA
           END-EVALUATE.

           EXIT.

       CHECK-AUTHORIZATION-PARA.
      *****************************************************************
      * Adding or changing a department needs the HR maintainer role
      * on the operator's EMPOPRF profile, the same as D03PGM3; an
      * inquiry needs none.  No profile at all is inquiry-only.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO EDN-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EDN-Time.
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

           MOVE "NOT AUTHORIZED FOR DEPARTMENT CHANGES - ATTEMPT LOGGED"
                TO DMSGO.

           EXIT.

       TRANSLATE-SQLCODE-PARA.
      *****************************************************************
      * Same translation D03PGM3 gives its operators for the
      * negative SQLCODEs actually seen.
      *****************************************************************
           EVALUATE WS-SQLCODE
             WHEN -811
               MOVE "QUERY MATCHED MORE THAN ONE ROW - CONTACT SUPPORT"
                    TO DMSGO
             WHEN -913
               MOVE "RECORD IS LOCKED BY ANOTHER USER - PLEASE RETRY"
                    TO DMSGO
             WHEN -911
               MOVE "TRANSACTION DEADLOCKED AND WAS ROLLED BACK - RETRY"
                    TO DMSGO
             WHEN -818
               MOVE "TIMESTAMP MISMATCH - PLEASE RETRY THE REQUEST"
                    TO DMSGO
             WHEN -904
               MOVE "DATABASE RESOURCE UNAVAILABLE - CONTACT SUPPORT"
                    TO DMSGO
             WHEN OTHER
               STRING "SQL CODE: " DELIMITED BY SIZE
                      WS-SQLCODE   DELIMITED BY SIZE
                 INTO DMSGO
           END-EVALUATE.

           EXIT.

       EXIT-TO-INQUIRY-PARA.
           EXEC CICS XCTL
              PROGRAM (D03-Inquiry-Program)
           END-EXEC.

           EXIT.

       SEND-MAP.
           EXEC CICS SEND
              MAP    (D03-Dept-Map-Name)
              MAPSET (D03-Dept-Mapset-Name)
              FROM   (DEPMNTO)
              ERASE
           END-EXEC.

           EXIT.

       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    (D03-Dept-Map-Name)
              MAPSET (D03-Dept-Mapset-Name)
              FROM   (DEPMNTO)
              DATAONLY
           END-EXEC.

           EXIT.

       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    (D03-Dept-Map-Name)
              MAPSET (D03-Dept-Mapset-Name)
              INTO   (DEPMNTI)
            END-EXEC.

           EXIT.

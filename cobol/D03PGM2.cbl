      *   EMPLOYEE NAME MAINTENANCE - COMPANION TO     *
      *   D03PGM1.  REACHED VIA PF5 ON THE EMPENQ      *
      *   SCREEN, ONCE A SEARCH HAS FOUND A RECORD.    *
      *   THE RENAME IS SAVED ONLY FOR AN OPERATOR     *
      *   WHOSE EMPOPRF PROFILE CARRIES THE HR         *
      *   MAINTAINER ROLE; A REFUSED SAVE IS LOGGED    *
      *   TO THE EMEQ QUEUE.                           *
      *                                                *
      *  DATE-WRITTEN  : 2026-AUG                      *
      *************************************************
           05 WS-AUDIT-DATE    PIC 9(8).
           05 WS-AUDIT-TIME    PIC 9(6).
           05 FILLER           PIC X(7).
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-AUTHORIZED    PIC X(1).
       01 WS-OPERATOR-PROFILE.
           COPY EMPOPRF.
       01 WS-DENIED-RECORD.
           COPY EMPDENY.
       01 WS-COMMAREA.
           05 CA-Empno         PIC 9(6).
           05 CA-First-Time    PIC X(1).

           PERFORM RECEIVE-MAP.

           PERFORM CHECK-AUTHORIZATION-PARA.

           IF WS-AUTHORIZED = "Y"
               PERFORM UPDATE-NAME-PARA
           END-IF.

           PERFORM SEND-MAP-DATA.

           EXIT.

       UPDATE-NAME-PARA.

           MOVE CA-Empno TO WS-EMPNO.
           MOVE WS-EMPNO TO EMPNO.

               PERFORM TRANSLATE-SQLCODE-PARA
           END-EVALUATE.

           EXIT.

       CHECK-AUTHORIZATION-PARA.
      *****************************************************************
      * A rename needs the HR maintainer role on the operator's
      * EMPOPRF profile - the same check FRTADD makes against FRTOPRF
      * on the free-throw side.  No profile at all is inquiry-only.
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
      * Log the refusal with operator and terminal and tell the
      * operator; the screen keeps what was keyed.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-DATE  TO EDN-Date.
           MOVE WS-AUDIT-TIME  TO EDN-Time.
           MOVE WS-OPERATOR-ID TO EDN-Operator-Id.
           MOVE EIBTRMID       TO EDN-Terminal-Id.
           MOVE EIBTRNID       TO EDN-TransId.
           MOVE "C"            TO EDN-Action.

           EXEC CICS WRITEQ TD
              QUEUE(D03-Denied-TDQ-Name)
              FROM(WS-DENIED-RECORD)
              LENGTH(LENGTH OF WS-DENIED-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           MOVE "NOT AUTHORIZED TO CHANGE EMPLOYEES - ATTEMPT LOGGED"
                TO MSG1O.

           EXIT.

           MOVE WS-EMPNO        TO EAU-Empno.
           MOVE WS-BEFORE-NAME  TO EAU-Before-Name.
           MOVE NAMEI           TO EAU-After-Name.
           MOVE SPACES          TO EAU-Dept.

           EXEC CICS WRITE
              FILE('EMPAUDT')

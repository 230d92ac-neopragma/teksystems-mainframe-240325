      *   THE SHARED CTCVALID ROUTINE - THE SAME       *
      *   RULES THE CONSCRUB BATCH SCRUB APPLIES -     *
      *   SO THE TYPOS THAT BOUNCE CORRESPONDENCE      *
      *   CANNOT BE KEYED EITHER.  A CHANGE IS SAVED   *
      *   ONLY FOR AN OPERATOR WHOSE EMPOPRF PROFILE   *
      *   CARRIES THE CONTACTS MAINTAINER ROLE; A      *
      *   REFUSAL IS LOGGED TO THE EMEQ QUEUE.         *
      *   THE SAME SCREEN RECORDS THE CONTACT'S NO     *
      *   MAIL, NO EMAIL, AND NO PHONE OPT-OUTS ON     *
      *   CONTACT_PREF (SEE CONPREF) - A CHANGE TO     *
      *   ANY OF THEM NEEDS THE SOURCE OF THE          *
      *   REQUEST, AND EACH ONE CHANGED IS AUDITED     *
      *   TO CONPAUDT.                                 *
      *                                                *
      *  DATE-WRITTEN  : 2026-AUG                      *
      *************************************************

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE       PIC -9(08).
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-OPERATOR-ID   PIC X(8).
       01 WS-AUTHORIZED    PIC X(1).
       01 WS-OPERATOR-PROFILE.
           COPY EMPOPRF.
       01 WS-DENIED-RECORD.
           COPY EMPDENY.
      * PARAMETER AREA FOR THE CTCVALID SUBPROGRAM - SAME FIELD
      * LAYOUT AS CTV-PARMS IN ITS LINKAGE SECTION.
       01 WS-SYNTAX-PARMS.
               88 SYN-Email-Blank     VALUE "B".
           05 SYN-Phone-Result    PIC X(1).
               88 SYN-Phone-Valid     VALUE "V".
      * ONE SLOT PER CHANNEL - M NO MAIL, E NO EMAIL, P NO PHONE -
      * IN THE ORDER THE CHANNELS SIT ON THE CONUPD SCREEN.
       01 WS-PREF-CHANNELS PIC X(3) VALUE "MEP".
       01 WS-PREF-TABLE.
           05 WS-PREF-ENTRY OCCURS 3 TIMES.
               10 WS-PREF-CHANNEL  PIC X(1).
               10 WS-PREF-CURRENT  PIC X(1).
               10 WS-PREF-KEYED    PIC X(1).
               10 WS-PREF-INFO     PIC X(19).
       01 WS-PREF-SUB      PIC S9(4) COMP.
       01 WS-PREF-CHANGES  PIC S9(4) COMP.
       01 WS-PREF-VALID    PIC X(1).
       01 WS-PREF-SOURCE   PIC X(8).
           88 WS-PREF-SOURCE-VALID VALUE "LETTER" "PHONE" "EMAIL"
                                         "WEB" "INPERSON" "COMPLNT".
       01 WS-PREF-AUDIT-RECORD.
           COPY CONPAUD.
       01 WS-PREF-TIMESTAMP.
           05 WS-PREF-DATE     PIC 9(8).
           05 WS-PREF-TIME     PIC 9(6).
           05 FILLER           PIC X(7).
       01 WS-COMMAREA.
           05 CA-Contact-Id    PIC 9(8).
           05 CA-First-Time    PIC X(1).
             INCLUDE CONTACTS
           END-EXEC.

           EXEC SQL
             INCLUDE CONPREF
           END-EXEC.

       LINKAGE SECTION.

       01 DFHCOMMAREA         PIC X(9).
               ELSE
                   MOVE SPACES          TO UEMAILO
               END-IF
               MOVE "OVERTYPE LANGUAGE/EMAIL/OPT-OUTS, PF5 TO SAVE"
                    TO UMSGO
               PERFORM READ-PREFERENCES-PARA
               IF WS-PREF-VALID = "Y"
                   PERFORM SHOW-PREFERENCES-PARA
               END-IF
             WHEN 100
               MOVE "CONTACT NO LONGER ON FILE" TO UMSGO
             WHEN OTHER

           PERFORM RECEIVE-MAP.

           PERFORM CHECK-AUTHORIZATION-PARA.

           EVALUATE TRUE
             WHEN WS-AUTHORIZED NOT = "Y"
               PERFORM SEND-MAP-DATA
             WHEN ULANGI > SPACES
               PERFORM VALIDATE-LANGUAGE-PARA
             WHEN OTHER
               MOVE "LANGUAGE CODE IS REQUIRED" TO UMSGO
               PERFORM SEND-MAP-DATA
           END-EVALUATE.

           EXIT.

                    TO UMSGO
               PERFORM SEND-MAP-DATA
           ELSE
               PERFORM VALIDATE-PREFERENCES-PARA
           END-IF.

           EXIT.

       VALIDATE-PREFERENCES-PARA.
      *****************************************************************
      * Each opt-out flag is Y or N (blank reads as N, and a flag not
      * sent back keeps its value on file).  Changing any of them
      * needs the source of the contact's request, so the audit can
      * say on whose say-so the channel was closed or reopened.
      *****************************************************************
           PERFORM READ-PREFERENCES-PARA.

           IF WS-PREF-VALID = "Y"
               PERFORM TAKE-KEYED-FLAGS-PARA
               MOVE ZERO TO WS-PREF-CHANGES
               PERFORM CHECK-ONE-PREFERENCE-PARA
                   VARYING WS-PREF-SUB FROM 1 BY 1
                   UNTIL WS-PREF-SUB > 3
           END-IF.

           IF USOURCEL > ZERO
               MOVE USOURCEI TO WS-PREF-SOURCE
           ELSE
               MOVE SPACES   TO WS-PREF-SOURCE
           END-IF.

           EVALUATE TRUE
             WHEN WS-PREF-VALID NOT = "Y"
               PERFORM SEND-MAP-DATA
             WHEN WS-PREF-CHANGES > ZERO
              AND NOT WS-PREF-SOURCE-VALID
               MOVE "SOURCE: LETTER PHONE EMAIL WEB INPERSON OR COMPLNT"
                    TO UMSGO
               PERFORM SEND-MAP-DATA
             WHEN OTHER
               PERFORM UPDATE-CONTACT-PARA
           END-EVALUATE.

           EXIT.

       TAKE-KEYED-FLAGS-PARA.

           IF UNMAILL > ZERO
               MOVE UNMAILI TO WS-PREF-KEYED(1)
           ELSE
               MOVE WS-PREF-CURRENT(1) TO WS-PREF-KEYED(1)
           END-IF.

           IF UNEMAILL > ZERO
               MOVE UNEMAILI TO WS-PREF-KEYED(2)
           ELSE
               MOVE WS-PREF-CURRENT(2) TO WS-PREF-KEYED(2)
           END-IF.

           IF UNPHONEL > ZERO
               MOVE UNPHONEI TO WS-PREF-KEYED(3)
           ELSE
               MOVE WS-PREF-CURRENT(3) TO WS-PREF-KEYED(3)
           END-IF.

           EXIT.

       CHECK-ONE-PREFERENCE-PARA.

           IF WS-PREF-KEYED(WS-PREF-SUB) = SPACE OR LOW-VALUE
               MOVE "N" TO WS-PREF-KEYED(WS-PREF-SUB)
           END-IF.

           EVALUATE TRUE
             WHEN WS-PREF-KEYED(WS-PREF-SUB) NOT = "Y"
              AND WS-PREF-KEYED(WS-PREF-SUB) NOT = "N"
               MOVE "N" TO WS-PREF-VALID
               MOVE "OPT-OUT FLAGS MUST BE Y OR N" TO UMSGO
             WHEN WS-PREF-KEYED(WS-PREF-SUB)
                  NOT = WS-PREF-CURRENT(WS-PREF-SUB)
               ADD 1 TO WS-PREF-CHANGES
           END-EVALUATE.

           EXIT.

       UPDATE-CONTACT-PARA.

           MOVE CA-Contact-Id TO CONTACT-ID.
             WHEN 0
               MOVE "CONTACT SUCCESSFULLY UPDATED" TO UMSGO
               PERFORM SHOW-LANGUAGE-NAME-PARA
               IF WS-PREF-CHANGES > ZERO
                   PERFORM APPLY-PREFERENCES-PARA
               END-IF
             WHEN 100
               MOVE "CONTACT NO LONGER ON FILE - CHANGES NOT SAVED"
                    TO UMSGO

           EXIT.

       CHECK-AUTHORIZATION-PARA.
      *****************************************************************
      * A contact change needs the contacts maintainer role on the
      * operator's EMPOPRF profile - the same check FRTADD makes
      * against FRTOPRF on the free-throw side.  No profile at all is
      * inquiry-only.
      *****************************************************************
           MOVE "N" TO WS-AUTHORIZED.

           EXEC CICS ASSIGN
              USERID(WS-OPERATOR-ID)
           END-EXEC.

           EXEC CICS READ
              FILE(CON-Operator-Profile-File)
              RIDFLD(WS-OPERATOR-ID)
              INTO(WS-OPERATOR-PROFILE)
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              AND EOP-Contacts-Maintainer
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
           MOVE "C"            TO EDN-Action.

           EXEC CICS WRITEQ TD
              QUEUE(CON-Denied-TDQ-Name)
              FROM(WS-DENIED-RECORD)
              LENGTH(LENGTH OF WS-DENIED-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           MOVE "NOT AUTHORIZED TO CHANGE CONTACTS - ATTEMPT LOGGED"
                TO UMSGO.

           EXIT.

       READ-PREFERENCES-PARA.
      *****************************************************************
      * The contact's opt-outs as they stand on CONTACT_PREF - a row
      * for a channel means the channel is closed.
      *****************************************************************
           MOVE "Y" TO WS-PREF-VALID.
           MOVE CA-Contact-Id TO PREF-CONTACT-ID.

           PERFORM READ-ONE-PREFERENCE-PARA
               VARYING WS-PREF-SUB FROM 1 BY 1
               UNTIL WS-PREF-SUB > 3.

           EXIT.

       READ-ONE-PREFERENCE-PARA.

           MOVE WS-PREF-CHANNELS(WS-PREF-SUB:1)
                TO WS-PREF-CHANNEL(WS-PREF-SUB).
           MOVE WS-PREF-CHANNEL(WS-PREF-SUB) TO PREF-CHANNEL.
           MOVE SPACES TO WS-PREF-INFO(WS-PREF-SUB).

           EXEC SQL
              SELECT CHAR(REQ_DATE, ISO),
                     REQ_SOURCE
                INTO :PREF-REQ-DATE,
                     :PREF-REQ-SOURCE
                FROM CONTACT_PREF
               WHERE CONTACT_ID = :PREF-CONTACT-ID
                 AND CHANNEL = :PREF-CHANNEL
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

           EVALUATE SQLCODE
             WHEN 0
               MOVE "Y" TO WS-PREF-CURRENT(WS-PREF-SUB)
               MOVE PREF-REQ-DATE
                    TO WS-PREF-INFO(WS-PREF-SUB)(1:10)
               MOVE PREF-REQ-SOURCE
                    TO WS-PREF-INFO(WS-PREF-SUB)(12:8)
             WHEN 100
               MOVE "N" TO WS-PREF-CURRENT(WS-PREF-SUB)
             WHEN OTHER
               MOVE "N" TO WS-PREF-VALID
               PERFORM TRANSLATE-SQLCODE-PARA
           END-EVALUATE.

           EXIT.

       SHOW-PREFERENCES-PARA.

           MOVE WS-PREF-CURRENT(1) TO UNMAILO.
           MOVE WS-PREF-INFO(1)    TO UMAILDTO.
           MOVE WS-PREF-CURRENT(2) TO UNEMAILO.
           MOVE WS-PREF-INFO(2)    TO UEMLDTO.
           MOVE WS-PREF-CURRENT(3) TO UNPHONEO.
           MOVE WS-PREF-INFO(3)    TO UPHNDTO.
           MOVE SPACES             TO USOURCEO.

           EXIT.

       APPLY-PREFERENCES-PARA.
      *****************************************************************
      * Close or reopen each channel whose flag changed, auditing
      * each one.  A failure part way backs the whole save out - the
      * contact change with it - so the screen never says saved for
      * half an update.
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-PREF-TIMESTAMP.
           MOVE WS-PREF-DATE(1:4) TO PREF-REQ-DATE(1:4).
           MOVE "-"               TO PREF-REQ-DATE(5:1).
           MOVE WS-PREF-DATE(5:2) TO PREF-REQ-DATE(6:2).
           MOVE "-"               TO PREF-REQ-DATE(8:1).
           MOVE WS-PREF-DATE(7:2) TO PREF-REQ-DATE(9:2).
           MOVE WS-PREF-SOURCE    TO PREF-REQ-SOURCE.
           MOVE CA-Contact-Id     TO PREF-CONTACT-ID.

           PERFORM APPLY-ONE-PREFERENCE-PARA
               VARYING WS-PREF-SUB FROM 1 BY 1
               UNTIL WS-PREF-SUB > 3
                  OR WS-PREF-VALID NOT = "Y".

           IF WS-PREF-VALID = "Y"
               MOVE "CONTACT AND OPT-OUTS SUCCESSFULLY UPDATED"
                    TO UMSGO
               PERFORM SHOW-PREFERENCES-PARA
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF.

           EXIT.

       APPLY-ONE-PREFERENCE-PARA.

           IF WS-PREF-KEYED(WS-PREF-SUB)
              NOT = WS-PREF-CURRENT(WS-PREF-SUB)
               MOVE WS-PREF-CHANNEL(WS-PREF-SUB) TO PREF-CHANNEL
               IF WS-PREF-KEYED(WS-PREF-SUB) = "Y"
                   EXEC SQL
                      INSERT INTO CONTACT_PREF
                             (CONTACT_ID, CHANNEL, REQ_DATE,
                              REQ_SOURCE)
                      VALUES (:PREF-CONTACT-ID, :PREF-CHANNEL,
                              :PREF-REQ-DATE, :PREF-REQ-SOURCE)
                   END-EXEC
               ELSE
                   EXEC SQL
                      DELETE FROM CONTACT_PREF
                       WHERE CONTACT_ID = :PREF-CONTACT-ID
                         AND CHANNEL = :PREF-CHANNEL
                   END-EXEC
               END-IF
               MOVE SQLCODE TO WS-SQLCODE
               IF SQLCODE = 0
                   PERFORM WRITE-PREF-AUDIT-PARA
               ELSE
                   MOVE "N" TO WS-PREF-VALID
                   PERFORM TRANSLATE-SQLCODE-PARA
               END-IF
           END-IF.

           EXIT.

       WRITE-PREF-AUDIT-PARA.
      *****************************************************************
      * One CONPAUDT entry per channel changed, written only once the
      * row change has come back clean - the EMPAUDT discipline.  The
      * screen shows the channel's new state as recorded.
      *****************************************************************
           MOVE WS-PREF-DATE   TO CPA-Date.
           MOVE WS-PREF-TIME   TO CPA-Time.
           MOVE EIBTRMID       TO CPA-Terminal-Id.
           MOVE CA-Contact-Id  TO CPA-Contact-Id.
           MOVE PREF-CHANNEL   TO CPA-Channel.
           MOVE WS-PREF-SOURCE TO CPA-Source.

           EXEC CICS ASSIGN
              USERID(CPA-Operator-Id)
           END-EXEC.

           MOVE WS-PREF-KEYED(WS-PREF-SUB)
                TO WS-PREF-CURRENT(WS-PREF-SUB).
           IF WS-PREF-KEYED(WS-PREF-SUB) = "Y"
               SET CPA-Opted-Out TO TRUE
               MOVE PREF-REQ-DATE
                    TO WS-PREF-INFO(WS-PREF-SUB)(1:10)
               MOVE PREF-REQ-SOURCE
                    TO WS-PREF-INFO(WS-PREF-SUB)(12:8)
           ELSE
               SET CPA-Opted-In TO TRUE
               MOVE SPACES TO WS-PREF-INFO(WS-PREF-SUB)
           END-IF.

           EXEC CICS WRITE
              FILE(CON-Pref-Audit-File)
              FROM(WS-PREF-AUDIT-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "N" TO WS-PREF-VALID
               MOVE "OPT-OUT AUDIT FAILED - NOTHING SAVED, TELL SUPPORT"
                    TO UMSGO
           END-IF.

           EXIT.

       SHOW-LANGUAGE-NAME-PARA.
      *****************************************************************
      * Echo the language's full name next to the code, off the same

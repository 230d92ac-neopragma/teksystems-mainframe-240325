      *   STOPS BEING REACHABLE ONLY THROUGH THE       *
      *   LSTCON BATCH REPORT.  PF5 HANDS THE CONTACT  *
      *   ID KEYED IN THE ID FIELD TO CONPGM2 FOR      *
      *   MAINTENANCE.  PF6 PAGES THROUGH THE KEYED    *
      *   CONTACT'S CORRESPONDENCE HISTORY (THE        *
      *   CONTACT_HIST ROWS CORRGEN AND CONLABEL LOG), *
      *   NEWEST FIRST, ON THE SAME RESULT ROWS -      *
      *   PF7/PF8 PAGE IT UNTIL ENTER STARTS A NEW     *
      *   SURNAME SEARCH.                              *
      *                                                *
      *  DATE-WRITTEN  : 2026-AUG                      *
      *************************************************
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-DSP-LANG      PIC X(2).
       01 WS-ROW-SWAP          PIC X(50).
       01 WS-HIST-COUNT        PIC S9(4) COMP.
       01 WS-HIST-TABLE.
           05 WS-HIST-ROW OCCURS 5.
               10 WS-HIST-TS      PIC X(26).
               10 WS-HIST-DATE    PIC X(10).
               10 WS-HIST-CODE    PIC X(2).
               10 WS-HIST-LANG    PIC X(2).
               10 WS-HIST-CHANNEL PIC X(1).
               10 WS-HIST-BY      PIC X(8).
       01 WS-HIST-SWAP         PIC X(49).
       01 WS-HIST-DISPLAY.
           05 WS-HD-DATE       PIC X(10).
           05 FILLER           PIC X(8) VALUE " LETTER ".
           05 WS-HD-CODE       PIC X(2).
           05 FILLER           PIC X(7) VALUE "  LANG ".
           05 WS-HD-LANG       PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HD-CHANNEL    PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-HD-BY         PIC X(8).
       01 WS-HIST-TOP-TS       PIC X(26)
                               VALUE "9999-12-31-23.59.59.999999".
       01 WS-HIST-MESSAGE.
           05 FILLER           PIC X(8) VALUE "CONTACT ".
           05 WS-HM-CONTACT-ID PIC 9(8).
           05 FILLER           PIC X(44)
              VALUE " HISTORY, NEWEST FIRST - PF7/PF8 TO PAGE".
       01 WS-MAINTAIN-COMMAREA.
           05 MC-Contact-Id    PIC 9(8).
           05 MC-First-Time    PIC X(1).
           05 CA-Last-Surname     PIC X(20).
           05 CA-Last-Id          PIC 9(8).
           05 CA-Page-Number      PIC 9(4).
      * HISTORY MODE - SET BY PF6, CLEARED BY THE NEXT SEARCH - TURNS
      * PF7/PF8 TO PAGING THE CONTACT'S CONTACT_HIST ROWS, BOUNDED BY
      * SENT TIMESTAMP THE WAY THE SEARCH IS BOUNDED BY SURNAME/ID.
           05 CA-Mode             PIC X(1).
               88 CA-History-Mode    VALUE "H".
           05 CA-Hist-Contact-Id  PIC 9(8).
           05 CA-Hist-First-TS    PIC X(26).
           05 CA-Hist-Last-TS     PIC X(26).
           05 CA-Hist-Page-Number PIC 9(4).

           COPY CONMPS1.
           COPY CONCONST.
             INCLUDE CONTACTS
           END-EXEC.

           EXEC SQL
             INCLUDE CONHIST
           END-EXEC.

           EXEC SQL
             DECLARE CONNAME-CURSOR CURSOR FOR
             SELECT ID,
              ORDER BY SURNAME DESC, ID DESC
           END-EXEC.

           EXEC SQL
             DECLARE CONHIST-CURSOR CURSOR FOR
             SELECT CHAR(SENT_TS),
                    CHAR(SENT_DATE, ISO),
                    LETTER_CODE,
                    LANG,
                    CHANNEL,
                    SENT_BY
               FROM CONTACT_HIST
              WHERE CONTACT_ID = :CA-Hist-Contact-Id
                AND SENT_TS < :CA-Hist-Last-TS
              ORDER BY SENT_TS DESC
           END-EXEC.

           EXEC SQL
             DECLARE CONHIST-CURSOR-BACK CURSOR FOR
             SELECT CHAR(SENT_TS),
                    CHAR(SENT_DATE, ISO),
                    LETTER_CODE,
                    LANG,
                    CHANNEL,
                    SENT_BY
               FROM CONTACT_HIST
              WHERE CONTACT_ID = :CA-Hist-Contact-Id
                AND SENT_TS > :CA-Hist-First-TS
              ORDER BY SENT_TS ASC
           END-EXEC.

       LINKAGE SECTION.

       01 DFHCOMMAREA         PIC X(140).

       PROCEDURE DIVISION.

             WHEN EIBAID = DFHENTER
               PERFORM SEARCH-PARA

             WHEN EIBAID = DFHPF8 AND CA-History-Mode
               PERFORM HISTORY-FORWARD-PARA
               PERFORM SEND-MAP-DATA

             WHEN EIBAID = DFHPF7 AND CA-History-Mode
               PERFORM HISTORY-BACKWARD-PARA
               PERFORM SEND-MAP-DATA

             WHEN EIBAID = DFHPF8
               PERFORM BROWSE-FORWARD-PARA
               MOVE CA-Search-Surname TO CSURNAMO
               MOVE CA-Search-Surname TO CSURNAMO
               PERFORM SEND-MAP-DATA

             WHEN EIBAID = DFHPF6
               PERFORM HISTORY-PARA

             WHEN EIBAID = DFHPF5
               PERFORM MAINTAIN-PARA

           PERFORM RECEIVE-MAP.

           IF CSURNAMI > SPACES
               MOVE SPACE    TO CA-Mode
               MOVE CSURNAMI TO CA-Search-Surname
               MOVE SPACES   TO CA-Last-Surname
               MOVE ZERO     TO CA-Last-Id
                       MOVE WS-ROW-ID(WS-ROW-COUNT) TO CA-Last-Id
                       MOVE WS-ROW-SURNAME(WS-ROW-COUNT)
                            TO CA-Last-Surname
                       MOVE
                         "ID + PF5 MAINTAINS, ID + PF6 HISTORY, PF7/PF8"
                            TO CMSGO
                   END-IF
               END-IF
           END-IF.

           EXIT.

       HISTORY-PARA.
      *****************************************************************
      * PF6 - page one of the keyed contact's correspondence, newest
      * first.  From here PF7/PF8 page the history rather than the
      * surname search, until ENTER starts a new search.
      *****************************************************************
           PERFORM RECEIVE-MAP.

           IF CONIDI > SPACES AND CONIDI NUMERIC
               MOVE "H"            TO CA-Mode
               MOVE CONIDI         TO CA-Hist-Contact-Id
               MOVE WS-HIST-TOP-TS TO CA-Hist-Last-TS
               MOVE ZERO           TO CA-Hist-Page-Number
               PERFORM HISTORY-FORWARD-PARA
           ELSE
               MOVE "KEY A NUMERIC CONTACT ID BEFORE PRESSING PF6"
                    TO CMSGO
           END-IF.

           PERFORM SEND-MAP-DATA.

           EXIT.

       HISTORY-FORWARD-PARA.

           MOVE ZERO TO WS-HIST-COUNT.
           PERFORM CLEAR-RESULT-ROWS-PARA.

           EXEC SQL
              OPEN CONHIST-CURSOR
           END-EXEC.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 6 OR SQLCODE NOT = 0
               PERFORM FETCH-NEXT-HIST-PARA
           END-PERFORM.

           MOVE SQLCODE TO WS-SQLCODE.

           EXEC SQL
              CLOSE CONHIST-CURSOR
           END-EXEC.

           IF WS-HIST-COUNT > CON-Max-Rows-per-Page
               MOVE CON-Max-Rows-per-Page TO WS-HIST-COUNT
           END-IF.

           PERFORM DISPLAY-HIST-ROWS-PARA.

           EVALUATE TRUE
             WHEN WS-SQLCODE < 0
               PERFORM TRANSLATE-SQLCODE-PARA
             WHEN WS-HIST-COUNT = 0 AND CA-Hist-Page-Number = 0
               MOVE "NO CORRESPONDENCE ON FILE FOR THAT CONTACT"
                    TO CMSGO
             WHEN WS-HIST-COUNT = 0
               MOVE "NO MORE HISTORY FOR THIS CONTACT" TO CMSGO
             WHEN OTHER
               ADD 1 TO CA-Hist-Page-Number
               MOVE WS-HIST-TS(1) TO CA-Hist-First-TS
               MOVE WS-HIST-TS(WS-HIST-COUNT) TO CA-Hist-Last-TS
               MOVE CA-Hist-Contact-Id TO WS-HM-CONTACT-ID
               MOVE WS-HIST-MESSAGE TO CMSGO
           END-EVALUATE.

           EXIT.

       FETCH-NEXT-HIST-PARA.
      *****************************************************************
      * The same one-row lookahead the surname search uses.
      *****************************************************************
           EXEC SQL
              FETCH CONHIST-CURSOR
                INTO :HIST-SENT-TS, :HIST-SENT-DATE, :HIST-LETTER-CODE,
                     :HIST-LANG, :HIST-CHANNEL, :HIST-SENT-BY
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-HIST-COUNT
               IF WS-SUB NOT GREATER THAN CON-Max-Rows-per-Page
                   PERFORM STORE-HIST-ROW-PARA
               END-IF
           END-IF.

           EXIT.

       STORE-HIST-ROW-PARA.
           MOVE HIST-SENT-TS     TO WS-HIST-TS(WS-SUB).
           MOVE HIST-SENT-DATE   TO WS-HIST-DATE(WS-SUB).
           MOVE HIST-LETTER-CODE TO WS-HIST-CODE(WS-SUB).
           MOVE HIST-LANG        TO WS-HIST-LANG(WS-SUB).
           MOVE HIST-CHANNEL     TO WS-HIST-CHANNEL(WS-SUB).
           MOVE HIST-SENT-BY     TO WS-HIST-BY(WS-SUB).

           EXIT.

       HISTORY-BACKWARD-PARA.
      *****************************************************************
      * PF7 in history mode - page one is re-run from the top; earlier
      * pages come back oldest-first off the ascending cursor and are
      * flipped, as the surname search's backward page is.
      *****************************************************************
           IF CA-Hist-Page-Number < 2
               MOVE WS-HIST-TOP-TS TO CA-Hist-Last-TS
               MOVE ZERO           TO CA-Hist-Page-Number
               PERFORM HISTORY-FORWARD-PARA
           ELSE
               PERFORM HISTORY-BACKWARD-FETCH-PARA
           END-IF.

           EXIT.

       HISTORY-BACKWARD-FETCH-PARA.

           MOVE ZERO TO WS-HIST-COUNT.
           PERFORM CLEAR-RESULT-ROWS-PARA.

           EXEC SQL
              OPEN CONHIST-CURSOR-BACK
           END-EXEC.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CON-Max-Rows-per-Page
                       OR SQLCODE NOT = 0
               PERFORM FETCH-PREV-HIST-PARA
           END-PERFORM.

           MOVE SQLCODE TO WS-SQLCODE.

           EXEC SQL
              CLOSE CONHIST-CURSOR-BACK
           END-EXEC.

           IF WS-SQLCODE < 0
               PERFORM TRANSLATE-SQLCODE-PARA
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB NOT LESS THAN
                           WS-HIST-COUNT - WS-SUB + 1
                   PERFORM SWAP-HIST-ROW-PARA
               END-PERFORM
               PERFORM DISPLAY-HIST-ROWS-PARA

               IF WS-HIST-COUNT = 0
                   MOVE "NO MORE HISTORY FOR THIS CONTACT" TO CMSGO
               ELSE
                   SUBTRACT 1 FROM CA-Hist-Page-Number
                   MOVE WS-HIST-TS(1) TO CA-Hist-First-TS
                   MOVE WS-HIST-TS(WS-HIST-COUNT) TO CA-Hist-Last-TS
                   MOVE CA-Hist-Contact-Id TO WS-HM-CONTACT-ID
                   MOVE WS-HIST-MESSAGE TO CMSGO
               END-IF
           END-IF.

           EXIT.

       FETCH-PREV-HIST-PARA.
           EXEC SQL
              FETCH CONHIST-CURSOR-BACK
                INTO :HIST-SENT-TS, :HIST-SENT-DATE, :HIST-LETTER-CODE,
                     :HIST-LANG, :HIST-CHANNEL, :HIST-SENT-BY
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-HIST-COUNT
               PERFORM STORE-HIST-ROW-PARA
           END-IF.

           EXIT.

       SWAP-HIST-ROW-PARA.
           MOVE WS-HIST-ROW(WS-SUB) TO WS-HIST-SWAP
           MOVE WS-HIST-ROW(WS-HIST-COUNT - WS-SUB + 1)
                TO WS-HIST-ROW(WS-SUB)
           MOVE WS-HIST-SWAP TO WS-HIST-ROW(WS-HIST-COUNT - WS-SUB + 1).

           EXIT.

       DISPLAY-HIST-ROWS-PARA.
      *****************************************************************
      * One piece per result row: the contact id in the id column,
      * and when, which letter, in which language, by which channel
      * and program in the name column.
      *****************************************************************
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIST-COUNT
               MOVE CA-Hist-Contact-Id    TO CROWIDO(WS-SUB)
               MOVE WS-HIST-DATE(WS-SUB)  TO WS-HD-DATE
               MOVE WS-HIST-CODE(WS-SUB)  TO WS-HD-CODE
               MOVE WS-HIST-LANG(WS-SUB)  TO WS-HD-LANG
               MOVE WS-HIST-BY(WS-SUB)    TO WS-HD-BY
               IF WS-HIST-CHANNEL(WS-SUB) = "E"
                   MOVE "EMAIL" TO WS-HD-CHANNEL
               ELSE
                   MOVE "MAIL"  TO WS-HD-CHANNEL
               END-IF
               MOVE WS-HIST-DISPLAY       TO CROWNAMO(WS-SUB)
           END-PERFORM.

           EXIT.

       TRANSLATE-SQLCODE-PARA.
      *****************************************************************
      * Turn the handful of negative SQLCODEs actually seen into a

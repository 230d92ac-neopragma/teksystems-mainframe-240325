       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARIPGM1.

      *************************************************
      *   RECEIVABLES ACCOUNT INQUIRY - THE FIRST      *
      *   ONLINE SCREEN ON THE RECEIVABLES SIDE, SO A  *
      *   CLERK WITH A CUSTOMER ON THE PHONE STOPS     *
      *   DIGGING THROUGH LAST MONTH'S STATEMENT AND   *
      *   THIS MORNING'S AGING PRINTOUT.  KEY AN       *
      *   ACCOUNT NUMBER FOR THE ACCOUNT: BALANCE,     *
      *   CREDIT LIMIT AND OPEN-TO-BUY (OPENBUY),      *
      *   CREDIT HOLD (CRDHOLD), ITS OPEN ITEMS AGED   *
      *   INTO THE AGEDREC BUCKETS, ITS LAST PAYMENTS  *
      *   (PAYHIST), AND THE DUNNING LETTERS SENT.     *
      *   KEY A NAME INSTEAD TO LIST THE CUSTOMERS IT  *
      *   COULD MEAN.  PF7/PF8 PAGE THE OPEN ITEMS OR  *
      *   THE NAME LIST, MODELED ON THE D03PGM1        *
      *   EMPLOYEE ENQUIRY.  OPEN ITEMS, LETTERS, AND  *
      *   NAMES COME OFF THE ARINQ/ARINQNM FILES THE   *
      *   ARINQLD JOB RELOADS EACH NIGHT.              *
      *                                                *
      *  DATE-WRITTEN  : 2026-OCT                      *
      *************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-SUB           PIC S9(4) COMP.
       01 WS-ROW-COUNT     PIC S9(4) COMP.
       01 WS-PAY-COUNT     PIC S9(4) COMP.
       01 WS-LETTER-COUNT  PIC S9(4) COMP.
       01 WS-ACCOUNT       PIC 9(7).
       01 WS-BROWSE-DONE   PIC X(1).
       01 WS-FILE-FAILED   PIC X(8).
       01 WS-START-SEQ     PIC 9(5).
       01 WS-TODAY         PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(7).
       01 WS-DAYS-OPEN     PIC 9(5).
       01 WS-INQUIRY-RECORD.
           COPY ARINQ.
       01 WS-NAME-INDEX-RECORD.
           COPY ARINQNM.
       01 WS-OPEN-TO-BUY-RECORD.
           COPY OPENBUY.
       01 WS-CREDIT-HOLD-RECORD.
           COPY CRDHOLD.
       01 WS-PAYMENT-HISTORY-RECORD.
           COPY PAYHIST.
       01 WS-INQUIRY-KEY.
           05 WS-IK-ACCOUNT    PIC 9(7).
           05 WS-IK-TYPE       PIC X(1).
           05 WS-IK-SEQ        PIC 9(5).
       01 WS-NAME-KEY.
           05 WS-NK-NAME       PIC X(30).
           05 WS-NK-ACCOUNT    PIC 9(7).
       01 WS-PAYMENT-KEY.
           05 WS-PK-ACCOUNT    PIC 9(7).
           05 WS-PK-DATE       PIC 9(8).
           05 WS-PK-SEQ        PIC 9(3).
           05 WS-PK-ITEM-SEQ   PIC 9(3).

      *****************************************************************
      * Parameter area for the AGEDAYS bucketing subprogram - the
      * same call AGEDREC makes for each open item, so an item ages
      * into the same bucket here as on the aging report.
      *****************************************************************
       01 WS-AGING-PARMS.
           05 WS-AGE-LAST-PAYMENT-DATE PIC 9(7).
           05 WS-AGE-TODAYS-DATE       PIC 9(8).
           05 WS-AGE-BUCKET            PIC X(1).
               88 WS-AGE-CURRENT           VALUE "C".
               88 WS-AGE-30-59-DAYS        VALUE "1".
               88 WS-AGE-60-119-DAYS       VALUE "2".
               88 WS-AGE-120-PLUS          VALUE "3".

       01 WS-ROW-TABLE.
           05 WS-ROW OCCURS 6.
               10 WS-ROW-NAME      PIC X(30).
               10 WS-ROW-ACCOUNT   PIC 9(7).
               10 WS-ROW-CITY      PIC X(30).
               10 WS-ROW-STATE     PIC X(2).
       01 WS-ROW-SWAP          PIC X(69).
       01 WS-PAY-TABLE.
           05 WS-PAY OCCURS 4.
               10 WS-PAY-DATE          PIC 9(8).
               10 WS-PAY-AMOUNT        PIC 9(7)V99.
               10 WS-PAY-APPLIED       PIC 9(7)V99.
               10 WS-PAY-STATUS        PIC X(1).
               10 WS-PAY-RETURNED-DATE PIC 9(8).

       01 WS-CUSTOMER-LINE.
           05 FILLER           PIC X(8) VALUE "ACCOUNT ".
           05 WS-CL-ACCOUNT    PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CL-NAME       PIC X(30).
           05 FILLER           PIC X(15) VALUE "  LAST PAYMENT ".
           05 WS-CL-LAST-PAY   PIC X(10).
       01 WS-BALANCE-LINE.
           05 FILLER           PIC X(8) VALUE "BALANCE ".
           05 WS-BL-BALANCE    PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(8) VALUE "  LIMIT ".
           05 WS-BL-LIMIT      PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(7) VALUE "  OTB ".
           05 WS-BL-OPEN-TO-BUY PIC ZZZ,ZZ9.99-.
           05 FILLER           PIC X(7) VALUE " AS OF ".
           05 WS-BL-AS-OF      PIC 9999/99/99.
       01 WS-NO-LIMIT-LINE.
           05 FILLER           PIC X(8) VALUE "BALANCE ".
           05 WS-NL-BALANCE    PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(42)
               VALUE "  NO CREDIT LIMIT - BALANCE AS OF LAST RUN".
       01 WS-HOLD-LINE.
           05 WS-HL-HOLD       PIC X(45).
           05 WS-HL-CREDIT-CAPTION PIC X(19).
           05 WS-HL-CREDIT     PIC $ZZZ,ZZ9.99.
       01 WS-ON-HOLD-TEXT.
           05 FILLER           PIC X(14) VALUE "ON HOLD SINCE ".
           05 WS-OH-DATE       PIC 9999/99/99.
           05 FILLER           PIC X(3) VALUE " - ".
           05 WS-OH-REASON     PIC X(18).
       01 WS-ITEM-HEADING.
           05 FILLER           PIC X(19) VALUE "INVOICE  INV DATE".
           05 FILLER           PIC X(13) VALUE "     ORIGINAL".
           05 FILLER           PIC X(13) VALUE "         OPEN".
           05 FILLER           PIC X(7)  VALUE "   DAYS".
           05 FILLER           PIC X(8)  VALUE "  BUCKET".
       01 WS-NAME-HEADING.
           05 FILLER           PIC X(9)  VALUE "ACCOUNT".
           05 FILLER           PIC X(32) VALUE "CUSTOMER NAME".
           05 FILLER           PIC X(31) VALUE "CITY".
           05 FILLER           PIC X(2)  VALUE "ST".
       01 WS-ITEM-LINE.
           05 WS-IL-INVOICE    PIC X(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 WS-IL-DATE       PIC 9999/99/99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-ORIGINAL   PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-OPEN       PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-DAYS       PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-BUCKET     PIC X(12).
       01 WS-NAME-LINE.
           05 WS-NM-ACCOUNT    PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-NM-NAME       PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-NM-CITY       PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-NM-STATE      PIC X(2).
       01 WS-PAYMENT-LINE.
           05 FILLER           PIC X(5) VALUE "PAID ".
           05 WS-PL-DATE       PIC 9999/99/99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-AMOUNT     PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(10) VALUE "  APPLIED ".
           05 WS-PL-APPLIED    PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-PL-STATUS     PIC X(24).
       01 WS-RETURNED-TEXT.
           05 FILLER           PIC X(14) VALUE "CHECK RETURNED".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RT-DATE       PIC 9999/99/99.
       01 WS-LETTER-LINE.
           05 WS-LL-ENTRY OCCURS 3.
               10 WS-LL-CAPTION PIC X(6).
               10 WS-LL-LEVEL  PIC 9(1).
               10 FILLER       PIC X(1) VALUE SPACE.
               10 WS-LL-DATE   PIC 9999/99/99.
               10 FILLER       PIC X(4) VALUE SPACES.
       01 WS-LETTER-TABLE.
           05 WS-LETTER OCCURS 6.
               10 WS-LT-LEVEL      PIC 9(1).
               10 WS-LT-DATE       PIC 9(8).

      *****************************************************************
      * The commarea carries the active search across the pseudo-
      * conversational turns, the way D03PGM1's does: for an account,
      * which page of its open items is on screen and whether another
      * follows; for a name, the name and the keys of the first and
      * last customers listed, so PF7/PF8 restart the browse from
      * there.
      *****************************************************************
       01 WS-COMMAREA.
           05 CA-Search-Mode      PIC X(1).
               88 CA-Mode-Account     VALUE "A".
               88 CA-Mode-Name        VALUE "N".
           05 CA-Account          PIC 9(7).
           05 CA-Page-Number      PIC 9(4).
           05 CA-More-Items       PIC X(1).
               88 CA-Items-Follow     VALUE "Y".
           05 CA-Search-Name      PIC X(20).
           05 CA-Name-Length      PIC 9(2).
           05 CA-First-Name-Key.
               10 CA-First-Name   PIC X(30).
               10 CA-First-Account PIC 9(7).
           05 CA-Last-Name-Key.
               10 CA-Last-Name    PIC X(30).
               10 CA-Last-Account PIC 9(7).

           COPY ARIMPS1.
           COPY ARICONST.
           COPY DFHAID.
           COPY DFHBMSCA.

       LINKAGE SECTION.

       01 DFHCOMMAREA         PIC X(109).

       PROCEDURE DIVISION.

           IF EIBCALEN > ZERO
             MOVE DFHCOMMAREA  TO WS-COMMAREA
           END-IF.

           EVALUATE TRUE

             WHEN EIBCALEN = ZERO
               INITIALIZE WS-COMMAREA
               MOVE LOW-VALUES   TO  ARIENQO
               MOVE "KEY AN ACCOUNT NUMBER OR A CUSTOMER NAME AND PRESS
      -             " ENTER" TO AMSGO
               PERFORM SEND-MAP

             WHEN EIBAID = DFHCLEAR
               INITIALIZE WS-COMMAREA
               MOVE LOW-VALUES   TO  ARIENQO
               PERFORM SEND-MAP

             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

             WHEN EIBAID = DFHPF3
               MOVE LOW-VALUES TO  ARIENQO
               MOVE "BYE, PRESS CLEAR KEY TO ENTER A TRANSACTION ID"
                    TO AMSGO
               PERFORM SEND-MAP-DATA

               EXEC CICS
                 RETURN
               END-EXEC

             WHEN EIBAID = DFHENTER
               PERFORM PROCESS-PARA

             WHEN EIBAID = DFHPF8
               MOVE LOW-VALUES TO ARIENQO
               PERFORM BROWSE-FORWARD-PARA
               PERFORM SEND-MAP-DATA

             WHEN EIBAID = DFHPF7
               MOVE LOW-VALUES TO ARIENQO
               PERFORM BROWSE-BACKWARD-PARA
               PERFORM SEND-MAP-DATA

             WHEN OTHER
               MOVE LOW-VALUES TO ARIENQO
               MOVE "INVALID KEY PRESSED" TO AMSGO
               PERFORM SEND-MAP-DATA

           END-EVALUATE.

           EXEC CICS
              RETURN TRANSID(ARI-Inquiry-TransId)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       PROCESS-PARA.

           PERFORM RECEIVE-MAP.

           EVALUATE TRUE
             WHEN AACCTI > SPACES
               PERFORM SEARCH-BY-ACCOUNT-PARA
             WHEN ASRCHI > SPACES
               PERFORM SEARCH-BY-NAME-PARA
             WHEN OTHER
               MOVE "KEY AN ACCOUNT NUMBER OR A CUSTOMER NAME"
                    TO AMSGO
           END-EVALUATE.

           MOVE -1 TO AACCTL.
           PERFORM SEND-MAP-DATA.

           EXIT.

       SEARCH-BY-ACCOUNT-PARA.
      *****************************************************************
      * An account number always shows the account from its first
      * page of open items.
      *****************************************************************
           IF AACCTI NUMERIC
               MOVE AACCTI TO WS-ACCOUNT
               SET CA-Mode-Account TO TRUE
               MOVE WS-ACCOUNT TO CA-Account
               MOVE 1          TO CA-Page-Number
               PERFORM SHOW-ACCOUNT-PARA
           ELSE
               MOVE "ACCOUNT NUMBER MUST BE ALL 7 DIGITS" TO AMSGO
           END-IF.

           EXIT.

       SEARCH-BY-NAME-PARA.
      *****************************************************************
      * A name (full or partial) lists every customer whose name
      * starts with it, in name order.  This always starts a fresh
      * list at page one; PF7/PF8 page back and forth from there.
      *****************************************************************
           SET CA-Mode-Name TO TRUE.
           MOVE ASRCHI   TO CA-Search-Name.
           PERFORM VARYING WS-SUB FROM 20 BY -1
                   UNTIL WS-SUB < 1
                      OR CA-Search-Name(WS-SUB:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-SUB   TO CA-Name-Length.
           MOVE CA-Search-Name TO CA-Last-Name.
           MOVE ZERO     TO CA-Last-Account.
           MOVE ZERO     TO CA-Page-Number.

           PERFORM CLEAR-SCREEN-LINES-PARA.
           PERFORM BROWSE-FORWARD-NAME-PARA.

           EXIT.

       BROWSE-FORWARD-PARA.
      *****************************************************************
      * Dispatch on the active search mode, the way D03PGM1 does.
      *****************************************************************
           EVALUATE TRUE
             WHEN CA-Mode-Account
               IF CA-Items-Follow
                   ADD 1 TO CA-Page-Number
                   PERFORM SHOW-ACCOUNT-PARA
               ELSE
                   MOVE "NO MORE OPEN ITEMS ON THIS ACCOUNT" TO AMSGO
               END-IF
             WHEN CA-Mode-Name
               PERFORM BROWSE-FORWARD-NAME-PARA
             WHEN OTHER
               MOVE "PRESS ENTER WITH AN ACCOUNT OR NAME FIRST"
                    TO AMSGO
           END-EVALUATE.

           EXIT.

       BROWSE-BACKWARD-PARA.
      *****************************************************************
      * PF7 - page one has no "before" page, so it is shown again,
      * the same way D03PGM1 re-runs its first page.
      *****************************************************************
           EVALUATE TRUE
             WHEN CA-Mode-Account
               IF CA-Page-Number > 1
                   SUBTRACT 1 FROM CA-Page-Number
               END-IF
               PERFORM SHOW-ACCOUNT-PARA
             WHEN CA-Mode-Name
               IF CA-Page-Number < 2
                   MOVE CA-Search-Name TO CA-Last-Name
                   MOVE ZERO           TO CA-Last-Account
                   MOVE ZERO           TO CA-Page-Number
                   PERFORM CLEAR-SCREEN-LINES-PARA
                   PERFORM BROWSE-FORWARD-NAME-PARA
               ELSE
                   PERFORM BROWSE-BACKWARD-NAME-PARA
               END-IF
             WHEN OTHER
               MOVE "PRESS ENTER WITH AN ACCOUNT OR NAME FIRST"
                    TO AMSGO
           END-EVALUATE.

           EXIT.

       SHOW-ACCOUNT-PARA.
      *****************************************************************
      * The whole account is redrawn on every turn - header, the
      * current page of open items, payments, and letters - so the
      * screen never mixes what two different reads found.
      *****************************************************************
           PERFORM CLEAR-SCREEN-LINES-PARA.
           MOVE SPACES TO WS-FILE-FAILED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE CA-Account TO WS-IK-ACCOUNT.
           MOVE "C"        TO WS-IK-TYPE.
           MOVE ZERO       TO WS-IK-SEQ.

           EXEC CICS READ
              FILE(ARI-Inquiry-File)
              RIDFLD(WS-INQUIRY-KEY)
              INTO(WS-INQUIRY-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE CA-Account TO WS-CL-ACCOUNT
               MOVE AIQ-Name   TO WS-CL-NAME
               IF AIQ-Last-Payment-Date > ZERO
                   MOVE AIQ-Last-Payment-Date(1:4)
                        TO WS-CL-LAST-PAY(1:4)
                   MOVE "/" TO WS-CL-LAST-PAY(5:1)
                   MOVE AIQ-Last-Payment-Date(5:2)
                        TO WS-CL-LAST-PAY(6:2)
                   MOVE "/" TO WS-CL-LAST-PAY(8:1)
                   MOVE AIQ-Last-Payment-Date(7:2)
                        TO WS-CL-LAST-PAY(9:2)
               ELSE
                   MOVE "NONE" TO WS-CL-LAST-PAY
               END-IF
               MOVE WS-CUSTOMER-LINE TO ACUSTO
               PERFORM SHOW-BALANCE-PARA
               PERFORM SHOW-HOLD-PARA
               PERFORM SHOW-OPEN-ITEMS-PARA
               PERFORM SHOW-PAYMENTS-PARA
               PERFORM SHOW-LETTERS-PARA
               IF WS-FILE-FAILED NOT = SPACES
                   PERFORM FILE-FAILED-PARA
               END-IF
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE "N" TO CA-More-Items
               MOVE "ACCOUNT NOT FOUND" TO AMSGO
             WHEN OTHER
               MOVE "N" TO CA-More-Items
               MOVE ARI-Inquiry-File TO WS-FILE-FAILED
               PERFORM FILE-FAILED-PARA
           END-EVALUATE.

           EXIT.

       SHOW-BALANCE-PARA.
      *****************************************************************
      * An account with a credit limit has its open-to-buy record;
      * one without shows the balance off last night's load.
      *****************************************************************
           EXEC CICS READ
              FILE(ARI-Open-To-Buy-File)
              RIDFLD(CA-Account)
              INTO(WS-OPEN-TO-BUY-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE OTB-Balance      TO WS-BL-BALANCE
               MOVE OTB-Credit-Limit TO WS-BL-LIMIT
               MOVE OTB-Open-To-Buy  TO WS-BL-OPEN-TO-BUY
               MOVE OTB-As-Of-Date   TO WS-BL-AS-OF
               MOVE WS-BALANCE-LINE  TO ABALO
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE AIQ-Balance      TO WS-NL-BALANCE
               MOVE WS-NO-LIMIT-LINE TO ABALO
             WHEN OTHER
               MOVE ARI-Open-To-Buy-File TO WS-FILE-FAILED
           END-EVALUATE.

           EXIT.

       SHOW-HOLD-PARA.

           EXEC CICS READ
              FILE(ARI-Credit-Hold-File)
              RIDFLD(CA-Account)
              INTO(WS-CREDIT-HOLD-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE CRD-Hold-Date TO WS-OH-DATE
               IF CRD-Returned-Check-Hold
                   MOVE "RETURNED CHECKS" TO WS-OH-REASON
               ELSE
                   MOVE "AGED 120+ DAYS" TO WS-OH-REASON
               END-IF
               MOVE WS-ON-HOLD-TEXT TO WS-HL-HOLD
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE "NOT ON CREDIT HOLD" TO WS-HL-HOLD
             WHEN OTHER
               MOVE SPACES TO WS-HL-HOLD
               MOVE ARI-Credit-Hold-File TO WS-FILE-FAILED
           END-EVALUATE.

           IF AIQ-Credit-Balance > ZERO
               MOVE "CREDIT ON ACCOUNT " TO WS-HL-CREDIT-CAPTION
               MOVE AIQ-Credit-Balance   TO WS-HL-CREDIT
           ELSE
               MOVE SPACES TO WS-HL-CREDIT-CAPTION
               MOVE ZERO   TO WS-HL-CREDIT
           END-IF.
           MOVE WS-HOLD-LINE TO AHOLDO.
           IF AIQ-Credit-Balance NOT > ZERO
               MOVE SPACES TO AHOLDO(65:11)
           END-IF.

           EXIT.

       SHOW-OPEN-ITEMS-PARA.
      *****************************************************************
      * ARINQLD numbers each account's open items from 1 without
      * gaps, so page N starts at item (N - 1) * page size + 1.  One
      * item past the page is read as a lookahead so PF8 is offered
      * only when there is more to see, the same lookahead D03PGM1
      * does with its cursor.
      *****************************************************************
           MOVE WS-ITEM-HEADING TO AROWHO.
           COMPUTE WS-START-SEQ =
               (CA-Page-Number - 1) * ARI-Max-Rows-per-Page + 1.
           MOVE CA-Account   TO WS-IK-ACCOUNT.
           MOVE "O"          TO WS-IK-TYPE.
           MOVE WS-START-SEQ TO WS-IK-SEQ.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE "N"  TO CA-More-Items.

           EXEC CICS STARTBR
              FILE(ARI-Inquiry-File)
              RIDFLD(WS-INQUIRY-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM READ-NEXT-ITEM-PARA
                   UNTIL WS-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(ARI-Inquiry-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE ARI-Inquiry-File TO WS-FILE-FAILED
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-ROW-COUNT > ZERO AND CA-Items-Follow
               MOVE "OPEN ITEMS - PF8 FOR MORE, PF7 TO PAGE BACK"
                    TO AMSGO
             WHEN WS-ROW-COUNT > ZERO
               MOVE "OPEN ITEMS - LAST PAGE" TO AMSGO
             WHEN CA-Page-Number > 1
               MOVE "NO MORE OPEN ITEMS ON THIS ACCOUNT" TO AMSGO
             WHEN OTHER
               MOVE "NO OPEN ITEMS ON THIS ACCOUNT" TO AMSGO
           END-EVALUATE.

           EXIT.

       READ-NEXT-ITEM-PARA.

           EXEC CICS READNEXT
              FILE(ARI-Inquiry-File)
              RIDFLD(WS-INQUIRY-KEY)
              INTO(WS-INQUIRY-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE
               MOVE ARI-Inquiry-File TO WS-FILE-FAILED
             WHEN AIQ-Account NOT = CA-Account
               OR NOT AIQ-Open-Item-Entry
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-ROW-COUNT = ARI-Max-Rows-per-Page
               SET CA-Items-Follow TO TRUE
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN OTHER
               ADD 1 TO WS-ROW-COUNT
               PERFORM FORMAT-ITEM-ROW-PARA
           END-EVALUATE.

           EXIT.

       FORMAT-ITEM-ROW-PARA.
      *****************************************************************
      * Days open count from the invoice date; the bucket comes from
      * AGEDAYS off the invoice date in the julian form it takes.
      *****************************************************************
           MOVE AIQ-Invoice-Number  TO WS-IL-INVOICE.
           MOVE AIQ-Invoice-Date    TO WS-IL-DATE.
           MOVE AIQ-Original-Amount TO WS-IL-ORIGINAL.
           MOVE AIQ-Open-Amount     TO WS-IL-OPEN.
           MOVE ZERO   TO WS-IL-DAYS.
           MOVE SPACES TO WS-IL-BUCKET.

           IF AIQ-Invoice-Date NUMERIC
              AND AIQ-Invoice-Date > ZERO
              AND AIQ-Invoice-Date NOT > WS-TODAY
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(AIQ-Invoice-Date)
               MOVE WS-DAYS-OPEN TO WS-IL-DAYS
               COMPUTE WS-AGE-LAST-PAYMENT-DATE =
                   FUNCTION DAY-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(AIQ-Invoice-Date))
               MOVE WS-TODAY TO WS-AGE-TODAYS-DATE
               CALL "AGEDAYS" USING WS-AGING-PARMS
               EVALUATE TRUE
                 WHEN WS-AGE-120-PLUS
                   MOVE "120+ DAYS"   TO WS-IL-BUCKET
                 WHEN WS-AGE-60-119-DAYS
                   MOVE "60-119 DAYS" TO WS-IL-BUCKET
                 WHEN WS-AGE-30-59-DAYS
                   MOVE "30-59 DAYS"  TO WS-IL-BUCKET
                 WHEN OTHER
                   MOVE "CURRENT"     TO WS-IL-BUCKET
               END-EVALUATE
           END-IF.

           MOVE WS-ITEM-LINE TO AROWLNO(WS-ROW-COUNT).

           EXIT.

       SHOW-PAYMENTS-PARA.
      *****************************************************************
      * The account's latest payments are at the end of its run of
      * PAYHIST keys, so the browse starts just past the account and
      * reads backwards.  Past the last account on file there is no
      * record to start at; the browse then starts from the end of
      * the file instead.  Item records are passed over - only the
      * payments themselves are shown, newest first.
      *****************************************************************
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE CA-Account TO WS-PK-ACCOUNT.
           MOVE 99999999   TO WS-PK-DATE.
           MOVE 999        TO WS-PK-SEQ.
           MOVE 999        TO WS-PK-ITEM-SEQ.

           EXEC CICS STARTBR
              FILE(ARI-Payment-History-File)
              RIDFLD(WS-PAYMENT-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-PAYMENT-KEY
               EXEC CICS STARTBR
                  FILE(ARI-Payment-History-File)
                  RIDFLD(WS-PAYMENT-KEY)
                  GTEQ
                  RESP(WS-RESP)
               END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM READ-PREV-PAYMENT-PARA
                   UNTIL WS-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(ARI-Payment-History-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE ARI-Payment-History-File TO WS-FILE-FAILED
           END-EVALUATE.

           IF WS-PAY-COUNT = ZERO
               MOVE "NO PAYMENTS ON FILE" TO APAYLNO(1)
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAY-COUNT
               PERFORM FORMAT-PAYMENT-ROW-PARA
           END-PERFORM.

           EXIT.

       READ-PREV-PAYMENT-PARA.

           EXEC CICS READPREV
              FILE(ARI-Payment-History-File)
              RIDFLD(WS-PAYMENT-KEY)
              INTO(WS-PAYMENT-HISTORY-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE
               MOVE ARI-Payment-History-File TO WS-FILE-FAILED
             WHEN PYH-Account > CA-Account
               CONTINUE
             WHEN PYH-Account < CA-Account
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN PYH-Payment-Entry
               ADD 1 TO WS-PAY-COUNT
               MOVE PYH-Payment-Date   TO WS-PAY-DATE(WS-PAY-COUNT)
               MOVE PYH-Amount         TO WS-PAY-AMOUNT(WS-PAY-COUNT)
               MOVE PYH-Applied-Amount TO WS-PAY-APPLIED(WS-PAY-COUNT)
               MOVE PYH-Status         TO WS-PAY-STATUS(WS-PAY-COUNT)
               MOVE PYH-Returned-Date
                    TO WS-PAY-RETURNED-DATE(WS-PAY-COUNT)
               IF WS-PAY-COUNT = ARI-Max-Payments
                   MOVE "Y" TO WS-BROWSE-DONE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.

       FORMAT-PAYMENT-ROW-PARA.
           MOVE WS-PAY-DATE(WS-SUB)    TO WS-PL-DATE.
           MOVE WS-PAY-AMOUNT(WS-SUB)  TO WS-PL-AMOUNT.
           MOVE WS-PAY-APPLIED(WS-SUB) TO WS-PL-APPLIED.
           IF WS-PAY-STATUS(WS-SUB) = "R"
               MOVE WS-PAY-RETURNED-DATE(WS-SUB) TO WS-RT-DATE
               MOVE WS-RETURNED-TEXT TO WS-PL-STATUS
           ELSE
               MOVE SPACES TO WS-PL-STATUS
           END-IF.
           MOVE WS-PAYMENT-LINE TO APAYLNO(WS-SUB).

           EXIT.

       SHOW-LETTERS-PARA.
      *****************************************************************
      * ARINQLD numbers the dunning letters newest first, so the
      * browse reads forward from the first.
      *****************************************************************
           MOVE ZERO       TO WS-LETTER-COUNT.
           MOVE CA-Account TO WS-IK-ACCOUNT.
           MOVE "D"        TO WS-IK-TYPE.
           MOVE 1          TO WS-IK-SEQ.

           EXEC CICS STARTBR
              FILE(ARI-Inquiry-File)
              RIDFLD(WS-INQUIRY-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM READ-NEXT-LETTER-PARA
                   UNTIL WS-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(ARI-Inquiry-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE ARI-Inquiry-File TO WS-FILE-FAILED
           END-EVALUATE.

           IF WS-LETTER-COUNT = ZERO
               MOVE "NO DUNNING LETTERS SENT" TO ADUNLNO(1)
           ELSE
               PERFORM FORMAT-LETTER-LINES-PARA
           END-IF.

           EXIT.

       READ-NEXT-LETTER-PARA.

           EXEC CICS READNEXT
              FILE(ARI-Inquiry-File)
              RIDFLD(WS-INQUIRY-KEY)
              INTO(WS-INQUIRY-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE
               MOVE ARI-Inquiry-File TO WS-FILE-FAILED
             WHEN AIQ-Account NOT = CA-Account
               OR NOT AIQ-Dunning-Entry
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN OTHER
               ADD 1 TO WS-LETTER-COUNT
               MOVE AIQ-Dunning-Level
                    TO WS-LT-LEVEL(WS-LETTER-COUNT)
               MOVE AIQ-Dunning-Date
                    TO WS-LT-DATE(WS-LETTER-COUNT)
               IF WS-LETTER-COUNT = ARI-Max-Letters
                   MOVE "Y" TO WS-BROWSE-DONE
               END-IF
           END-EVALUATE.

           EXIT.

       FORMAT-LETTER-LINES-PARA.
      *****************************************************************
      * Three letters to a line, two lines.
      *****************************************************************
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 3 OR WS-SUB > WS-LETTER-COUNT
               PERFORM FORMAT-ONE-LETTER-PARA
           END-PERFORM.
           MOVE WS-LETTER-LINE TO ADUNLNO(1).

           IF WS-LETTER-COUNT > 3
               MOVE SPACES TO WS-LETTER-LINE
               PERFORM VARYING WS-SUB FROM 4 BY 1
                       UNTIL WS-SUB > WS-LETTER-COUNT
                   PERFORM FORMAT-ONE-LETTER-PARA
               END-PERFORM
               MOVE WS-LETTER-LINE TO ADUNLNO(2)
           END-IF.

           EXIT.

       FORMAT-ONE-LETTER-PARA.
      *****************************************************************
      * Letters 1-3 fill the first line and 4-6 the second.
      *****************************************************************
           IF WS-SUB > 3
               COMPUTE WS-ROW-COUNT = WS-SUB - 3
           ELSE
               MOVE WS-SUB TO WS-ROW-COUNT
           END-IF.
           MOVE "LEVEL "            TO WS-LL-CAPTION(WS-ROW-COUNT).
           MOVE WS-LT-LEVEL(WS-SUB) TO WS-LL-LEVEL(WS-ROW-COUNT).
           MOVE WS-LT-DATE(WS-SUB)  TO WS-LL-DATE(WS-ROW-COUNT).

           EXIT.

       BROWSE-FORWARD-NAME-PARA.
      *****************************************************************
      * Fill the six name rows from just past the last customer
      * listed (CA-Last-Name-Key; on page one, the name keyed).  One
      * row past the page is read as a lookahead, as for the items.
      *****************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE "N"  TO CA-More-Items.
           MOVE CA-Last-Name-Key TO WS-NAME-KEY.
           MOVE SPACES TO WS-FILE-FAILED.

           EXEC CICS STARTBR
              FILE(ARI-Name-Index-File)
              RIDFLD(WS-NAME-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM READ-NEXT-NAME-PARA
                   UNTIL WS-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(ARI-Name-Index-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE ARI-Name-Index-File TO WS-FILE-FAILED
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-FILE-FAILED NOT = SPACES
               PERFORM FILE-FAILED-PARA
             WHEN WS-ROW-COUNT = ZERO
               IF CA-Page-Number = ZERO
                   MOVE WS-NAME-HEADING TO AROWHO
                   MOVE "NO CUSTOMER NAME STARTS WITH THAT" TO AMSGO
               ELSE
                   MOVE "NO MORE MATCHES FOUND" TO AMSGO
               END-IF
             WHEN OTHER
               ADD 1 TO CA-Page-Number
               PERFORM DISPLAY-NAME-ROWS-PARA
               IF CA-Items-Follow
                   MOVE "KEY AN ACCOUNT AND PRESS ENTER - PF8 FOR MORE"
                        TO AMSGO
               ELSE
                   MOVE "KEY AN ACCOUNT AND PRESS ENTER TO VIEW IT"
                        TO AMSGO
               END-IF
           END-EVALUATE.

           EXIT.

       READ-NEXT-NAME-PARA.

           EXEC CICS READNEXT
              FILE(ARI-Name-Index-File)
              RIDFLD(WS-NAME-KEY)
              INTO(WS-NAME-INDEX-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE
               MOVE ARI-Name-Index-File TO WS-FILE-FAILED
             WHEN AIN-Key = CA-Last-Name-Key
               CONTINUE
             WHEN AIN-Name(1:CA-Name-Length)
                  NOT = CA-Search-Name(1:CA-Name-Length)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-ROW-COUNT = ARI-Max-Rows-per-Page
               SET CA-Items-Follow TO TRUE
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN OTHER
               ADD 1 TO WS-ROW-COUNT
               PERFORM STORE-NAME-ROW-PARA
           END-EVALUATE.

           EXIT.

       BROWSE-BACKWARD-NAME-PARA.
      *****************************************************************
      * The page before the one on screen: start at the first
      * customer listed and read backwards.  The first record back
      * is that customer itself and is passed over; the rest come
      * back nearest-first and are flipped, the technique D03PGM1's
      * backward page uses.
      *****************************************************************
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE CA-First-Name-Key TO WS-NAME-KEY.
           MOVE SPACES TO WS-FILE-FAILED.

           EXEC CICS STARTBR
              FILE(ARI-Name-Index-File)
              RIDFLD(WS-NAME-KEY)
              GTEQ
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM READ-PREV-NAME-PARA
                   UNTIL WS-BROWSE-DONE = "Y"
               EXEC CICS ENDBR
                  FILE(ARI-Name-Index-File)
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE ARI-Name-Index-File TO WS-FILE-FAILED
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-FILE-FAILED NOT = SPACES
               PERFORM FILE-FAILED-PARA
             WHEN WS-ROW-COUNT = ZERO
               MOVE "NO MORE MATCHES FOUND" TO AMSGO
             WHEN OTHER
               PERFORM REVERSE-NAME-ROWS-PARA
               SUBTRACT 1 FROM CA-Page-Number
               SET CA-Items-Follow TO TRUE
               PERFORM DISPLAY-NAME-ROWS-PARA
               MOVE "KEY AN ACCOUNT AND PRESS ENTER - PF7/PF8 PAGES"
                    TO AMSGO
           END-EVALUATE.

           EXIT.

       READ-PREV-NAME-PARA.

           EXEC CICS READPREV
              FILE(ARI-Name-Index-File)
              RIDFLD(WS-NAME-KEY)
              INTO(WS-NAME-INDEX-RECORD)
              RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BROWSE-DONE
               MOVE ARI-Name-Index-File TO WS-FILE-FAILED
             WHEN AIN-Key NOT < CA-First-Name-Key
               CONTINUE
             WHEN AIN-Name(1:CA-Name-Length)
                  NOT = CA-Search-Name(1:CA-Name-Length)
               MOVE "Y" TO WS-BROWSE-DONE
             WHEN OTHER
               ADD 1 TO WS-ROW-COUNT
               PERFORM STORE-NAME-ROW-PARA
               IF WS-ROW-COUNT = ARI-Max-Rows-per-Page
                   MOVE "Y" TO WS-BROWSE-DONE
               END-IF
           END-EVALUATE.

           EXIT.

       STORE-NAME-ROW-PARA.
           MOVE AIN-Name    TO WS-ROW-NAME(WS-ROW-COUNT).
           MOVE AIN-Account TO WS-ROW-ACCOUNT(WS-ROW-COUNT).
           MOVE AIN-City    TO WS-ROW-CITY(WS-ROW-COUNT).
           MOVE AIN-State   TO WS-ROW-STATE(WS-ROW-COUNT).

           EXIT.

       REVERSE-NAME-ROWS-PARA.
      *****************************************************************
      * Flip the stacked rows into ascending order in place: swap
      * row 1 with row N, row 2 with row N-1.
      *****************************************************************
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB NOT LESS THAN
                       WS-ROW-COUNT - WS-SUB + 1
               PERFORM SWAP-ROW-PARA
           END-PERFORM.

           EXIT.

       SWAP-ROW-PARA.
           MOVE WS-ROW(WS-SUB) TO WS-ROW-SWAP
           MOVE WS-ROW(WS-ROW-COUNT - WS-SUB + 1) TO WS-ROW(WS-SUB)
           MOVE WS-ROW-SWAP TO WS-ROW(WS-ROW-COUNT - WS-SUB + 1).

           EXIT.

       DISPLAY-NAME-ROWS-PARA.
      *****************************************************************
      * A name list replaces whatever account was on screen.
      *****************************************************************
           PERFORM CLEAR-SCREEN-LINES-PARA.
           MOVE WS-NAME-HEADING TO AROWHO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
               MOVE WS-ROW-ACCOUNT(WS-SUB) TO WS-NM-ACCOUNT
               MOVE WS-ROW-NAME(WS-SUB)    TO WS-NM-NAME
               MOVE WS-ROW-CITY(WS-SUB)    TO WS-NM-CITY
               MOVE WS-ROW-STATE(WS-SUB)   TO WS-NM-STATE
               MOVE WS-NAME-LINE           TO AROWLNO(WS-SUB)
           END-PERFORM.
           MOVE WS-ROW-NAME(1)    TO CA-First-Name.
           MOVE WS-ROW-ACCOUNT(1) TO CA-First-Account.
           MOVE WS-ROW-NAME(WS-ROW-COUNT)    TO CA-Last-Name.
           MOVE WS-ROW-ACCOUNT(WS-ROW-COUNT) TO CA-Last-Account.

           EXIT.

       CLEAR-SCREEN-LINES-PARA.
           MOVE SPACES TO ACUSTO.
           MOVE SPACES TO ABALO.
           MOVE SPACES TO AHOLDO.
           MOVE SPACES TO AROWHO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ARI-Max-Rows-per-Page
               MOVE SPACES TO AROWLNO(WS-SUB)
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ARI-Max-Payments
               MOVE SPACES TO APAYLNO(WS-SUB)
           END-PERFORM.
           MOVE SPACES TO ADUNLNO(1).
           MOVE SPACES TO ADUNLNO(2).

           EXIT.

       FILE-FAILED-PARA.
      *****************************************************************
      * A file closed or disabled in the region is the usual cause -
      * name it so the help desk knows which one to open.
      *****************************************************************
           MOVE SPACES TO AMSGO.
           STRING "FILE " DELIMITED BY SIZE
                  WS-FILE-FAILED DELIMITED BY SPACE
                  " IS NOT AVAILABLE - CONTACT SUPPORT"
                      DELIMITED BY SIZE
             INTO AMSGO.

           EXIT.

       SEND-MAP.
           EXEC CICS SEND
              MAP    (ARI-Map-Name)
              MAPSET (ARI-Mapset-Name)
              FROM   (ARIENQO)
              ERASE
           END-EXEC.

           EXIT.

       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    (ARI-Map-Name)
              MAPSET (ARI-Mapset-Name)
              FROM   (ARIENQO)
              DATAONLY
           END-EXEC.

           EXIT.

       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    (ARI-Map-Name)
              MAPSET (ARI-Mapset-Name)
              INTO   (ARIENQI)
            END-EXEC.

           EXIT.

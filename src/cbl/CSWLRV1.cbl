       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSWLRV1.
      *================================================================
      *  CSWLRV1 - watch-list hit review transaction (WLRV).  Drives
      *  WLRMAP1.  Reached from CSMENU1 (action W) and held to the
      *  compliance AUTHFILE level ('C'), re-verified on every entry.
      *  Works the WATCHHIT file the nightly screen (CSWLSCR1) and
      *  the three add paths (CSINQC2, CSCAPI2, CSUPDT1) raise hits
      *  on: the officer sees the customer as screened beside the
      *  watch-list entry it matched, keys a decision note, and
      *  clears the hit (PF5 - not the listed party) or confirms it
      *  (PF4 - the listed party).  PF8 walks to the next open hit;
      *  a hit key (customer number + list entry id) can be keyed to
      *  jump to a specific one.
      *
      *  Every decision is stamped on the hit and written to AUDTRAIL
      *  as a 'W' record: the customer as screened in the before
      *  image, the decision summary in the after image.  The
      *  operator who raised a hit can never decide it.  Clearing an
      *  add held on the maintenance screen or the API creates the
      *  customer from the held image, audited as the keying
      *  operator's add with the compliance officer beside it, the
      *  way CSAPPR1 releases a held change.  A cleared batch add is
      *  released on the reject queue (CSREJM1) and applies on the
      *  next recycle.  A confirmed add is never created.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY WLRSET1.
       COPY WATCHHIT.
       COPY WATCHLST.
       COPY WLMATCH.
       COPY CUSTMAST.
       COPY AUDTRAIL.
       COPY AUDCTL.
       COPY PHONXREF.
       COPY EMALXREF.

       01  WS-W-COMMAREA.
           05  WA-CURR-KEY                 PIC X(16).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
           88  WS-IS-COMPLIANCE            VALUE 'C'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
           88  WS-FOUND-OPEN               VALUE 'Y'.
       01  WS-ENTRY-SWITCH                 PIC X     VALUE 'N'.
           88  WS-ENTRY-FOUND              VALUE 'Y'.
       01  WS-BROWSE-KEY                   PIC X(16).
       01  WS-LNAME-CODE                   PIC X(4).
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.

      *        after image of the 'W' audit record
       01  WS-DECISION-SUMMARY.
           05  DS-ENTRY-ID                 PIC X(10).
           05  DS-LIST-CODE                PIC X(1).
           05  DS-SCORE                    PIC 9(3).
           05  DS-SOURCE                   PIC X(1).
           05  DS-DECISION                 PIC X(1).
           05  DS-HIT-DATE                 PIC X(8).
           05  DS-MAKER-OPERID             PIC X(8).
           05  DS-DECIDE-DATE              PIC X(8).
           05  DS-DECISION-NOTE            PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-COMPLIANCE
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-W-COMMAREA
               PERFORM 2000-PROCESS-RESPONSE
           END-IF
           GOBACK.

       1000-FIRST-TIME.
           MOVE SPACES TO WLRMAP1O
           MOVE SPACES TO WA-CURR-KEY
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           PERFORM 4000-FIND-NEXT-OPEN
           IF WS-FOUND-OPEN
               PERFORM 6000-MOVE-HIT-TO-MAP
               MOVE 'KEY A NOTE - PF5 CLEARS, PF4 CONFIRMS, PF8 NEXT'
                   TO MESSAGEO
           ELSE
               MOVE 'NO WATCH-LIST HITS AWAITING REVIEW' TO MESSAGEO
           END-IF
           PERFORM 1400-SET-DISPLAY-ATTRIBUTES
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('WLRMAP1')
               MAPSET('WLRSET1')
               FROM(WLRMAP1O)
               ERASE
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *        only the hit key and the decision note are keyable -
      *        the officer decides the hit as raised, never edits it
       1400-SET-DISPLAY-ATTRIBUTES.
           MOVE ATTR-UNPROT-MDT     TO HITKEYA
           MOVE ATTR-UNPROT-MDT     TO NOTEA
           MOVE ATTR-PROT           TO STATUSA
           MOVE ATTR-PROT           TO SOURCEA
           MOVE ATTR-PROT           TO LISTCDA
           MOVE ATTR-PROT           TO SCOREA
           MOVE ATTR-PROT           TO HITDATEA
           MOVE ATTR-PROT           TO MAKERA
           MOVE ATTR-PROT           TO DECIDERA
           MOVE ATTR-PROT           TO DECDATEA
           MOVE ATTR-PROT           TO CUSTNOA
           MOVE ATTR-PROT           TO CLNAMEA
           MOVE ATTR-PROT           TO WLNAMEA
           MOVE ATTR-PROT           TO CFNAMEA
           MOVE ATTR-PROT           TO WFNAMEA
           MOVE ATTR-PROT           TO CADDRA
           MOVE ATTR-PROT           TO WADDRA
           MOVE ATTR-PROT           TO CCITYA
           MOVE ATTR-PROT           TO WCITYA
           MOVE ATTR-PROT           TO CSTATEA
           MOVE ATTR-PROT           TO WSTATEA
           MOVE ATTR-PROT           TO CZIPCODEA
           MOVE ATTR-PROT           TO WZIPCODEA
           MOVE ATTR-PROT           TO PROGRAMA.

      *----------------------------------------------------------------
      *  Operator pressed a key - receive the map and act on it.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('WLRMAP1')
               MAPSET('WLRSET1')
               INTO(WLRMAP1I)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM 2900-EXIT-TO-MENU
               WHEN AID-PF4
                   PERFORM 3100-CONFIRM-HIT
               WHEN AID-PF5
                   PERFORM 3000-CLEAR-HIT
               WHEN AID-PF8
                   PERFORM 2200-NEXT-OPEN-HIT
               WHEN AID-ENTER
                   PERFORM 2100-LOOK-UP-KEYED-HIT
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER OR A VALID PF KEY'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

       2100-LOOK-UP-KEYED-HIT.
           IF HITKEYI = SPACES
               MOVE 'KEY A HIT KEY, OR PF8 FOR THE NEXT HIT AWAITING'
                 &  ' REVIEW'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           ELSE
               MOVE HITKEYI TO WH-KEY
               EXEC CICS READ FILE('WATCHHIT')
                   INTO(WATCHHIT-RECORD)
                   RIDFLD(WH-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6000-MOVE-HIT-TO-MAP
                   MOVE 'WATCH-LIST HIT DISPLAYED' TO MESSAGEO
                   MOVE ATTR-GREEN TO MESSAGEC
                   PERFORM 8100-REDISPLAY-RESULT
               ELSE
                   MOVE 'HIT KEY NOT ON THE WATCH-LIST HIT FILE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           END-IF.

       2200-NEXT-OPEN-HIT.
           IF WA-CURR-KEY = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE WA-CURR-KEY TO WS-BROWSE-KEY
           END-IF
           PERFORM 4000-FIND-NEXT-OPEN
           IF WS-FOUND-OPEN
               PERFORM 6000-MOVE-HIT-TO-MAP
               MOVE 'KEY A NOTE - PF5 CLEARS, PF4 CONFIRMS, PF8 NEXT'
                   TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
               PERFORM 8100-REDISPLAY-RESULT
           ELSE
               MOVE 'NO MORE WATCH-LIST HITS AWAITING REVIEW'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  PF5 - not the listed party.  A held maintenance-screen or
      *  API add is created now, from the image that was screened;
      *  if the customer number has been taken since, nothing is
      *  decided and the hit stays open.
      *----------------------------------------------------------------
       3000-CLEAR-HIT.
           PERFORM 3400-CHECK-DECISION-NOTE
           IF MESSAGEO = SPACES
               PERFORM 3500-READ-CURRENT-FOR-UPDATE
           END-IF
           IF MESSAGEO = SPACES
               MOVE 'C' TO WH-STATUS
               PERFORM 3600-STAMP-DECISION
               IF WH-ONLINE-ADD OR WH-API-ADD
                   PERFORM 3200-CREATE-HELD-CUSTOMER
               END-IF
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 3700-RECORD-DECISION
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 6000-MOVE-HIT-TO-MAP
               EVALUATE TRUE
                   WHEN WH-ONLINE-ADD
                   WHEN WH-API-ADD
                       MOVE 'HIT CLEARED - HELD ADD CREATED - PF8 FOR'
                         &  ' THE NEXT HIT'
                           TO MESSAGEO
                   WHEN WH-BATCH-ADD
                       MOVE 'HIT CLEARED - RELEASE THE ADD ON THE'
                         &  ' REJECT QUEUE (REJM) TO APPLY IT'
                           TO MESSAGEO
                   WHEN OTHER
                       MOVE 'HIT CLEARED - PF8 FOR THE NEXT HIT'
                           TO MESSAGEO
               END-EVALUATE
               MOVE ATTR-GREEN TO MESSAGEC
               PERFORM 8100-REDISPLAY-RESULT
           ELSE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  PF4 - the listed party.  The hit is closed as confirmed; a
      *  held add is never created, and a batch add stays on the
      *  reject queue, where it can only be deleted.
      *----------------------------------------------------------------
       3100-CONFIRM-HIT.
           PERFORM 3400-CHECK-DECISION-NOTE
           IF MESSAGEO = SPACES
               PERFORM 3500-READ-CURRENT-FOR-UPDATE
           END-IF
           IF MESSAGEO = SPACES
               MOVE 'F' TO WH-STATUS
               PERFORM 3600-STAMP-DECISION
               PERFORM 3700-RECORD-DECISION
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 6000-MOVE-HIT-TO-MAP
               MOVE 'HIT CONFIRMED AND RECORDED FOR COMPLIANCE - PF8'
                 &  ' FOR THE NEXT HIT'
                   TO MESSAGEO
               MOVE ATTR-YELLOW TO MESSAGEC
               PERFORM 8100-REDISPLAY-RESULT
           ELSE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  The held customer goes onto CUSTMAST exactly as screened,
      *  audited as the keying operator's add with the compliance
      *  officer in the checker slot.
      *----------------------------------------------------------------
       3200-CREATE-HELD-CUSTOMER.
           MOVE WH-CUST-IMAGE TO CUSTMAST-RECORD
           EXEC CICS WRITE FILE('CUSTMAST')
               FROM(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 7600-AUDIT-CREATED-ADD
               PERFORM 7700-MAINTAIN-XREF-ENTRIES
           ELSE
               EXEC CICS UNLOCK FILE('WATCHHIT') END-EXEC
               MOVE 'CUSTOMER NUMBER ALREADY ON FILE - HIT NOT'
                 &  ' CLEARED, REPORT TO SUPPORT'
                   TO MESSAGEO
           END-IF.

       3400-CHECK-DECISION-NOTE.
           MOVE SPACES TO MESSAGEO
           IF NOTEI = SPACES OR NOTEI = LOW-VALUES
               MOVE 'KEY A DECISION NOTE BEFORE CLEARING OR'
                 &  ' CONFIRMING THE HIT'
                   TO MESSAGEO
           END-IF.

      *----------------------------------------------------------------
      *  Lock the displayed hit.  Only an open hit can be decided,
      *  and never by the operator whose add raised it.
      *----------------------------------------------------------------
       3500-READ-CURRENT-FOR-UPDATE.
           MOVE SPACES TO MESSAGEO
           IF WA-CURR-KEY = SPACES
               MOVE 'DISPLAY A WATCH-LIST HIT FIRST' TO MESSAGEO
           ELSE
               MOVE WA-CURR-KEY TO WH-KEY
               EXEC CICS READ FILE('WATCHHIT')
                   INTO(WATCHHIT-RECORD)
                   RIDFLD(WH-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'WATCH-LIST HIT COULD NOT BE READ'
                           TO MESSAGEO
                   WHEN NOT WH-OPEN
                       EXEC CICS UNLOCK FILE('WATCHHIT') END-EXEC
                       MOVE 'HIT ALREADY DECIDED - ONLY OPEN HITS CAN'
                         &  ' BE CLEARED OR CONFIRMED'
                           TO MESSAGEO
                   WHEN WH-MAKER-OPERID = WS-OPERID
                       EXEC CICS UNLOCK FILE('WATCHHIT') END-EXEC
                       MOVE 'YOU KEYED THIS ADD - ANOTHER COMPLIANCE'
                         &  ' OFFICER MUST DECIDE IT'
                           TO MESSAGEO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3600-STAMP-DECISION.
           MOVE WS-OPERID TO WH-DECIDE-OPERID
           MOVE NOTEI     TO WH-DECISION-NOTE
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WH-DECIDE-DATE)
           END-EXEC.

       3700-RECORD-DECISION.
           EXEC CICS REWRITE FILE('WATCHHIT')
               FROM(WATCHHIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7650-AUDIT-DECISION
           ELSE
               IF WH-CLEARED AND (WH-ONLINE-ADD OR WH-API-ADD)
                   MOVE 'CUSTOMER ADDED BUT HIT NOT CLOSED - REPORT'
                     &  ' TO SUPPORT'
                       TO MESSAGEO
               ELSE
                   MOVE 'WATCH-LIST HIT COULD NOT BE UPDATED'
                       TO MESSAGEO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Walk WATCHHIT from WS-BROWSE-KEY for the next open hit.
      *----------------------------------------------------------------
       4000-FIND-NEXT-OPEN.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE WS-BROWSE-KEY TO WH-KEY
           EXEC CICS STARTBR FILE('WATCHHIT')
               RIDFLD(WH-KEY)
               KEYLENGTH(LENGTH OF WH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4100-BROWSE-ONE-HIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('WATCHHIT') END-EXEC
           END-IF.

       4100-BROWSE-ONE-HIT.
           EXEC CICS READNEXT FILE('WATCHHIT')
               INTO(WATCHHIT-RECORD)
               RIDFLD(WH-KEY)
               KEYLENGTH(LENGTH OF WH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WH-OPEN AND WH-KEY NOT = WA-CURR-KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF.

       6000-MOVE-HIT-TO-MAP.
           MOVE WH-KEY TO WA-CURR-KEY
           MOVE WH-KEY TO HITKEYO
           EVALUATE TRUE
               WHEN WH-OPEN
                   MOVE 'OPEN     ' TO STATUSO
               WHEN WH-CLEARED
                   MOVE 'CLEARED  ' TO STATUSO
               WHEN WH-CONFIRMED
                   MOVE 'CONFIRMED' TO STATUSO
               WHEN OTHER
                   MOVE WH-STATUS TO STATUSO
           END-EVALUATE
           EVALUATE TRUE
               WHEN WH-NIGHTLY
                   MOVE 'NIGHTLY SCREEN'       TO SOURCEO
               WHEN WH-ONLINE-ADD
                   MOVE 'HELD ADD - SCREEN'    TO SOURCEO
               WHEN WH-API-ADD
                   MOVE 'HELD ADD - API'       TO SOURCEO
               WHEN WH-BATCH-ADD
                   MOVE 'HELD ADD - BATCH'     TO SOURCEO
               WHEN OTHER
                   MOVE WH-SOURCE              TO SOURCEO
           END-EVALUATE
           EVALUATE WH-LIST-CODE
               WHEN 'S'
                   MOVE 'SANCTIONS'            TO LISTCDO
               WHEN 'F'
                   MOVE 'FRAUD'                TO LISTCDO
               WHEN OTHER
                   MOVE WH-LIST-CODE           TO LISTCDO
           END-EVALUATE
           MOVE WH-SCORE          TO SCOREO
           MOVE WH-HIT-DATE       TO HITDATEO
           MOVE WH-MAKER-OPERID   TO MAKERO
           MOVE WH-DECIDE-OPERID  TO DECIDERO
           MOVE WH-DECIDE-DATE    TO DECDATEO
           MOVE WH-DECISION-NOTE  TO NOTEO
           MOVE WH-CUST-NO        TO CUSTNOO
           MOVE WH-CUST-IMAGE     TO CUSTMAST-RECORD
           MOVE CUST-LNAME        TO CLNAMEO
           MOVE CUST-FNAME        TO CFNAMEO
           MOVE CUST-ADDR         TO CADDRO
           MOVE CUST-CITY         TO CCITYO
           MOVE CUST-STATE        TO CSTATEO
           MOVE CUST-ZIPCODE      TO CZIPCODEO
           PERFORM 6100-LOOK-UP-LIST-ENTRY
           IF WS-ENTRY-FOUND
               MOVE WL-LNAME      TO WLNAMEO
               MOVE WL-FNAME      TO WFNAMEO
               MOVE WL-ADDR       TO WADDRO
               MOVE WL-CITY       TO WCITYO
               MOVE WL-STATE      TO WSTATEO
               MOVE WL-ZIPCODE    TO WZIPCODEO
               MOVE WL-PROGRAM    TO PROGRAMO
           ELSE
               MOVE 'ENTRY NO LONGER ON THE WATCH LIST' TO WLNAMEO
               MOVE SPACES TO WFNAMEO WADDRO WCITYO WSTATEO
                              WZIPCODEO PROGRAMO
           END-IF.

      *----------------------------------------------------------------
      *  WATCHLST is keyed by name code, so the matched entry is
      *  found under the code of the customer's last name, or else
      *  of the given name - the two codes the screen browsed.
      *----------------------------------------------------------------
       6100-LOOK-UP-LIST-ENTRY.
           MOVE 'N' TO WS-ENTRY-SWITCH
           MOVE SPACES TO WLMATCH-PARMS
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-LNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-LNAME-CODE
           IF WM-NAME-CODE NOT = SPACES
               PERFORM 6110-TRY-NAME-CODE
           END-IF
           IF NOT WS-ENTRY-FOUND
               MOVE 'K' TO WM-FUNCTION
               MOVE CUST-FNAME TO WM-NAME-IN
               CALL 'CSWLMAT' USING WLMATCH-PARMS
               IF WM-NAME-CODE NOT = SPACES
                 AND WM-NAME-CODE NOT = WS-LNAME-CODE
                   PERFORM 6110-TRY-NAME-CODE
               END-IF
           END-IF.

       6110-TRY-NAME-CODE.
           MOVE WM-NAME-CODE TO WL-NAME-CODE
           MOVE WH-ENTRY-ID  TO WL-ENTRY-ID
           MOVE ZERO         TO WL-NAME-SEQ
           EXEC CICS STARTBR FILE('WATCHLST')
               RIDFLD(WL-KEY)
               KEYLENGTH(LENGTH OF WL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('WATCHLST')
                   INTO(WATCHLST-RECORD)
                   RIDFLD(WL-KEY)
                   KEYLENGTH(LENGTH OF WL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND WL-NAME-CODE = WM-NAME-CODE
                   AND WL-ENTRY-ID = WH-ENTRY-ID
                   MOVE 'Y' TO WS-ENTRY-SWITCH
               END-IF
               EXEC CICS ENDBR FILE('WATCHLST') END-EXEC
           END-IF.

      *----------------------------------------------------------------
      *  The created add reads as the keying operator's, from the
      *  terminal and transaction it was keyed on, with the officer
      *  who cleared it beside it.  It is stamped with the clearing
      *  time - that is when CUSTMAST actually changed.
      *----------------------------------------------------------------
       7600-AUDIT-CREATED-ADD.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUD-DATE)
               TIME(AUD-TIME)
           END-EXEC
           MOVE WH-MAKER-OPERID   TO AUD-OPERID
           MOVE WS-OPERID         TO AUD-CHECKER-OPERID
           MOVE WH-MAKER-TERMID   TO AUD-TERMID
           MOVE WH-MAKER-TRANCODE TO AUD-TRANCODE
           MOVE CUST-NO           TO AUD-CUST-NO
           MOVE 'A'               TO AUD-FUNCTION
           MOVE SPACES            TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD   TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

      *----------------------------------------------------------------
      *  The compliance decision itself - a 'W' record under the
      *  deciding officer's id, whatever the hit's source.
      *----------------------------------------------------------------
       7650-AUDIT-DECISION.
           MOVE SPACES TO AUDIT-RECORD
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUD-DATE)
               TIME(AUD-TIME)
           END-EXEC
           MOVE SPACES TO WS-DECISION-SUMMARY
           MOVE WH-ENTRY-ID       TO DS-ENTRY-ID
           MOVE WH-LIST-CODE      TO DS-LIST-CODE
           MOVE WH-SCORE          TO DS-SCORE
           MOVE WH-SOURCE         TO DS-SOURCE
           MOVE WH-STATUS         TO DS-DECISION
           MOVE WH-HIT-DATE       TO DS-HIT-DATE
           MOVE WH-MAKER-OPERID   TO DS-MAKER-OPERID
           MOVE WH-DECIDE-DATE    TO DS-DECIDE-DATE
           MOVE WH-DECISION-NOTE  TO DS-DECISION-NOTE
           MOVE WS-OPERID         TO AUD-OPERID
           MOVE EIBTRMID          TO AUD-TERMID
           MOVE EIBTRNID          TO AUD-TRANCODE
           MOVE WH-CUST-NO        TO AUD-CUST-NO
           MOVE 'W'               TO AUD-FUNCTION
           MOVE WH-CUST-IMAGE     TO AUD-BEFORE-IMAGE
           MOVE WS-DECISION-SUMMARY TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

      *----------------------------------------------------------------
      *  Keep the PHONXREF/EMALXREF lookup cross-references current,
      *  the same way the maintenance screen does.  The nightly
      *  CSXBLD1 rebuild remains the periodic true-up, so NOTFND on
      *  the delete and DUPREC on the write are benign.
      *----------------------------------------------------------------
       7700-MAINTAIN-XREF-ENTRIES.
           IF WS-BEFORE-IMAGE(119:12) NOT = CUST-HOME-PHONE
               IF WS-BEFORE-IMAGE(119:12) NOT = SPACES
                   MOVE WS-BEFORE-IMAGE(119:12) TO PX-PHONE
                   MOVE CUST-NO TO PX-CUST-NO
                   EXEC CICS DELETE FILE('PHONXREF')
                       RIDFLD(PX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF CUST-HOME-PHONE NOT = SPACES
                   MOVE CUST-HOME-PHONE TO PX-PHONE
                   MOVE CUST-NO TO PX-CUST-NO
                   EXEC CICS WRITE FILE('PHONXREF')
                       FROM(PHONXREF-RECORD)
                       RIDFLD(PX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-BEFORE-IMAGE(131:40) NOT = CUST-EMAIL
               IF WS-BEFORE-IMAGE(131:40) NOT = SPACES
                   MOVE WS-BEFORE-IMAGE(131:40) TO EX-EMAIL
                   MOVE CUST-NO TO EX-CUST-NO
                   EXEC CICS DELETE FILE('EMALXREF')
                       RIDFLD(EX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF CUST-EMAIL NOT = SPACES
                   MOVE CUST-EMAIL TO EX-EMAIL
                   MOVE CUST-NO TO EX-CUST-NO
                   EXEC CICS WRITE FILE('EMALXREF')
                       FROM(EMALXREF-RECORD)
                       RIDFLD(EX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7860-STAMP-AUDIT-CHAIN
           EXEC CICS WRITE FILE('AUDTRAIL')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSWLRV1 - AUDTRAIL WRITE FAILED, RESP = '
                   WS-RESP
           END-IF
           IF WS-AUDCTL-RESP = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE('AUDCTL')
                       FROM(AUDCTL-RECORD)
                       RESP(WS-AUDCTL-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE('AUDCTL') END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Chain the audit record into the trail: the next sequence
      *  number off the AUDCTL control record and the running check
      *  value from CSAUDCHK.  AUDCTL stays held for update across
      *  the AUDTRAIL write, so two tasks can never draw the same
      *  number.  If AUDCTL cannot be read the record still goes out,
      *  unnumbered, and the nightly CSAUDVFY run reports it.
      *----------------------------------------------------------------
       7860-STAMP-AUDIT-CHAIN.
           MOVE 'AUDTRAIL' TO AC-KEY
           EXEC CICS READ FILE('AUDCTL')
               INTO(AUDCTL-RECORD)
               RIDFLD(AC-KEY)
               UPDATE
               RESP(WS-AUDCTL-RESP)
           END-EXEC
           IF WS-AUDCTL-RESP = DFHRESP(NORMAL)
               ADD 1 TO AC-LAST-SEQ-NO
               MOVE AC-LAST-SEQ-NO TO AUD-SEQ-NO
               CALL 'CSAUDCHK' USING AUDIT-RECORD AC-LAST-CHECK-VALUE
               MOVE AUD-CHECK-VALUE TO AC-LAST-CHECK-VALUE
           ELSE
               MOVE ZERO TO AUD-SEQ-NO
               MOVE ZERO TO AUD-CHECK-VALUE
               DISPLAY 'CSWLRV1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

      *----------------------------------------------------------------
      *  Redisplay helpers.
      *----------------------------------------------------------------
       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('WLRMAP1')
               MAPSET('WLRSET1')
               FROM(WLRMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       8100-REDISPLAY-RESULT.
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('WLRMAP1')
               MAPSET('WLRSET1')
               FROM(WLRMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       2900-EXIT-TO-MENU.
           EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC.

       9000-BUILD-PFKEYS-LEGEND.
           MOVE 'PF3-EXIT PF4-CONFIRM PF5-CLEAR PF8-NEXT'
               TO PFKEYSO.

       9900-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('WLRV')
               COMMAREA(WS-W-COMMAREA)
               LENGTH(LENGTH OF WS-W-COMMAREA)
           END-EXEC.

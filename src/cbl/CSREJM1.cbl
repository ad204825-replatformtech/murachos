      *  a specific reject.  The original run date displays and is
      *  never touched - it rides the reject through every recycle
      *  so nothing from the sending system can be silently dropped.
      *  An add held on the watch list (reason 07) is released only
      *  once compliance has cleared every hit on it, and with the
      *  name and customer number compliance cleared.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY REJSET1.
       COPY REJMAST.
       COPY CUSTTRAN.
       COPY WATCHHIT.

       01  WS-R-COMMAREA.
           05  WR-CURR-KEY                 PIC X(13).
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
           88  WS-FOUND-OPEN               VALUE 'Y'.
       01  WS-BROWSE-KEY                   PIC X(13).
       01  WS-WH-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-WH-BROWSE-DONE           VALUE 'Y'.
       01  WS-HOLD-CUST-NO                 PIC X(6).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(13).
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
      *----------------------------------------------------------------
       3000-RELEASE-REJECT.
           PERFORM 3500-READ-CURRENT-FOR-UPDATE
           IF MESSAGEO = SPACES AND RJ-REASON-CODE = '07'
               PERFORM 3700-CHECK-WATCH-HOLD
           END-IF
           IF MESSAGEO = SPACES
               MOVE RJ-TRAN-DATA TO CUSTTRAN-RECORD
               MOVE TRANCODEI    TO CT-TRANCODE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  A watch-list hold: the add screened as a probable sanctions
      *  or fraud hit.  It goes back to the apply only when every
      *  WATCHHIT entry for the customer number has been cleared on
      *  WLRV, and only under the name compliance looked at.
      *----------------------------------------------------------------
       3700-CHECK-WATCH-HOLD.
           MOVE RJ-TRAN-DATA TO CUSTTRAN-RECORD
           IF CUSTNOI NOT = CT-CUST-NO
               OR LNAMEI NOT = CT-LNAME
               OR FNAMEI NOT = CT-FNAME
               MOVE 'WATCH-LIST HOLD - NAME AND NUMBER CANNOT CHANGE'
                   TO MESSAGEO
           ELSE
               MOVE CT-CUST-NO TO WS-HOLD-CUST-NO WH-CUST-NO
               MOVE LOW-VALUES TO WH-ENTRY-ID
               MOVE 'N' TO WS-WH-BROWSE-SWITCH
               EXEC CICS STARTBR FILE('WATCHHIT')
                   RIDFLD(WH-KEY)
                   KEYLENGTH(LENGTH OF WH-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       PERFORM 3710-CHECK-ONE-HIT
                           UNTIL WS-WH-BROWSE-DONE
                       EXEC CICS ENDBR FILE('WATCHHIT') END-EXEC
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       MOVE 'WATCH-LIST HITS COULD NOT BE CHECKED'
                           TO MESSAGEO
               END-EVALUATE
           END-IF.

       3710-CHECK-ONE-HIT.
           EXEC CICS READNEXT FILE('WATCHHIT')
               INTO(WATCHHIT-RECORD)
               RIDFLD(WH-KEY)
               KEYLENGTH(LENGTH OF WH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND WH-CUST-NO = WS-HOLD-CUST-NO
               IF NOT WH-CLEARED
                   MOVE 'WATCH-LIST HIT NOT CLEARED BY COMPLIANCE'
                       TO MESSAGEO
                   MOVE 'Y' TO WS-WH-BROWSE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-WH-BROWSE-SWITCH
           END-IF.

       3500-READ-CURRENT-FOR-UPDATE.
           MOVE SPACES TO MESSAGEO
           IF WR-CURR-KEY = SPACES
                   MOVE 'CUST NUMBER MISSING'   TO REASONO(4:)
               WHEN '06'
                   MOVE 'FILE ERROR ON APPLY'   TO REASONO(4:)
               WHEN '07'
                   MOVE 'WATCH-LIST HOLD'       TO REASONO(4:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

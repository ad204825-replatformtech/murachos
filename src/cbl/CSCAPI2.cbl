      *     - every applied request is written to AUDTRAIL with full
      *       before/after images, the caller id in the operator slot
      *       and 'API ' in the terminal slot, the way CSCAPI1 stamps
      *       its inquiries;
      *     - a name change, an address change on an undeliverable
      *       address, and an inactivation are under dual control:
      *       they park on APPRQUE for a second operator (CSAPPR1)
      *       and come back '07' - nothing is applied or audited
      *       until the change is approved;
      *     - a new customer is screened against the watch list
      *       (WATCHLST) exactly as the online add is, and a probable
      *       hit is held on WATCHHIT for compliance (CSWLRV1) and
      *       comes back '10' - the customer is not created;
      *     - maintenance is scoped by branch: a change or an
      *       inactivation of a customer owned by a branch the caller
      *       does not hold on AUTHFILE comes back '06', and a new
      *       customer is given the caller's home branch (the first
      *       branch on its AUTHFILE entry; none for a caller cleared
      *       for every branch, which leaves the customer unassigned
      *       until a CSBRAS1 run).
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY CUSTMAST.
       COPY ZIPXREF.
       COPY AUDTRAIL.
       COPY AUDCTL.
       COPY CUSTNOCT.
       COPY PHONXREF.
       COPY EMALXREF.
       COPY APPRQUE.
       COPY WATCHLST.
       COPY WATCHHIT.
       COPY WLMATCH.

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-CHECK-BRANCH                 PIC X(3).
       01  WS-BRANCH-AUTHORIZED            PIC X     VALUE 'N'.
           88  WS-HOLDS-BRANCH             VALUE 'Y'.
       01  WS-BRANCH-AUTH-LEVEL            PIC X.
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.
       01  WS-APPROVAL-SWITCH              PIC X     VALUE 'N'.
           88  WS-NEEDS-APPROVAL           VALUE 'Y'.
       01  WS-APPROVAL-REASON              PIC X(1)  VALUE SPACE.
       01  WS-AWAITING-SWITCH              PIC X     VALUE 'N'.
           88  WS-APPROVAL-PENDING         VALUE 'Y'.
       01  WS-AQ-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-AQ-BROWSE-DONE           VALUE 'Y'.
       01  WS-WL-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-WL-BROWSE-DONE           VALUE 'Y'.
       01  WS-SCREEN-RESULT                PIC X     VALUE SPACE.
           88  WS-SCREEN-PASSED            VALUE SPACE.
           88  WS-SCREEN-HIT               VALUE 'H'.
           88  WS-SCREEN-FAILED            VALUE 'E'.
       01  WS-WL-BROWSE-CODE               PIC X(4).
       01  WS-WL-LNAME-CODE                PIC X(4).
       01  WS-BEST-HIT.
           05  WS-BEST-ENTRY-ID            PIC X(10).
           05  WS-BEST-LIST-CODE           PIC X(1).
           05  WS-BEST-SCORE               PIC 9(3).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(200).
      *----------------------------------------------------------------
       1000-CHECK-AUTHORIZATION.
           CALL 'CSSEC1' USING CAPU-CALLER WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               MOVE '06' TO CAPU-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  The customer read for a change or an inactivation must
      *  belong to a branch the caller holds.  An unassigned customer
      *  is open to any caller with maintenance authority.
      *----------------------------------------------------------------
       1100-CHECK-BRANCH-AUTHORITY.
           IF CUST-BRANCH NOT = SPACES
               MOVE CUST-BRANCH TO WS-CHECK-BRANCH
               MOVE 'N' TO WS-BRANCH-AUTHORIZED
               CALL 'CSSEC1' USING CAPU-CALLER WS-BRANCH-AUTHORIZED
                   WS-BRANCH-AUTH-LEVEL WS-CHECK-BRANCH
               IF NOT WS-HOLDS-BRANCH
                   MOVE '06' TO CAPU-RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Same ZIP edit the online screen makes: a keyed ZIP must
      *  agree with the city/state when ZIPXREF knows it.  A ZIP not
           END-IF
           IF CAPU-RETURN-CODE = SPACES
               PERFORM 2100-BUILD-CUSTMAST-RECORD
               MOVE WS-OPER-BRANCH TO CUST-BRANCH
               MOVE 'A' TO CUST-STATUS
               PERFORM 6200-STAMP-STATUS-DATE
               PERFORM 3200-SCREEN-WATCH-LIST
               EVALUATE TRUE
                   WHEN WS-SCREEN-FAILED
                       MOVE '08' TO CAPU-RETURN-CODE
                   WHEN WS-SCREEN-HIT
                       PERFORM 3300-HOLD-ADD-FOR-REVIEW
                   WHEN OTHER
                       PERFORM 3050-WRITE-NEW-CUSTOMER
               END-EVALUATE
           END-IF.

       3050-WRITE-NEW-CUSTOMER.
           EXEC CICS WRITE FILE('CUSTMAST')
               FROM(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE '00' TO CAPU-RETURN-CODE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 7100-AUDIT-ADD
                   PERFORM 7700-MAINTAIN-XREF-ENTRIES
               WHEN DFHRESP(DUPREC)
                   MOVE '03' TO CAPU-RETURN-CODE
               WHEN OTHER
                   MOVE '08' TO CAPU-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Next customer number off the CUSTNOCT control record, taken
      *  under an update lock so this path, the online screen, and
               MOVE '08' TO CAPU-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  Screen the new customer against WATCHLST the way the online
      *  add does (CSINQC2 3380): entries sounding like the last
      *  name, then the given name, scored by CSWLMAT, best probable
      *  hit kept.  A watch list that cannot be read fails the add.
      *----------------------------------------------------------------
       3200-SCREEN-WATCH-LIST.
           MOVE SPACE TO WS-SCREEN-RESULT
           MOVE SPACES TO WS-BEST-HIT
           MOVE ZERO TO WS-BEST-SCORE
           MOVE SPACES TO WLMATCH-PARMS
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-LNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-LNAME-CODE WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
               PERFORM 3210-BROWSE-NAME-CODE
           END-IF
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-FNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
             AND WS-WL-BROWSE-CODE NOT = WS-WL-LNAME-CODE
             AND NOT WS-SCREEN-FAILED
               PERFORM 3210-BROWSE-NAME-CODE
           END-IF.

       3210-BROWSE-NAME-CODE.
           MOVE 'N' TO WS-WL-BROWSE-SWITCH
           MOVE LOW-VALUES TO WL-KEY
           MOVE WS-WL-BROWSE-CODE TO WL-NAME-CODE
           EXEC CICS STARTBR FILE('WATCHLST')
               RIDFLD(WL-KEY)
               KEYLENGTH(LENGTH OF WL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3220-SCORE-ONE-ENTRY
                       UNTIL WS-WL-BROWSE-DONE
                   EXEC CICS ENDBR FILE('WATCHLST') END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-SCREEN-RESULT
           END-EVALUATE.

       3220-SCORE-ONE-ENTRY.
           EXEC CICS READNEXT FILE('WATCHLST')
               INTO(WATCHLST-RECORD)
               RIDFLD(WL-KEY)
               KEYLENGTH(LENGTH OF WL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                AND WL-NAME-CODE = WS-WL-BROWSE-CODE
                   PERFORM 3230-SCORE-ENTRY
               WHEN WS-RESP = DFHRESP(NORMAL)
                 OR WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-WL-BROWSE-SWITCH
               WHEN OTHER
                   MOVE 'E' TO WS-SCREEN-RESULT
                   MOVE 'Y' TO WS-WL-BROWSE-SWITCH
           END-EVALUATE.

       3230-SCORE-ENTRY.
           MOVE 'S' TO WM-FUNCTION
           MOVE CUST-LNAME   TO WM-CUST-LNAME
           MOVE CUST-FNAME   TO WM-CUST-FNAME
           MOVE CUST-ADDR    TO WM-CUST-ADDR
           MOVE CUST-CITY    TO WM-CUST-CITY
           MOVE CUST-STATE   TO WM-CUST-STATE
           MOVE CUST-ZIPCODE TO WM-CUST-ZIPCODE
           MOVE WL-LNAME     TO WM-ENTRY-LNAME
           MOVE WL-FNAME     TO WM-ENTRY-FNAME
           MOVE WL-ADDR      TO WM-ENTRY-ADDR
           MOVE WL-CITY      TO WM-ENTRY-CITY
           MOVE WL-STATE     TO WM-ENTRY-STATE
           MOVE WL-ZIPCODE   TO WM-ENTRY-ZIPCODE
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           IF WM-PROBABLE-HIT AND WM-SCORE > WS-BEST-SCORE
               MOVE WL-ENTRY-ID  TO WS-BEST-ENTRY-ID
               MOVE WL-LIST-CODE TO WS-BEST-LIST-CODE
               MOVE WM-SCORE     TO WS-BEST-SCORE
               MOVE 'H' TO WS-SCREEN-RESULT
           END-IF.

      *----------------------------------------------------------------
      *  Hold the add on WATCHHIT with the record that would have
      *  been written; CSWLRV1 creates it if compliance clears the
      *  hit.  The caller id is the maker, as on the audit trail.
      *----------------------------------------------------------------
       3300-HOLD-ADD-FOR-REVIEW.
           EXEC CICS READ FILE('CUSTMAST')
               INTO(WS-BEFORE-IMAGE)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '03' TO CAPU-RETURN-CODE
           ELSE
               PERFORM 3310-WRITE-HELD-ADD
           END-IF.

       3310-WRITE-HELD-ADD.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           MOVE SPACES TO WATCHHIT-RECORD
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WH-HIT-DATE)
               TIME(WH-HIT-TIME)
           END-EXEC
           MOVE CUST-NO           TO WH-CUST-NO
           MOVE WS-BEST-ENTRY-ID  TO WH-ENTRY-ID
           MOVE 'O'               TO WH-STATUS
           MOVE 'A'               TO WH-SOURCE
           MOVE WS-BEST-LIST-CODE TO WH-LIST-CODE
           MOVE WS-BEST-SCORE     TO WH-SCORE
           MOVE CAPU-CALLER       TO WH-MAKER-OPERID
           MOVE 'API '            TO WH-MAKER-TERMID
           MOVE EIBTRNID          TO WH-MAKER-TRANCODE
           MOVE CUSTMAST-RECORD   TO WH-CUST-IMAGE
           EXEC CICS WRITE FILE('WATCHHIT')
               FROM(WATCHHIT-RECORD)
               RIDFLD(WH-KEY)
               RESP(WS-RESP)
           END-EXEC
      *        DUPREC - the same add is already held
           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(DUPREC)
               MOVE '10' TO CAPU-RETURN-CODE
           ELSE
               MOVE '08' TO CAPU-RETURN-CODE
           END-IF.

       4000-APPLY-CHANGE.
           PERFORM 2000-VALIDATE-ZIPCODE
           IF CAPU-RETURN-CODE = SPACES
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 1100-CHECK-BRANCH-AUTHORITY
               END-IF
               EVALUATE TRUE
                   WHEN CAPU-RETURN-CODE NOT = SPACES
                       EXEC CICS UNLOCK FILE('CUSTMAST') END-EXEC
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 2100-BUILD-CUSTMAST-RECORD
      *                the commarea carries no status - a change
                           TO CUST-NO-MKT-MAIL-FLAG
                       MOVE WS-BEFORE-IMAGE(182:1)
                           TO CUST-NO-MKT-EMAIL-FLAG
                       MOVE WS-BEFORE-IMAGE(183:3) TO CUST-BRANCH
      *                a new address is presumed deliverable - it
      *                clears the returned-mail flag automatically
                       IF CUST-ADDR NOT = WS-BEFORE-IMAGE(57:30)
                           MOVE SPACE TO CUST-MAIL-FLAG
                       END-IF
                       PERFORM 4100-CHECK-DUAL-CONTROL
                       IF WS-NEEDS-APPROVAL
                           EXEC CICS UNLOCK FILE('CUSTMAST') END-EXEC
                           PERFORM 4200-QUEUE-FOR-APPROVAL
                       ELSE
                           PERFORM 4050-REWRITE-CHANGE
                       END-IF
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE '02' TO CAPU-RETURN-CODE
                   WHEN OTHER
                       MOVE '08' TO CAPU-RETURN-CODE
               END-EVALUATE
           END-IF.

       4050-REWRITE-CHANGE.
           EXEC CICS REWRITE FILE('CUSTMAST')
               FROM(CUSTMAST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '00' TO CAPU-RETURN-CODE
               PERFORM 7200-AUDIT-CHANGE
               PERFORM 7700-MAINTAIN-XREF-ENTRIES
           ELSE
               MOVE '08' TO CAPU-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  Same dual-control test the maintenance screen makes: a name
      *  change, or an address change on a customer whose mail is
      *  already coming back, needs a second operator.
      *----------------------------------------------------------------
       4100-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-APPROVAL-SWITCH
           MOVE SPACE TO WS-APPROVAL-REASON
           IF CUST-NAME-KEY NOT = WS-BEFORE-IMAGE(7:50)
               MOVE 'Y' TO WS-APPROVAL-SWITCH
               MOVE 'N' TO WS-APPROVAL-REASON
           END-IF
           IF WS-BEFORE-IMAGE(180:1) = 'U'
               AND (CUST-ADDR    NOT = WS-BEFORE-IMAGE(57:30)
                 OR CUST-CITY    NOT = WS-BEFORE-IMAGE(87:20)
                 OR CUST-STATE   NOT = WS-BEFORE-IMAGE(107:2)
                 OR CUST-ZIPCODE NOT = WS-BEFORE-IMAGE(109:10))
               IF WS-NEEDS-APPROVAL
                   MOVE 'B' TO WS-APPROVAL-REASON
               ELSE
                   MOVE 'Y' TO WS-APPROVAL-SWITCH
                   MOVE 'A' TO WS-APPROVAL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Park the proposed record on APPRQUE for a second operator.
      *  The caller id is the maker - the approver can never be the
      *  same id.  One open entry per customer at a time.
      *----------------------------------------------------------------
       4200-QUEUE-FOR-APPROVAL.
           PERFORM 4300-CHECK-APPROVAL-PENDING
           IF WS-APPROVAL-PENDING
               MOVE '09' TO CAPU-RETURN-CODE
           ELSE
               MOVE SPACES TO APPRQUE-RECORD
               EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(AQ-REQ-DATE)
                   TIME(AQ-REQ-TIME)
               END-EXEC
               MOVE CUST-NO            TO AQ-CUST-NO
               MOVE 'O'                TO AQ-STATUS
               MOVE WS-APPROVAL-REASON TO AQ-REASON
               MOVE CAPU-CALLER        TO AQ-MAKER-OPERID
               MOVE 'API '             TO AQ-MAKER-TERMID
               MOVE EIBTRNID           TO AQ-MAKER-TRANCODE
               MOVE WS-BEFORE-IMAGE    TO AQ-BEFORE-IMAGE
               MOVE CUSTMAST-RECORD    TO AQ-AFTER-IMAGE
               EXEC CICS WRITE FILE('APPRQUE')
                   FROM(APPRQUE-RECORD)
                   RIDFLD(AQ-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE '07' TO CAPU-RETURN-CODE
                   WHEN DFHRESP(DUPREC)
                       MOVE '09' TO CAPU-RETURN-CODE
                   WHEN OTHER
                       MOVE '08' TO CAPU-RETURN-CODE
               END-EVALUATE
           END-IF.

       4300-CHECK-APPROVAL-PENDING.
           MOVE 'N' TO WS-AWAITING-SWITCH
           MOVE 'N' TO WS-AQ-BROWSE-SWITCH
           MOVE CUST-NO TO AQ-CUST-NO
           MOVE LOW-VALUES TO AQ-REQ-DATE
           MOVE LOW-VALUES TO AQ-REQ-TIME
           EXEC CICS STARTBR FILE('APPRQUE')
               RIDFLD(AQ-KEY)
               KEYLENGTH(LENGTH OF AQ-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4310-BROWSE-ONE-APPROVAL
                   UNTIL WS-AQ-BROWSE-DONE
               EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
           END-IF.

       4310-BROWSE-ONE-APPROVAL.
           EXEC CICS READNEXT FILE('APPRQUE')
               INTO(APPRQUE-RECORD)
               RIDFLD(AQ-KEY)
               KEYLENGTH(LENGTH OF AQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND AQ-CUST-NO = CUST-NO
               IF AQ-OPEN
                   MOVE 'Y' TO WS-AWAITING-SWITCH
                   MOVE 'Y' TO WS-AQ-BROWSE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-AQ-BROWSE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Inactivation is the online PF4: a status change the retention
      *  purge job acts on later.  It is under dual control, so it
      *  parks on APPRQUE and is applied and audited only when a
      *  second operator approves it.
      *----------------------------------------------------------------
       5000-APPLY-INACTIVATE.
           MOVE CAPU-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1100-CHECK-BRANCH-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN CAPU-RETURN-CODE NOT = SPACES
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'I' TO CUST-STATUS
                   PERFORM 6200-STAMP-STATUS-DATE
                   MOVE 'I' TO WS-APPROVAL-REASON
                   PERFORM 4200-QUEUE-FOR-APPROVAL
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE '02' TO CAPU-RETURN-CODE
               WHEN OTHER
                   MOVE '08' TO CAPU-RETURN-CODE
               TIME(AUD-TIME)
           END-EXEC
           MOVE CAPU-CALLER TO AUD-OPERID
           MOVE SPACES      TO AUD-CHECKER-OPERID
           MOVE 'API '      TO AUD-TERMID
           MOVE EIBTRNID    TO AUD-TRANCODE
           MOVE CUST-NO     TO AUD-CUST-NO.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7860-STAMP-AUDIT-CHAIN
           EXEC CICS WRITE FILE('AUDTRAIL')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSCAPI2 - AUDTRAIL WRITE FAILED, RESP = '
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
               DISPLAY 'CSCAPI2 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

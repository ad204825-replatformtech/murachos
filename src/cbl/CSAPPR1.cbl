       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSAPPR1.
      *================================================================
      *  CSAPPR1 - dual-control approval transaction (APPR).  Drives
      *  APRMAP1.  Reached from CSMENU1 (action A), behind the same
      *  CSSEC1 maintenance authorization as the maintenance screen,
      *  and re-verified on every entry the way CSREJM1 re-verifies.
      *  Works the APPRQUE queue the maintenance screen (CSINQC2) and
      *  the maintenance API (CSCAPI2) park name changes, address
      *  changes on an undeliverable address, and inactivations on:
      *  the operator sees the record as it stood beside the change
      *  keyed, and approves it (PF5) or rejects it (PF4).  PF8 walks
      *  to the next open entry; a queue key (customer number +
      *  request date/time) can be keyed to jump to a specific one.
      *
      *  The operator who keyed a change can never decide it.  Only
      *  an approval updates CUSTMAST; it writes AUDTRAIL with the
      *  keying operator in the operator slot and the approver in
      *  AUD-CHECKER-OPERID, and keeps PHONXREF/EMALXREF current the
      *  way the maintenance screen does.  A rejection closes the
      *  entry under the approver's id and changes nothing else.  An
      *  approval is refused when CUSTMAST no longer matches the
      *  record the change was keyed against.  Approving or rejecting
      *  also needs the customer's owning branch, checked through
      *  CSSEC1 the way the maintenance screen scopes it.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY APRSET1.
       COPY APPRQUE.
       COPY CUSTMAST.
       COPY AUDTRAIL.
       COPY AUDCTL.
       COPY PHONXREF.
       COPY EMALXREF.

       01  WS-A-COMMAREA.
           05  WA-CURR-KEY                 PIC X(20).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-CHECK-BRANCH                 PIC X(3).
       01  WS-BRANCH-AUTHORIZED            PIC X     VALUE 'N'.
           88  WS-HOLDS-BRANCH             VALUE 'Y'.
       01  WS-BRANCH-AUTH-LEVEL            PIC X.
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
           88  WS-FOUND-OPEN               VALUE 'Y'.
       01  WS-BROWSE-KEY                   PIC X(20).
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-A-COMMAREA
               PERFORM 2000-PROCESS-RESPONSE
           END-IF
           GOBACK.

       1000-FIRST-TIME.
           MOVE SPACES TO APRMAP1O
           MOVE SPACES TO WA-CURR-KEY
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           PERFORM 4000-FIND-NEXT-OPEN
           IF WS-FOUND-OPEN
               PERFORM 6000-MOVE-ENTRY-TO-MAP
               MOVE 'CHECK THE CHANGE - PF5 APPROVES, PF4 REJECTS,'
                 &  ' PF8 NEXT'
                   TO MESSAGEO
           ELSE
               MOVE 'NO CHANGES AWAITING APPROVAL' TO MESSAGEO
           END-IF
           PERFORM 1400-SET-DISPLAY-ATTRIBUTES
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('APRMAP1')
               MAPSET('APRSET1')
               FROM(APRMAP1O)
               ERASE
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *        everything on the screen is display-only - the second
      *        operator decides the change as keyed, never edits it
       1400-SET-DISPLAY-ATTRIBUTES.
           MOVE ATTR-UNPROT-MDT     TO APPKEYA
           MOVE ATTR-PROT           TO STATUSA
           MOVE ATTR-PROT           TO REASONA
           MOVE ATTR-PROT           TO MAKERA
           MOVE ATTR-PROT           TO CHECKERA
           MOVE ATTR-PROT           TO CUSTNOA
           MOVE ATTR-PROT           TO OLNAMEA
           MOVE ATTR-PROT           TO NLNAMEA
           MOVE ATTR-PROT           TO OFNAMEA
           MOVE ATTR-PROT           TO NFNAMEA
           MOVE ATTR-PROT           TO OADDRA
           MOVE ATTR-PROT           TO NADDRA
           MOVE ATTR-PROT           TO OCITYA
           MOVE ATTR-PROT           TO NCITYA
           MOVE ATTR-PROT           TO OSTATEA
           MOVE ATTR-PROT           TO NSTATEA
           MOVE ATTR-PROT           TO OZIPCODEA
           MOVE ATTR-PROT           TO NZIPCODEA
           MOVE ATTR-PROT           TO OPHONEA
           MOVE ATTR-PROT           TO NPHONEA
           MOVE ATTR-PROT           TO OEMAILA
           MOVE ATTR-PROT           TO NEMAILA
           MOVE ATTR-PROT           TO OSTATA
           MOVE ATTR-PROT           TO NSTATA.

      *----------------------------------------------------------------
      *  Operator pressed a key - receive the map and act on it.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('APRMAP1')
               MAPSET('APRSET1')
               INTO(APRMAP1I)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM 2900-EXIT-TO-MENU
               WHEN AID-PF4
                   PERFORM 3100-REJECT-CHANGE
               WHEN AID-PF5
                   PERFORM 3000-APPROVE-CHANGE
               WHEN AID-PF8
                   PERFORM 2200-NEXT-OPEN-ENTRY
               WHEN AID-ENTER
                   PERFORM 2100-LOOK-UP-KEYED-ENTRY
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER OR A VALID PF KEY'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

       2100-LOOK-UP-KEYED-ENTRY.
           IF APPKEYI = SPACES
               MOVE 'KEY A QUEUE KEY, OR PF8 FOR THE NEXT CHANGE'
                 &  ' AWAITING APPROVAL'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           ELSE
               MOVE APPKEYI TO AQ-KEY
               EXEC CICS READ FILE('APPRQUE')
                   INTO(APPRQUE-RECORD)
                   RIDFLD(AQ-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6000-MOVE-ENTRY-TO-MAP
                   MOVE 'QUEUE ENTRY DISPLAYED' TO MESSAGEO
                   MOVE ATTR-GREEN TO MESSAGEC
                   PERFORM 8100-REDISPLAY-RESULT
               ELSE
                   MOVE 'QUEUE KEY NOT ON THE APPROVAL QUEUE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           END-IF.

       2200-NEXT-OPEN-ENTRY.
           IF WA-CURR-KEY = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE WA-CURR-KEY TO WS-BROWSE-KEY
           END-IF
           PERFORM 4000-FIND-NEXT-OPEN
           IF WS-FOUND-OPEN
               PERFORM 6000-MOVE-ENTRY-TO-MAP
               MOVE 'CHECK THE CHANGE - PF5 APPROVES, PF4 REJECTS,'
                 &  ' PF8 NEXT'
                   TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
               PERFORM 8100-REDISPLAY-RESULT
           ELSE
               MOVE 'NO MORE CHANGES AWAITING APPROVAL' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  PF5 - apply the change to CUSTMAST.  The customer record must
      *  still be exactly the one the change was keyed against; if
      *  anything has changed it since, the approval is refused and
      *  the entry has to be rejected and keyed again.
      *----------------------------------------------------------------
       3000-APPROVE-CHANGE.
           PERFORM 3500-READ-CURRENT-FOR-UPDATE
           IF MESSAGEO = SPACES
               MOVE AQ-CUST-NO TO CUST-NO
               EXEC CICS READ FILE('CUSTMAST')
                   INTO(CUSTMAST-RECORD)
                   RIDFLD(CUST-NO)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3050-CHECK-BRANCH-AUTHORITY
               END-IF
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'CUSTOMER RECORD COULD NOT BE READ'
                           TO MESSAGEO
                   WHEN NOT WS-HOLDS-BRANCH
                       EXEC CICS UNLOCK FILE('CUSTMAST') END-EXEC
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       PERFORM 3060-REFUSE-BRANCH
                   WHEN CUSTMAST-RECORD NOT = AQ-BEFORE-IMAGE
                       EXEC CICS UNLOCK FILE('CUSTMAST') END-EXEC
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'CUSTOMER CHANGED SINCE THIS WAS KEYED -'
                         &  ' REJECT IT AND HAVE IT KEYED AGAIN'
                           TO MESSAGEO
                   WHEN OTHER
                       PERFORM 3200-APPLY-APPROVED-CHANGE
               END-EVALUATE
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 6000-MOVE-ENTRY-TO-MAP
               MOVE 'CHANGE APPROVED AND APPLIED - PF8 FOR THE NEXT'
                 &  ' CHANGE'
                   TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
               PERFORM 8100-REDISPLAY-RESULT
           ELSE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  Branch scoping: the deciding operator must hold the branch
      *  that owns the customer, the same check CSMERGE1 makes.  An
      *  unassigned customer is open to any operator with maintenance
      *  authority.
      *----------------------------------------------------------------
       3050-CHECK-BRANCH-AUTHORITY.
           MOVE 'Y' TO WS-BRANCH-AUTHORIZED
           IF CUST-BRANCH NOT = SPACES
               MOVE CUST-BRANCH TO WS-CHECK-BRANCH
               MOVE 'N' TO WS-BRANCH-AUTHORIZED
               CALL 'CSSEC1' USING WS-OPERID WS-BRANCH-AUTHORIZED
                   WS-BRANCH-AUTH-LEVEL WS-CHECK-BRANCH
           END-IF.

       3060-REFUSE-BRANCH.
           MOVE SPACES TO MESSAGEO
           STRING 'NOT AUTHORIZED FOR BRANCH ' DELIMITED BY SIZE
                  WS-CHECK-BRANCH              DELIMITED BY SIZE
               INTO MESSAGEO
           END-STRING.

       3200-APPLY-APPROVED-CHANGE.
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE AQ-AFTER-IMAGE  TO CUSTMAST-RECORD
      *        an inactivation takes effect the day it is approved -
      *        that is the date the retention purge must run from
           IF AQ-INACTIVATION
               PERFORM 6200-STAMP-STATUS-DATE
           END-IF
           EXEC CICS REWRITE FILE('CUSTMAST')
               FROM(CUSTMAST-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7600-AUDIT-APPROVED-CHANGE
               PERFORM 7700-MAINTAIN-XREF-ENTRIES
               MOVE 'A' TO AQ-STATUS
               PERFORM 3600-STAMP-ACTION
               EXEC CICS REWRITE FILE('APPRQUE')
                   FROM(APPRQUE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CHANGE APPLIED BUT QUEUE ENTRY NOT CLOSED -'
                     &  ' REPORT TO SUPPORT'
                       TO MESSAGEO
               END-IF
           ELSE
               EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
               MOVE 'CUSTOMER RECORD COULD NOT BE UPDATED' TO MESSAGEO
           END-IF.

      *----------------------------------------------------------------
      *  PF4 - close the entry without applying it, stamped with the
      *  deciding operator's id.  Nothing reaches CUSTMAST or the
      *  audit trail - the customer never changed.
      *----------------------------------------------------------------
       3100-REJECT-CHANGE.
           PERFORM 3500-READ-CURRENT-FOR-UPDATE
           IF MESSAGEO = SPACES
               PERFORM 3150-CHECK-REJECT-BRANCH
           END-IF
           IF MESSAGEO = SPACES
               MOVE 'X' TO AQ-STATUS
               PERFORM 3600-STAMP-ACTION
               EXEC CICS REWRITE FILE('APPRQUE')
                   FROM(APPRQUE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6000-MOVE-ENTRY-TO-MAP
                   MOVE 'CHANGE REJECTED - PF8 FOR THE NEXT CHANGE'
                       TO MESSAGEO
                   MOVE ATTR-GREEN TO MESSAGEC
                   PERFORM 8100-REDISPLAY-RESULT
               ELSE
                   MOVE 'QUEUE ENTRY COULD NOT BE UPDATED' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           ELSE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  A rejection is scoped to the customer's branch as well.  A
      *  customer no longer on file is judged by the branch on the
      *  record the change was keyed against.
      *----------------------------------------------------------------
       3150-CHECK-REJECT-BRANCH.
           MOVE AQ-CUST-NO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3050-CHECK-BRANCH-AUTHORITY
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE AQ-BEFORE-IMAGE TO CUSTMAST-RECORD
                   PERFORM 3050-CHECK-BRANCH-AUTHORITY
               WHEN OTHER
                   EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                   MOVE 'CUSTOMER RECORD COULD NOT BE READ'
                       TO MESSAGEO
           END-EVALUATE
           IF MESSAGEO = SPACES AND NOT WS-HOLDS-BRANCH
               EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
               PERFORM 3060-REFUSE-BRANCH
           END-IF.

      *----------------------------------------------------------------
      *  Lock the displayed entry.  Only an open entry can be decided,
      *  and never by the operator who keyed it.
      *----------------------------------------------------------------
       3500-READ-CURRENT-FOR-UPDATE.
           MOVE SPACES TO MESSAGEO
           IF WA-CURR-KEY = SPACES
               MOVE 'DISPLAY A QUEUE ENTRY FIRST' TO MESSAGEO
           ELSE
               MOVE WA-CURR-KEY TO AQ-KEY
               EXEC CICS READ FILE('APPRQUE')
                   INTO(APPRQUE-RECORD)
                   RIDFLD(AQ-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'QUEUE ENTRY COULD NOT BE READ' TO MESSAGEO
                   WHEN NOT AQ-OPEN
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'CHANGE ALREADY DECIDED - ONLY OPEN'
                         &  ' ENTRIES CAN BE APPROVED OR REJECTED'
                           TO MESSAGEO
                   WHEN AQ-MAKER-OPERID = WS-OPERID
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'YOU KEYED THIS CHANGE - A SECOND OPERATOR'
                         &  ' MUST DECIDE IT'
                           TO MESSAGEO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3600-STAMP-ACTION.
           MOVE WS-OPERID TO AQ-CHECKER-OPERID
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AQ-ACTION-DATE)
           END-EXEC.

      *----------------------------------------------------------------
      *  Walk the queue from WS-BROWSE-KEY for the next open entry.
      *----------------------------------------------------------------
       4000-FIND-NEXT-OPEN.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE WS-BROWSE-KEY TO AQ-KEY
           EXEC CICS STARTBR FILE('APPRQUE')
               RIDFLD(AQ-KEY)
               KEYLENGTH(LENGTH OF AQ-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4100-BROWSE-ONE-ENTRY
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
           END-IF.

       4100-BROWSE-ONE-ENTRY.
           EXEC CICS READNEXT FILE('APPRQUE')
               INTO(APPRQUE-RECORD)
               RIDFLD(AQ-KEY)
               KEYLENGTH(LENGTH OF AQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF AQ-OPEN AND AQ-KEY NOT = WA-CURR-KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF.

       6000-MOVE-ENTRY-TO-MAP.
           MOVE AQ-KEY TO WA-CURR-KEY
           MOVE AQ-KEY TO APPKEYO
           EVALUATE TRUE
               WHEN AQ-OPEN
                   MOVE 'OPEN     ' TO STATUSO
               WHEN AQ-APPROVED
                   MOVE 'APPROVED ' TO STATUSO
               WHEN AQ-REJECTED
                   MOVE 'REJECTED ' TO STATUSO
               WHEN OTHER
                   MOVE AQ-STATUS TO STATUSO
           END-EVALUATE
           EVALUATE TRUE
               WHEN AQ-NAME-CHANGE
                   MOVE 'NAME CHANGE'                  TO REASONO
               WHEN AQ-ADDR-CHANGE
                   MOVE 'ADDRESS CHANGE - MAIL FLAG U' TO REASONO
               WHEN AQ-NAME-ADDR-CHANGE
                   MOVE 'NAME AND ADDRESS CHANGE'      TO REASONO
               WHEN AQ-INACTIVATION
                   MOVE 'INACTIVATION'                 TO REASONO
               WHEN OTHER
                   MOVE AQ-REASON                      TO REASONO
           END-EVALUATE
           MOVE AQ-MAKER-OPERID   TO MAKERO
           MOVE AQ-CHECKER-OPERID TO CHECKERO
           MOVE AQ-CUST-NO        TO CUSTNOO
           MOVE AQ-BEFORE-IMAGE   TO CUSTMAST-RECORD
           MOVE CUST-LNAME        TO OLNAMEO
           MOVE CUST-FNAME        TO OFNAMEO
           MOVE CUST-ADDR         TO OADDRO
           MOVE CUST-CITY         TO OCITYO
           MOVE CUST-STATE        TO OSTATEO
           MOVE CUST-ZIPCODE      TO OZIPCODEO
           MOVE CUST-HOME-PHONE   TO OPHONEO
           MOVE CUST-EMAIL        TO OEMAILO
           MOVE CUST-STATUS       TO OSTATO
           MOVE AQ-AFTER-IMAGE    TO CUSTMAST-RECORD
           MOVE CUST-LNAME        TO NLNAMEO
           MOVE CUST-FNAME        TO NFNAMEO
           MOVE CUST-ADDR         TO NADDRO
           MOVE CUST-CITY         TO NCITYO
           MOVE CUST-STATE        TO NSTATEO
           MOVE CUST-ZIPCODE      TO NZIPCODEO
           MOVE CUST-HOME-PHONE   TO NPHONEO
           MOVE CUST-EMAIL        TO NEMAILO
           MOVE CUST-STATUS       TO NSTATO.

       6200-STAMP-STATUS-DATE.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(CUST-STATUS-DATE)
           END-EXEC.

      *----------------------------------------------------------------
      *  The audit record reads as the keying operator's change,
      *  from the terminal and transaction it was keyed on, with the
      *  approver beside it.  It is stamped with the approval time -
      *  that is when CUSTMAST actually changed, which is what the
      *  recovery and balancing jobs need.
      *----------------------------------------------------------------
       7600-AUDIT-APPROVED-CHANGE.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUD-DATE)
               TIME(AUD-TIME)
           END-EXEC
           MOVE AQ-MAKER-OPERID   TO AUD-OPERID
           MOVE WS-OPERID         TO AUD-CHECKER-OPERID
           MOVE AQ-MAKER-TERMID   TO AUD-TERMID
           MOVE AQ-MAKER-TRANCODE TO AUD-TRANCODE
           MOVE CUST-NO           TO AUD-CUST-NO
           MOVE 'C'               TO AUD-FUNCTION
           MOVE WS-BEFORE-IMAGE   TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD   TO AUD-AFTER-IMAGE
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
               DISPLAY 'CSAPPR1 - AUDTRAIL WRITE FAILED, RESP = '
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
               DISPLAY 'CSAPPR1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

      *----------------------------------------------------------------
      *  Redisplay helpers.
      *----------------------------------------------------------------
       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('APRMAP1')
               MAPSET('APRSET1')
               FROM(APRMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       8100-REDISPLAY-RESULT.
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('APRMAP1')
               MAPSET('APRSET1')
               FROM(APRMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       2900-EXIT-TO-MENU.
           EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC.

       9000-BUILD-PFKEYS-LEGEND.
           MOVE 'PF3-EXIT PF4-REJECT PF5-APPROVE PF8-NEXT'
               TO PFKEYSO.

       9900-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('APPR')
               COMMAREA(WS-A-COMMAREA)
               LENGTH(LENGTH OF WS-A-COMMAREA)
           END-EXEC.

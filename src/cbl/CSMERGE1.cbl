      *  purge (the retention purge job is the only thing that
      *  physically removes records), and logs both sides to
      *  AUDTRAIL under the MRGE trancode so the merge can be traced
      *  and backed out.  The duplicate's relationship links on
      *  RELLINK move to the survivor, the other customer's side of
      *  each link is re-pointed at the survivor, and every RELLINK
      *  record touched is logged under function 'R'.
      *  Both customers must belong to a branch the operator may
      *  maintain (CUST-BRANCH checked through CSSEC1, on ENTER and
      *  again on PF5); an unassigned customer is open to any
      *  maintenance operator.  The survivor keeps its own branch,
      *  or takes the duplicate's when it has none.
      *  A customer under legal hold (any hold in force on LEGLHOLD)
      *  is never merged, as survivor or duplicate - checked on
      *  ENTER and again on PF5, and refused as well when the hold
      *  file cannot be read.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY MRGSET1.
       COPY CUSTMAST.
       COPY AUDTRAIL.
       COPY AUDCTL.
       COPY PHONXREF.
       COPY EMALXREF.
       COPY RELLINK.
       COPY RELTYPE.
       COPY LEGLHOLD.

       01  WS-M-COMMAREA.
           05  WM-STATE                    PIC X(1).
           05  WM-DUPNO                    PIC X(6).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-CHECK-BRANCH                 PIC X(3).
       01  WS-BRANCH-AUTHORIZED            PIC X     VALUE 'N'.
           88  WS-HOLDS-BRANCH             VALUE 'Y'.
       01  WS-BRANCH-AUTH-LEVEL            PIC X.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-LOCK-RECORD                  PIC X(200).
       01  WS-SURV-BEFORE                  PIC X(220).
       01  WS-ENRICHED-SWITCH              PIC X     VALUE 'N'.
           88  WS-ENRICHED                 VALUE 'Y'.
       01  WS-LINKS-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-LINKS-DONE               VALUE 'Y'.
       01  WS-DUP-LINK                     PIC X(100).
       01  WS-DUP-LINK-KEY                 PIC X(22).
       01  WS-OTHER-CUSTNO                 PIC X(6).
       01  WS-RECIP-TYPE                   PIC X(2).
       01  WS-LINK-CUST-NO                 PIC X(6).
       01  WS-LINK-BEFORE                  PIC X(100).
       01  WS-LINK-AFTER                   PIC X(100).
       01  WS-CHECK-CUSTNO                 PIC X(6).
       01  WS-HOLD-BROWSE-SWITCH           PIC X     VALUE 'N'.
           88  WS-HOLD-BROWSE-DONE         VALUE 'Y'.
       01  WS-HOLD-RESULT                  PIC X     VALUE SPACE.
           88  WS-NOT-HELD                 VALUE SPACE.
           88  WS-ON-HOLD                  VALUE 'H'.
           88  WS-HOLD-UNKNOWN             VALUE 'E'.

       01  WS-DUP-RECORD.
           05  WS-DUP-CUST-NO              PIC X(6).
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
               MOVE 'SURVIVING CUSTOMER NOT ON FILE' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE CUST-BRANCH TO WS-CHECK-BRANCH
           PERFORM 2150-CHECK-BRANCH-AUTHORITY
           MOVE SURVNOI TO WS-CHECK-CUSTNO
           PERFORM 2160-CHECK-LEGAL-HOLD
           MOVE SPACES TO SURVNAMEO
           STRING CUST-FNAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
               MOVE 'DUPLICATE CUSTOMER NOT ON FILE' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE CUST-BRANCH TO WS-CHECK-BRANCH
           PERFORM 2150-CHECK-BRANCH-AUTHORITY
           MOVE DUPNOI TO WS-CHECK-CUSTNO
           PERFORM 2160-CHECK-LEGAL-HOLD
           MOVE SPACES TO DUPNAMEO
           STRING CUST-FNAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *----------------------------------------------------------------
      *  Refuse the pair when either customer belongs to a branch
      *  this operator does not hold.  Unassigned customers pass.
      *----------------------------------------------------------------
       2150-CHECK-BRANCH-AUTHORITY.
           IF WS-CHECK-BRANCH NOT = SPACES
               MOVE 'N' TO WS-BRANCH-AUTHORIZED
               CALL 'CSSEC1' USING WS-OPERID WS-BRANCH-AUTHORIZED
                   WS-BRANCH-AUTH-LEVEL WS-CHECK-BRANCH
               IF NOT WS-HOLDS-BRANCH
                   MOVE SPACE TO WM-STATE
                   MOVE SPACES TO MESSAGEO
                   STRING 'NOT AUTHORIZED FOR BRANCH '
                                            DELIMITED BY SIZE
                          WS-CHECK-BRANCH   DELIMITED BY SIZE
                          ' CUSTOMER - MERGE REFUSED'
                                            DELIMITED BY SIZE
                       INTO MESSAGEO
                   END-STRING
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Refuse the pair when either customer is under legal hold -
      *  a browse of LEGLHOLD on the customer-number prefix for a
      *  hold still in force.  A hold file that cannot be browsed
      *  refuses the merge too.
      *----------------------------------------------------------------
       2160-CHECK-LEGAL-HOLD.
           MOVE SPACE TO WS-HOLD-RESULT
           MOVE 'N' TO WS-HOLD-BROWSE-SWITCH
           MOVE WS-CHECK-CUSTNO TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           EXEC CICS STARTBR FILE('LEGLHOLD')
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2165-BROWSE-ONE-HOLD
                       UNTIL WS-HOLD-BROWSE-DONE
                   EXEC CICS ENDBR FILE('LEGLHOLD') END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-HOLD-RESULT
           END-EVALUATE
           IF NOT WS-NOT-HELD
               MOVE SPACE TO WM-STATE
               MOVE SPACES TO MESSAGEO
               IF WS-ON-HOLD
                   STRING 'CUSTOMER '       DELIMITED BY SIZE
                          WS-CHECK-CUSTNO   DELIMITED BY SIZE
                          ' IS ON LEGAL HOLD, MATTER '
                                            DELIMITED BY SIZE
                          LH-MATTER-REF     DELIMITED BY SPACE
                          ' - MERGE REFUSED' DELIMITED BY SIZE
                       INTO MESSAGEO
                   END-STRING
               ELSE
                   MOVE 'LEGAL HOLD FILE UNAVAILABLE - MERGE REFUSED'
                       TO MESSAGEO
               END-IF
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

       2165-BROWSE-ONE-HOLD.
           EXEC CICS READNEXT FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'E' TO WS-HOLD-RESULT
                   MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
               WHEN LH-CUST-NO NOT = WS-CHECK-CUSTNO
                   MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
               WHEN LH-HELD
                   MOVE 'H' TO WS-HOLD-RESULT
                   MOVE 'Y' TO WS-HOLD-BROWSE-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------
      *  PF5 - the confirmed merge.  Any customer data the survivor
      *  is missing is copied over from the duplicate, the duplicate
               MOVE SPACE TO WM-STATE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE WS-DUP-RECORD(183:3) TO WS-CHECK-BRANCH
           PERFORM 2150-CHECK-BRANCH-AUTHORITY
           MOVE WM-DUPNO TO WS-CHECK-CUSTNO
           PERFORM 2160-CHECK-LEGAL-HOLD

           MOVE WM-SURVNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               MOVE SPACE TO WM-STATE
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE CUST-BRANCH TO WS-CHECK-BRANCH
           PERFORM 2150-CHECK-BRANCH-AUTHORITY
           MOVE WM-SURVNO TO WS-CHECK-CUSTNO
           PERFORM 2160-CHECK-LEGAL-HOLD
           MOVE CUSTMAST-RECORD TO WS-SURV-BEFORE

           PERFORM 3100-ENRICH-SURVIVOR
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 7700-AUDIT-DUPLICATE-PURGE-MARK
           PERFORM 3200-MOVE-RELATIONSHIP-LINKS

           MOVE SPACES TO MRGMAP1O
           MOVE SPACE  TO WM-STATE
           IF CUST-EMAIL = SPACES AND WS-DUP-EMAIL NOT = SPACES
               MOVE WS-DUP-EMAIL TO CUST-EMAIL
               MOVE 'Y' TO WS-ENRICHED-SWITCH
           END-IF
           IF CUST-BRANCH = SPACES
               AND WS-DUP-RECORD(183:3) NOT = SPACES
               MOVE WS-DUP-RECORD(183:3) TO CUST-BRANCH
               MOVE 'Y' TO WS-ENRICHED-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Move the duplicate's relationship links to the survivor.
      *  Each pass takes the duplicate's first remaining link, so the
      *  loop ends when the duplicate has none left.  A link between
      *  the duplicate and the survivor themselves is dropped rather
      *  than turned into a link from the survivor to itself; a link
      *  the survivor already holds (DUPREC) is not written twice.
      *----------------------------------------------------------------
       3200-MOVE-RELATIONSHIP-LINKS.
           MOVE 'N' TO WS-LINKS-DONE-SWITCH
           PERFORM 3210-MOVE-ONE-LINK UNTIL WS-LINKS-DONE.

       3210-MOVE-ONE-LINK.
           MOVE WM-DUPNO   TO RK-CUST-NO
           MOVE LOW-VALUES TO RK-REL-CUST-NO
           MOVE LOW-VALUES TO RK-REL-TYPE
           MOVE LOW-VALUES TO RK-EFF-FROM
           EXEC CICS READ FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR RK-CUST-NO NOT = WM-DUPNO
               MOVE 'Y' TO WS-LINKS-DONE-SWITCH
           ELSE
               MOVE RELLINK-RECORD TO WS-DUP-LINK
               MOVE RK-KEY TO WS-DUP-LINK-KEY
               PERFORM 3220-REPOINT-COUNTERPART

               MOVE WS-DUP-LINK TO RELLINK-RECORD
               IF RK-REL-CUST-NO NOT = WM-SURVNO
                   MOVE WM-SURVNO TO RK-CUST-NO
                   EXEC CICS WRITE FILE('RELLINK')
                       FROM(RELLINK-RECORD)
                       RIDFLD(RK-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WM-SURVNO TO WS-LINK-CUST-NO
                       MOVE SPACES TO WS-LINK-BEFORE
                       MOVE RELLINK-RECORD TO WS-LINK-AFTER
                       PERFORM 7720-AUDIT-LINK-CHANGE
                   END-IF
               END-IF

               EXEC CICS DELETE FILE('RELLINK')
                   RIDFLD(WS-DUP-LINK-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WM-DUPNO TO WS-LINK-CUST-NO
                   MOVE WS-DUP-LINK TO WS-LINK-BEFORE
                   MOVE SPACES TO WS-LINK-AFTER
                   PERFORM 7720-AUDIT-LINK-CHANGE
               ELSE
      *                the same link would come back on the next pass
                   MOVE 'Y' TO WS-LINKS-DONE-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The other customer's side of the link is keyed on the
      *  duplicate's number, so it is deleted and written again
      *  pointing at the survivor - or just deleted when the other
      *  customer is the survivor.
      *----------------------------------------------------------------
       3220-REPOINT-COUNTERPART.
           MOVE RK-REL-CUST-NO TO WS-OTHER-CUSTNO
           SET RT-IDX TO 1
           SEARCH RT-ENTRY
               AT END
                   MOVE RK-REL-TYPE TO WS-RECIP-TYPE
               WHEN RT-CODE(RT-IDX) = RK-REL-TYPE
                   MOVE RT-RECIP-CODE(RT-IDX) TO WS-RECIP-TYPE
           END-SEARCH
           MOVE WS-OTHER-CUSTNO TO RK-CUST-NO
           MOVE WM-DUPNO        TO RK-REL-CUST-NO
           MOVE WS-RECIP-TYPE   TO RK-REL-TYPE
           EXEC CICS READ FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RELLINK-RECORD TO WS-LINK-BEFORE
               EXEC CICS DELETE FILE('RELLINK')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-LINK-AFTER
                   IF WS-OTHER-CUSTNO NOT = WM-SURVNO
                       MOVE WM-SURVNO TO RK-REL-CUST-NO
                       EXEC CICS WRITE FILE('RELLINK')
                           FROM(RELLINK-RECORD)
                           RIDFLD(RK-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE RELLINK-RECORD TO WS-LINK-AFTER
                       END-IF
                   END-IF
                   MOVE WS-OTHER-CUSTNO TO WS-LINK-CUST-NO
                   PERFORM 7720-AUDIT-LINK-CHANGE
               END-IF
           END-IF.

      *----------------------------------------------------------------
           MOVE CUSTMAST-RECORD TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

      *        one 'R' record per RELLINK record written, re-pointed
      *        or deleted, under the customer it is filed under
       7720-AUDIT-LINK-CHANGE.
           PERFORM 7800-BUILD-AUDIT-HEADER
           MOVE WS-LINK-CUST-NO TO AUD-CUST-NO
           MOVE 'R' TO AUD-FUNCTION
           MOVE WS-LINK-BEFORE TO AUD-BEFORE-IMAGE
           MOVE WS-LINK-AFTER TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

      *----------------------------------------------------------------
      *  Enriching the survivor can give it a phone or email it did
      *  not have - put the lookup cross-reference entries on
               TIME(AUD-TIME)
           END-EXEC
           MOVE WS-OPERID TO AUD-OPERID
           MOVE SPACES    TO AUD-CHECKER-OPERID
           MOVE EIBTRMID  TO AUD-TERMID
           MOVE EIBTRNID  TO AUD-TRANCODE.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7860-STAMP-AUDIT-CHAIN
           EXEC CICS WRITE FILE('AUDTRAIL')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSMERGE1 - AUDTRAIL WRITE FAILED, RESP = '
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
               DISPLAY 'CSMERGE1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

       8000-REDISPLAY-ERROR.

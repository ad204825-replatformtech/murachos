       COPY LSTCOMM.
       COPY HSTCOMM.
       COPY NOTCOMM.
       COPY RELCOMM.
       COPY ALTCOMM.
       COPY TSQCHKPT.
       COPY CUSTMAST.
       COPY ZIPXREF.
       COPY AUDTRAIL.
       COPY AUDCTL.
       COPY PHONXREF.
       COPY EMALXREF.
       COPY CUSTNOCT.
       COPY PENDCHG.
       COPY CUSTTRAN.
       COPY APPRQUE.
       COPY RELLINK.
       COPY ALTADDR.
       COPY WATCHLST.
       COPY WATCHHIT.
       COPY WLMATCH.
       COPY BRANCHTB.
       COPY LEGLHOLD.

       01  WS-COMMAREA.
           05  WS-CA-ACTION                PIC X(1).
       01  WS-TSQ-LENGTH                   PIC S9(4) COMP.

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-RESP2                        PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
           05  WS-PENDING-MSG-DATE         PIC X(8).
           05  FILLER                      PIC X(21)
               VALUE ' - DO NOT KEY OVER IT'.
      *  Dual-control: a name change, an address change on an
      *  undeliverable address, or an inactivation is parked on
      *  APPRQUE for a second operator instead of being applied.
       01  WS-APPROVAL-SWITCH              PIC X     VALUE 'N'.
           88  WS-NEEDS-APPROVAL           VALUE 'Y'.
       01  WS-APPROVAL-REASON              PIC X(1)  VALUE SPACE.
       01  WS-AWAITING-SWITCH              PIC X     VALUE 'N'.
           88  WS-APPROVAL-PENDING         VALUE 'Y'.
       01  WS-AQ-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-AQ-BROWSE-DONE           VALUE 'Y'.
       01  WS-RELATED-SWITCH               PIC X     VALUE 'N'.
           88  WS-HAS-RELATIONSHIPS        VALUE 'Y'.
       01  WS-RK-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-RK-BROWSE-DONE           VALUE 'Y'.
       01  WS-AA-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-AA-BROWSE-DONE           VALUE 'Y'.
       01  WS-ALT-COUNT                    PIC 9(3)  VALUE ZERO.
       01  WS-ALT-FOUND-SWITCH             PIC X     VALUE 'N'.
           88  WS-ALT-FOUND                VALUE 'Y'.
       01  WS-ALT-IN-EFFECT                PIC X     VALUE 'N'.
       01  WS-ALT-PRIORITY                 PIC 9     VALUE ZERO.
       01  WS-ALT-BEST-PRIORITY            PIC 9     VALUE ZERO.
       01  WS-ALT-CURRENT                  PIC X(150).
       01  WS-ALT-TYPE-DESC                PIC X(9).
       01  WS-PARKED-MESSAGE.
           05  FILLER                      PIC X(26)
               VALUE 'CHANGE PARKED - EFFECTIVE '.
           05  FILLER                      PIC X(27)
               VALUE ' - RELEASES ON THAT MORNING'.

      *  Watch-list screen of a new customer before it is written -
      *  the best probable hit, if any, holds the add for compliance.
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
       01  WS-HELD-MESSAGE.
           05  FILLER                      PIC X(33)
               VALUE 'ADD HELD FOR COMPLIANCE REVIEW - '.
           05  FILLER                      PIC X(16)
               VALUE 'CUSTOMER NUMBER '.
           05  WS-HELD-CUSTNO              PIC X(6).
       01  WS-SEC-AUTHORIZED               PIC X     VALUE 'N'.
           88  WS-SEC-HOLDS-BRANCH         VALUE 'Y'.
       01  WS-SEC-AUTH-LEVEL               PIC X.
       01  WS-SEC-BRANCH                   PIC X(3).
       01  WS-NEW-BRANCH                   PIC X(3).

      *  Legal-hold warning - any hold still in force on LEGLHOLD is
      *  shown on the inquiry and maintenance screens.
       01  WS-LH-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-LH-BROWSE-DONE           VALUE 'Y'.
       01  WS-LEGAL-HOLD-SWITCH            PIC X     VALUE 'N'.
           88  WS-ON-LEGAL-HOLD            VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(228).

           MOVE ATTR-PROT           TO EMAILA
           MOVE ATTR-PROT           TO MAILOPTA
           MOVE ATTR-PROT           TO EMLOPTA
           MOVE ATTR-PROT           TO EFFDATEA
           MOVE ATTR-PROT           TO BRANCHA.

       1200-SET-MAINTENANCE-LOOKUP-ATTRIBUTES.
           MOVE ATTR-UNPROT-NUM-MDT TO CUSTNOA
           MOVE ATTR-PROT           TO EMAILA
           MOVE ATTR-PROT           TO MAILOPTA
           MOVE ATTR-PROT           TO EMLOPTA
           MOVE ATTR-PROT           TO EFFDATEA
           MOVE ATTR-PROT           TO BRANCHA.

       1300-SET-MAINTENANCE-EDIT-ATTRIBUTES.
      *        the customer number is the primary key - it can be
           MOVE ATTR-UNPROT-MDT     TO EMAILA
           MOVE ATTR-UNPROT-MDT     TO MAILOPTA
           MOVE ATTR-UNPROT-MDT     TO EMLOPTA
           MOVE ATTR-UNPROT-NUM-MDT TO EFFDATEA
           MOVE ATTR-UNPROT-MDT     TO BRANCHA.

       1400-SET-PHONE-SEARCH-ATTRIBUTES.
           MOVE ATTR-PROT           TO CUSTNOA
           MOVE ATTR-PROT           TO EMAILA
           MOVE ATTR-PROT           TO MAILOPTA
           MOVE ATTR-PROT           TO EMLOPTA
           MOVE ATTR-PROT           TO EFFDATEA
           MOVE ATTR-PROT           TO BRANCHA.

       1500-SET-EMAIL-SEARCH-ATTRIBUTES.
           MOVE ATTR-PROT           TO CUSTNOA
           MOVE ATTR-UNPROT-MDT     TO EMAILA
           MOVE ATTR-PROT           TO MAILOPTA
           MOVE ATTR-PROT           TO EMLOPTA
           MOVE ATTR-PROT           TO EFFDATEA
           MOVE ATTR-PROT           TO BRANCHA.

      *----------------------------------------------------------------
      *  Operator pressed a key - receive the map and act on it.
                   PERFORM 2800-GO-TO-NOTES
               WHEN AID-PF9
                   PERFORM 2610-REINSTATE-CUSTOMER
               WHEN AID-PF10
                   PERFORM 2850-GO-TO-RELATIONSHIPS
               WHEN AID-PF11
                   PERFORM 2860-GO-TO-ALT-ADDRESSES
               WHEN AID-ENTER
                   PERFORM 2100-PROCESS-ENTER
               WHEN OTHER
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6000-MOVE-CUSTMAST-TO-MAP
                   PERFORM 6150-CHECK-PENDING-CHANGE
                   PERFORM 6160-CHECK-APPROVAL-PENDING
                   PERFORM 6170-CHECK-RELATIONSHIPS
                   PERFORM 6180-CHECK-ALT-ADDRESSES
                   PERFORM 6190-CHECK-LEGAL-HOLD
                   PERFORM 6100-BUILD-STATUS-MESSAGE
                   PERFORM 7500-AUDIT-INQUIRY
                   PERFORM 7900-DELETE-CHECKPOINT
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3205-CHECK-CUSTOMER-BRANCH
                   MOVE 'C' TO WS-CA-SUBMODE
                   MOVE CUSTMAST-RECORD TO WS-CA-BEFORE-IMAGE
                   PERFORM 6000-MOVE-CUSTMAST-TO-MAP
                   PERFORM 7500-AUDIT-INQUIRY
                   PERFORM 6150-CHECK-PENDING-CHANGE
                   PERFORM 6160-CHECK-APPROVAL-PENDING
                   PERFORM 6170-CHECK-RELATIONSHIPS
                   PERFORM 6180-CHECK-ALT-ADDRESSES
                   PERFORM 6190-CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN WS-PENDING-CHANGE
                           MOVE WS-PENDING-MESSAGE TO MESSAGEO
                       WHEN WS-APPROVAL-PENDING
                           MOVE 'CHANGE AWAITING SECOND-OPERATOR'
                             &  ' APPROVAL - DO NOT KEY OVER IT'
                               TO MESSAGEO
                       WHEN OTHER
                           MOVE 'RECORD FOUND - CHANGE FIELDS AND PRESS'
                             &  ' ENTER TO SAVE, OR PF4 TO DELETE'
                               TO MESSAGEO
                   END-EVALUATE
               ELSE
                   MOVE 'A' TO WS-CA-SUBMODE
                   MOVE 'CUSTOMER NOT ON FILE - ENTER DATA AND PRESS'
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *----------------------------------------------------------------
      *  Maintenance is scoped by branch: a customer owned by a
      *  branch the operator does not hold (AUTHFILE, via CSSEC1) is
      *  shown read-only, exactly as an inquiry would show it, and
      *  the operator is left on the lookup screen.  An unassigned
      *  customer is open to any maintenance operator.
      *----------------------------------------------------------------
       3205-CHECK-CUSTOMER-BRANCH.
           IF CUST-BRANCH NOT = SPACES
               MOVE CUST-BRANCH TO WS-SEC-BRANCH
               PERFORM 3215-CALL-CSSEC1
               IF NOT WS-SEC-HOLDS-BRANCH
                   MOVE SPACE TO WS-CA-SUBMODE
                   PERFORM 6000-MOVE-CUSTMAST-TO-MAP
                   PERFORM 7500-AUDIT-INQUIRY
                   PERFORM 1200-SET-MAINTENANCE-LOOKUP-ATTRIBUTES
                   MOVE SPACES TO MESSAGEO
                   STRING 'CUSTOMER BELONGS TO BRANCH '
                                            DELIMITED BY SIZE
                          CUST-BRANCH       DELIMITED BY SIZE
                          ' - INQUIRY ONLY' DELIMITED BY SIZE
                       INTO MESSAGEO
                   END-STRING
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           END-IF.

      *        CSSEC1 with a branch answers whether the operator may
      *        maintain that branch; with spaces it hands back the
      *        operator's home branch in WS-SEC-BRANCH
       3215-CALL-CSSEC1.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           MOVE 'N' TO WS-SEC-AUTHORIZED
           CALL 'CSSEC1' USING WS-OPERID WS-SEC-AUTHORIZED
               WS-SEC-AUTH-LEVEL WS-SEC-BRANCH.

       3300-MAINTENANCE-SAVE.
           PERFORM 4000-VALIDATE-ZIPCODE
           IF MESSAGEO = SPACES AND EFFDATEI NOT = SPACES
               AND WS-CA-SUBMODE = 'A'
               MOVE 'EFFECTIVE DATE IS FOR CHANGES ONLY' TO MESSAGEO
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 4100-VALIDATE-BRANCH
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 3310-BUILD-CUSTMAST-FROM-MAP
               EVALUATE TRUE
           END-IF
      *        the map carries no status fields - a change keeps the
      *        record's status, an add starts the customer active
           MOVE WS-NEW-BRANCH TO CUST-BRANCH
           IF WS-CA-SUBMODE = 'C'
               MOVE WS-CA-BEFORE-IMAGE(171:1) TO CUST-STATUS
               MOVE WS-CA-BEFORE-IMAGE(172:8) TO CUST-STATUS-DATE
      *        a blank customer number on an add is the normal case -
      *        the next number comes off the CUSTNOCT control file,
      *        the same counter the batch apply and the API draw from
      *        a new customer is screened against the watch list
      *        before anything is written; a probable hit holds the
      *        add on WATCHHIT instead of creating the customer
       3320-ADD-CUSTOMER.
           IF CUST-NO = SPACES
               PERFORM 3340-ASSIGN-CUSTOMER-NUMBER
           END-IF
           IF MESSAGEO = SPACES
               PERFORM 3380-SCREEN-WATCH-LIST
           END-IF
           EVALUATE TRUE
               WHEN MESSAGEO NOT = SPACES
                   MOVE ATTR-RED TO MESSAGEC
                   MOVE ATTR-BLINK TO MESSAGEH
               WHEN WS-SCREEN-HIT
                   PERFORM 3390-HOLD-ADD-FOR-REVIEW
               WHEN OTHER
                   PERFORM 3325-WRITE-NEW-CUSTOMER
           END-EVALUATE
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('INQMAP2')
               MAPSET('INQSET2')
               FROM(INQMAP2O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       3325-WRITE-NEW-CUSTOMER.
               EXEC CICS WRITE FILE('CUSTMAST')
                   FROM(CUSTMAST-RECORD)
                   RIDFLD(CUST-NO)
                   MOVE SPACE TO WS-CA-SUBMODE
               ELSE
                   MOVE 'CUSTOMER NUMBER ALREADY ON FILE' TO MESSAGEO
               END-IF.

      *----------------------------------------------------------------
      *  Screen the new customer against WATCHLST: every entry whose
      *  surname sounds like the customer's last name, then like the
      *  given name, is scored by CSWLMAT - the same matcher the
      *  nightly screen uses.  The best probable hit is kept.  A
      *  watch list that cannot be read fails the add, never passes
      *  it unscreened.
      *----------------------------------------------------------------
       3380-SCREEN-WATCH-LIST.
           MOVE SPACE TO WS-SCREEN-RESULT
           MOVE SPACES TO WS-BEST-HIT
           MOVE ZERO TO WS-BEST-SCORE
           MOVE SPACES TO WLMATCH-PARMS
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-LNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-LNAME-CODE WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
               PERFORM 3382-BROWSE-NAME-CODE
           END-IF
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-FNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
             AND WS-WL-BROWSE-CODE NOT = WS-WL-LNAME-CODE
             AND NOT WS-SCREEN-FAILED
               PERFORM 3382-BROWSE-NAME-CODE
           END-IF
           IF WS-SCREEN-FAILED
               MOVE 'WATCH LIST UNAVAILABLE - CUSTOMER NOT ADDED'
                   TO MESSAGEO
           END-IF.

       3382-BROWSE-NAME-CODE.
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
                   PERFORM 3384-SCORE-ONE-ENTRY
                       UNTIL WS-WL-BROWSE-DONE
                   EXEC CICS ENDBR FILE('WATCHLST') END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-SCREEN-RESULT
           END-EVALUATE.

       3384-SCORE-ONE-ENTRY.
           EXEC CICS READNEXT FILE('WATCHLST')
               INTO(WATCHLST-RECORD)
               RIDFLD(WL-KEY)
               KEYLENGTH(LENGTH OF WL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                AND WL-NAME-CODE = WS-WL-BROWSE-CODE
                   PERFORM 3386-SCORE-ENTRY
               WHEN WS-RESP = DFHRESP(NORMAL)
                 OR WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-WL-BROWSE-SWITCH
               WHEN OTHER
                   MOVE 'E' TO WS-SCREEN-RESULT
                   MOVE 'Y' TO WS-WL-BROWSE-SWITCH
           END-EVALUATE.

       3386-SCORE-ENTRY.
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
      *  Hold the add: the customer record rides the WATCHHIT entry
      *  and is created only if compliance clears the hit on the
      *  WLRV screen.  The operator is told the add is held, not why.
      *----------------------------------------------------------------
       3390-HOLD-ADD-FOR-REVIEW.
           EXEC CICS READ FILE('CUSTMAST')
               INTO(WS-LOCK-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NUMBER ALREADY ON FILE' TO MESSAGEO
               MOVE ATTR-RED TO MESSAGEC
               MOVE ATTR-BLINK TO MESSAGEH
           ELSE
               PERFORM 3395-WRITE-HELD-ADD
           END-IF.

       3395-WRITE-HELD-ADD.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
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
           MOVE 'O'               TO WH-SOURCE
           MOVE WS-BEST-LIST-CODE TO WH-LIST-CODE
           MOVE WS-BEST-SCORE     TO WH-SCORE
           MOVE WS-OPERID         TO WH-MAKER-OPERID
           MOVE EIBTRMID          TO WH-MAKER-TERMID
           MOVE EIBTRNID          TO WH-MAKER-TRANCODE
           MOVE CUSTMAST-RECORD   TO WH-CUST-IMAGE
           EXEC CICS WRITE FILE('WATCHHIT')
               FROM(WATCHHIT-RECORD)
               RIDFLD(WH-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE CUST-NO TO WS-HELD-CUSTNO
                   MOVE WS-HELD-MESSAGE TO MESSAGEO
                   MOVE ATTR-YELLOW TO MESSAGEC
                   PERFORM 7900-DELETE-CHECKPOINT
                   PERFORM 1100-SET-INQUIRY-ATTRIBUTES
                   MOVE SPACE TO WS-CA-SUBMODE
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'ADD ALREADY HELD FOR COMPLIANCE REVIEW'
                       TO MESSAGEO
                   MOVE ATTR-RED TO MESSAGEC
                   MOVE ATTR-BLINK TO MESSAGEH
               WHEN OTHER
                   MOVE 'WATCH-LIST HOLD FAILED - CUSTOMER NOT ADDED'
                       TO MESSAGEO
                   MOVE ATTR-RED TO MESSAGEC
                   MOVE ATTR-BLINK TO MESSAGEH
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Next customer number off the CUSTNOCT control record, taken
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
      *        the nightly release applies a parked change with no
      *        second operator, so a change that needs one cannot be
      *        future-dated
           PERFORM 3360-CHECK-DUAL-CONTROL
           IF WS-NEEDS-APPROVAL
               MOVE 'A CHANGE NEEDING APPROVAL CANNOT BE FUTURE-DATED'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           MOVE SPACES          TO CUSTTRAN-RECORD
           MOVE 'C'             TO CT-TRANCODE
           PERFORM 9900-RETURN-TRANSID.

       3330-CHANGE-CUSTOMER.
           PERFORM 3360-CHECK-DUAL-CONTROL
           IF WS-NEEDS-APPROVAL
               PERFORM 3370-QUEUE-FOR-APPROVAL
           ELSE
               PERFORM 3335-APPLY-CHANGE
           END-IF
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('INQMAP2')
               MAPSET('INQSET2')
               FROM(INQMAP2O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       3335-APPLY-CHANGE.
      *        CICS requires REWRITE to be preceded by a READ UPDATE in
      *        the same unit of work, to obtain the update lock; the
      *        record just built from the map (not this throwaway
               MOVE SPACE TO WS-CA-SUBMODE
           ELSE
               MOVE 'CUSTOMER RECORD COULD NOT BE UPDATED' TO MESSAGEO
           END-IF.

      *----------------------------------------------------------------
      *  Dual control.  A name change, or an address change on a
      *  customer whose mail is already coming back undeliverable,
      *  is the classic first step of an account takeover - neither
      *  is applied on one operator's say-so.  Compares the record
      *  built from the map against the record as read.
      *----------------------------------------------------------------
       3360-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-APPROVAL-SWITCH
           MOVE SPACE TO WS-APPROVAL-REASON
           IF CUST-NAME-KEY NOT = WS-CA-BEFORE-IMAGE(7:50)
               MOVE 'Y' TO WS-APPROVAL-SWITCH
               MOVE 'N' TO WS-APPROVAL-REASON
           END-IF
           IF WS-CA-BEFORE-IMAGE(180:1) = 'U'
               AND (CUST-ADDR    NOT = WS-CA-BEFORE-IMAGE(57:30)
                 OR CUST-CITY    NOT = WS-CA-BEFORE-IMAGE(87:20)
                 OR CUST-STATE   NOT = WS-CA-BEFORE-IMAGE(107:2)
                 OR CUST-ZIPCODE NOT = WS-CA-BEFORE-IMAGE(109:10))
               IF WS-NEEDS-APPROVAL
                   MOVE 'B' TO WS-APPROVAL-REASON
               ELSE
                   MOVE 'Y' TO WS-APPROVAL-SWITCH
                   MOVE 'A' TO WS-APPROVAL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Park the proposed record on APPRQUE for a second operator
      *  (CSAPPR1).  CUSTMAST and AUDTRAIL are left alone until the
      *  change is approved.  One open entry per customer at a time,
      *  so the approver never has to untangle competing changes.
      *----------------------------------------------------------------
       3370-QUEUE-FOR-APPROVAL.
           PERFORM 6160-CHECK-APPROVAL-PENDING
           IF WS-APPROVAL-PENDING
               MOVE 'A CHANGE FOR THIS CUSTOMER IS ALREADY AWAITING'
                 &  ' APPROVAL'
                   TO MESSAGEO
           ELSE
               MOVE SPACES TO APPRQUE-RECORD
               EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
               EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(AQ-REQ-DATE)
                   TIME(AQ-REQ-TIME)
               END-EXEC
               MOVE CUST-NO            TO AQ-CUST-NO
               MOVE 'O'                TO AQ-STATUS
               MOVE WS-APPROVAL-REASON TO AQ-REASON
               MOVE WS-OPERID          TO AQ-MAKER-OPERID
               MOVE EIBTRMID           TO AQ-MAKER-TERMID
               MOVE EIBTRNID           TO AQ-MAKER-TRANCODE
               MOVE WS-CA-BEFORE-IMAGE TO AQ-BEFORE-IMAGE
               MOVE CUSTMAST-RECORD    TO AQ-AFTER-IMAGE
               EXEC CICS WRITE FILE('APPRQUE')
                   FROM(APPRQUE-RECORD)
                   RIDFLD(AQ-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF AQ-INACTIVATION
                           MOVE 'INACTIVATION SENT FOR APPROVAL - A'
                             &  ' SECOND OPERATOR MUST APPROVE IT'
                               TO MESSAGEO
                       ELSE
                           MOVE 'CHANGE SENT FOR APPROVAL - A SECOND'
                             &  ' OPERATOR MUST APPROVE IT'
                               TO MESSAGEO
                       END-IF
                       MOVE ATTR-GREEN TO MESSAGEC
                       PERFORM 7900-DELETE-CHECKPOINT
                       PERFORM 1100-SET-INQUIRY-ATTRIBUTES
                       MOVE SPACE TO WS-CA-SUBMODE
                   WHEN DFHRESP(DUPREC)
                       MOVE 'A CHANGE FOR THIS CUSTOMER IS ALREADY'
                         &  ' AWAITING APPROVAL'
                           TO MESSAGEO
                   WHEN OTHER
                       MOVE 'CHANGE COULD NOT BE SENT FOR APPROVAL'
                           TO MESSAGEO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *  PF4 - "delete" is an inactivation: the record stays on file
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *        an inactivation is under dual control - it is parked
      *        on APPRQUE and only takes effect when a second
      *        operator approves it on the APPR transaction
       2650-SET-CUSTOMER-STATUS-I.
           MOVE CUSTNOI TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF CUST-INACTIVE
                   MOVE 'CUSTOMER IS ALREADY INACTIVE' TO MESSAGEO
               ELSE
                   MOVE CUSTMAST-RECORD TO WS-CA-BEFORE-IMAGE
                   MOVE 'I' TO CUST-STATUS
                   PERFORM 6200-STAMP-STATUS-DATE
                   MOVE 'I' TO WS-APPROVAL-REASON
                   PERFORM 3370-QUEUE-FOR-APPROVAL
               END-IF
           ELSE
               MOVE 'CUSTOMER RECORD COULD NOT BE INACTIVATED'
                   TO MESSAGEO
               END-EXEC
           END-IF.

      *----------------------------------------------------------------
      *  PF10 - relationship links (spouse, guarantor, power of
      *  attorney ...) for the displayed customer, kept on RELLINK
      *  and maintained by CSRELN1.
      *----------------------------------------------------------------
       2850-GO-TO-RELATIONSHIPS.
           IF WS-CA-CUSTNO = SPACES
               MOVE 'DISPLAY A CUSTOMER BEFORE REQUESTING RELATIONSHIPS'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           ELSE
               MOVE WS-CA-CUSTNO TO RC-CUSTNO
               EXEC CICS XCTL
                   PROGRAM('CSRELN1')
                   COMMAREA(REL-COMMAREA)
                   LENGTH(LENGTH OF REL-COMMAREA)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------
      *  PF11 - seasonal, billing and temporary mailing addresses
      *  for the displayed customer, kept on ALTADDR and maintained
      *  by CSALTA1.
      *----------------------------------------------------------------
       2860-GO-TO-ALT-ADDRESSES.
           IF WS-CA-CUSTNO = SPACES
               MOVE 'DISPLAY A CUSTOMER BEFORE REQUESTING ADDRESSES'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           ELSE
               MOVE WS-CA-CUSTNO TO AL-CUSTNO
               EXEC CICS XCTL
                   PROGRAM('CSALTA1')
                   COMMAREA(ALT-COMMAREA)
                   LENGTH(LENGTH OF ALT-COMMAREA)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------
      *  Req 004 - ZIP code must match the city/state keyed.
      *  ZIPXREF carries five-digit keys only, so a ZIP+4 validates
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Owning branch.  Left blank, a change keeps the customer's
      *  branch and an add takes the operator's home branch.  A
      *  branch keyed must be on BRANCHTB, and a branch given to a
      *  customer must be one the operator holds.  The nightly
      *  release of PENDCHG carries no branch, so a branch change
      *  cannot be future-dated.
      *----------------------------------------------------------------
       4100-VALIDATE-BRANCH.
           MOVE BRANCHI TO WS-NEW-BRANCH
           IF WS-NEW-BRANCH = SPACES
               IF WS-CA-SUBMODE = 'C'
                   MOVE WS-CA-BEFORE-IMAGE(183:3) TO WS-NEW-BRANCH
               ELSE
                   MOVE SPACES TO WS-SEC-BRANCH
                   PERFORM 3215-CALL-CSSEC1
                   MOVE WS-SEC-BRANCH TO WS-NEW-BRANCH
                   IF WS-NEW-BRANCH = SPACES
                       MOVE 'ENTER THE OWNING BRANCH' TO MESSAGEO
                   END-IF
               END-IF
           END-IF
           IF MESSAGEO = SPACES AND WS-NEW-BRANCH NOT = SPACES
               SET BT-IDX TO 1
               SEARCH BT-ENTRY
                   AT END
                       MOVE 'BRANCH NOT ON THE BRANCH TABLE'
                           TO MESSAGEO
                   WHEN BT-CODE(BT-IDX) = WS-NEW-BRANCH
                       CONTINUE
               END-SEARCH
           END-IF
           IF MESSAGEO = SPACES
               AND WS-NEW-BRANCH NOT = WS-CA-BEFORE-IMAGE(183:3)
               IF EFFDATEI NOT = SPACES
                   MOVE 'BRANCH CHANGES CANNOT BE FUTURE-DATED'
                       TO MESSAGEO
               ELSE
                   MOVE WS-NEW-BRANCH TO WS-SEC-BRANCH
                   PERFORM 3215-CALL-CSSEC1
                   IF NOT WS-SEC-HOLDS-BRANCH
                       STRING 'NOT AUTHORIZED FOR BRANCH '
                                            DELIMITED BY SIZE
                              WS-NEW-BRANCH DELIMITED BY SIZE
                           INTO MESSAGEO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           MOVE WS-NEW-BRANCH TO BRANCHO.

       6000-MOVE-CUSTMAST-TO-MAP.
           MOVE CUST-NO          TO CUSTNOO
           MOVE CUST-LNAME       TO LNAMEO
           MOVE CUST-HOME-PHONE  TO HOMEPHONEO
           MOVE CUST-EMAIL       TO EMAILO
           MOVE CUST-NO-MKT-MAIL-FLAG  TO MAILOPTO
           MOVE CUST-NO-MKT-EMAIL-FLAG TO EMLOPTO
           MOVE CUST-BRANCH      TO BRANCHO.

       6100-BUILD-STATUS-MESSAGE.
           EVALUATE TRUE
      *        operator must not key over what is already coming
               WHEN WS-PENDING-CHANGE
                   MOVE WS-PENDING-MESSAGE TO MESSAGEO
               WHEN WS-APPROVAL-PENDING
                   MOVE 'CHANGE AWAITING SECOND-OPERATOR APPROVAL - DO'
                     &  ' NOT KEY OVER IT'
                       TO MESSAGEO
      *        the returned-mail flag outranks the plain active
      *        message - the operator should ask the caller for a
      *        current address while they have them on the line
               MOVE PC-EFF-DATE TO WS-PENDING-MSG-DATE
           END-IF.

      *----------------------------------------------------------------
      *  Is a change for the displayed customer waiting on APPRQUE
      *  for a second operator?  Browse the customer-number prefix
      *  for an open entry - decided entries stay on file as the
      *  record of who approved or rejected them.
      *----------------------------------------------------------------
       6160-CHECK-APPROVAL-PENDING.
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
               PERFORM 6165-BROWSE-ONE-APPROVAL
                   UNTIL WS-AQ-BROWSE-DONE
               EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
           END-IF.

       6165-BROWSE-ONE-APPROVAL.
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
      *  Does the displayed customer hold a current relationship
      *  link - open-ended, or ending today or later?  Flagged on the
      *  screen so the operator knows to look before acting for a
      *  spouse, guarantor or attorney on the line.
      *----------------------------------------------------------------
       6170-CHECK-RELATIONSHIPS.
           MOVE 'N' TO WS-RELATED-SWITCH
           MOVE 'N' TO WS-RK-BROWSE-SWITCH
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE CUST-NO TO RK-CUST-NO
           MOVE LOW-VALUES TO RK-REL-CUST-NO
           MOVE LOW-VALUES TO RK-REL-TYPE
           MOVE LOW-VALUES TO RK-EFF-FROM
           EXEC CICS STARTBR FILE('RELLINK')
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6175-BROWSE-ONE-LINK
                   UNTIL WS-RK-BROWSE-DONE
               EXEC CICS ENDBR FILE('RELLINK') END-EXEC
           END-IF
           IF WS-HAS-RELATIONSHIPS
               MOVE 'RELATIONSHIPS ON FILE - PF10 TO VIEW' TO RELINDO
               MOVE ATTR-YELLOW TO RELINDC
           ELSE
               MOVE 'NO RELATIONSHIPS - PF10 TO ADD' TO RELINDO
           END-IF.

       6175-BROWSE-ONE-LINK.
           EXEC CICS READNEXT FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND RK-CUST-NO = CUST-NO
               IF RK-EFF-TO = SPACES OR RK-EFF-TO NOT < WS-TODAY
                   MOVE 'Y' TO WS-RELATED-SWITCH
                   MOVE 'Y' TO WS-RK-BROWSE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-RK-BROWSE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Which address does the customer's mail go to today?  The
      *  alternate addresses on ALTADDR are run through CSALTWIN, the
      *  same test the label and extract jobs use, so the screen
      *  shows the address tonight's mail will carry.
      *----------------------------------------------------------------
       6180-CHECK-ALT-ADDRESSES.
           MOVE ZERO TO WS-ALT-COUNT
           MOVE ZERO TO WS-ALT-BEST-PRIORITY
           MOVE 'N' TO WS-ALT-FOUND-SWITCH
           MOVE 'N' TO WS-AA-BROWSE-SWITCH
           MOVE CUST-NO TO AA-CUST-NO
           MOVE LOW-VALUES TO AA-ADDR-TYPE
           MOVE LOW-VALUES TO AA-EFF-FROM
           EXEC CICS STARTBR FILE('ALTADDR')
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6185-BROWSE-ONE-ALT-ADDRESS
                   UNTIL WS-AA-BROWSE-DONE
               EXEC CICS ENDBR FILE('ALTADDR') END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-ALT-FOUND
                   MOVE WS-ALT-CURRENT TO ALTADDR-RECORD
                   EVALUATE TRUE
                       WHEN AA-TEMPORARY
                           MOVE 'TEMPORARY' TO WS-ALT-TYPE-DESC
                       WHEN AA-SEASONAL
                           MOVE 'SEASONAL' TO WS-ALT-TYPE-DESC
                       WHEN OTHER
                           MOVE 'BILLING' TO WS-ALT-TYPE-DESC
                   END-EVALUATE
                   MOVE SPACES TO ALTINDO
                   STRING 'MAILING TO '    DELIMITED BY SIZE
                          WS-ALT-TYPE-DESC DELIMITED BY SPACE
                          ': '             DELIMITED BY SIZE
                          AA-ADDR          DELIMITED BY '  '
                          ', '             DELIMITED BY SIZE
                          AA-CITY          DELIMITED BY '  '
                          ' '              DELIMITED BY SIZE
                          AA-STATE         DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          AA-ZIPCODE       DELIMITED BY SPACE
                          ' (PF11)'        DELIMITED BY SIZE
                       INTO ALTINDO
                   END-STRING
                   MOVE ATTR-YELLOW TO ALTINDC
               WHEN WS-ALT-COUNT > ZERO
                   MOVE 'MAILING TO HOME ADDRESS - ALTERNATE ADDRESSES'
                     &  ' ON FILE (PF11)' TO ALTINDO
               WHEN OTHER
                   MOVE 'MAILING TO HOME ADDRESS - PF11 TO ADD AN'
                     &  ' ALTERNATE ADDRESS' TO ALTINDO
           END-EVALUATE.

       6185-BROWSE-ONE-ALT-ADDRESS.
           EXEC CICS READNEXT FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND AA-CUST-NO = CUST-NO
               ADD 1 TO WS-ALT-COUNT
               CALL 'CSALTWIN' USING ALTADDR-RECORD WS-TODAY
                   WS-ALT-IN-EFFECT WS-ALT-PRIORITY
               IF WS-ALT-IN-EFFECT = 'Y'
                 AND WS-ALT-PRIORITY NOT < WS-ALT-BEST-PRIORITY
                   MOVE 'Y' TO WS-ALT-FOUND-SWITCH
                   MOVE WS-ALT-PRIORITY TO WS-ALT-BEST-PRIORITY
                   MOVE ALTADDR-RECORD TO WS-ALT-CURRENT
               END-IF
           ELSE
               MOVE 'Y' TO WS-AA-BROWSE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Is the customer under a legal hold?  Purge, merge and
      *  erasure all refuse a held customer, so the operator is
      *  warned here before promising the caller any of them.
      *----------------------------------------------------------------
       6190-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LEGAL-HOLD-SWITCH
           MOVE 'N' TO WS-LH-BROWSE-SWITCH
           MOVE SPACES TO HOLDINDO
           MOVE CUST-NO TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           EXEC CICS STARTBR FILE('LEGLHOLD')
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6195-BROWSE-ONE-HOLD
                   UNTIL WS-LH-BROWSE-DONE
               EXEC CICS ENDBR FILE('LEGLHOLD') END-EXEC
           END-IF
           IF WS-ON-LEGAL-HOLD
               STRING 'ON LEGAL HOLD - MATTER ' DELIMITED BY SIZE
                      LH-MATTER-REF             DELIMITED BY '  '
                   INTO HOLDINDO
               END-STRING
               MOVE ATTR-RED TO HOLDINDC
           END-IF.

       6195-BROWSE-ONE-HOLD.
           EXEC CICS READNEXT FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND LH-CUST-NO = CUST-NO
               IF LH-HELD
                   MOVE 'Y' TO WS-LEGAL-HOLD-SWITCH
                   MOVE 'Y' TO WS-LH-BROWSE-SWITCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-LH-BROWSE-SWITCH
           END-IF.

       6200-STAMP-STATUS-DATE.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               TIME(AUD-TIME)
           END-EXEC
           MOVE WS-OPERID TO AUD-OPERID
           MOVE SPACES    TO AUD-CHECKER-OPERID
           MOVE EIBTRMID  TO AUD-TERMID
           MOVE EIBTRNID  TO AUD-TRANCODE
           MOVE CUST-NO   TO AUD-CUST-NO.
           END-IF.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7860-STAMP-AUDIT-CHAIN
           EXEC CICS WRITE FILE('AUDTRAIL')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSINQC2 - AUDTRAIL WRITE FAILED, RESP = '
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
               DISPLAY 'CSINQC2 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

      *----------------------------------------------------------------

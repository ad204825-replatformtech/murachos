       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSLHLD1.
      *================================================================
      *  CSLHLD1 - legal-hold maintenance transaction (LHLD).  Drives
      *  LHLMAP1.  Reached from CSMENU1 (action H) and held to the
      *  legal AUTHFILE level ('L'), re-verified on every entry.
      *
      *  While a customer is in litigation or under investigation,
      *  legal places a hold on LEGLHOLD under the matter reference,
      *  and nothing may destroy or fold away the customer's history:
      *  the retention purge (CSPURGE1) skips them, the audit archive
      *  (CSAUDARC) keeps their records past the cutoff, and the
      *  merge (CSMERGE1) and erasure (CSERASE1) refuse them.  The
      *  inquiry screen warns every operator who brings them up.
      *
      *  ENTER with a customer number shows the customer and every
      *  matter that has held them; with a matter reference as well,
      *  that hold's detail.  PF5 places a hold under the keyed
      *  matter (a description is required), PF6 releases it.  A
      *  released hold stays on file with the releasing operator and
      *  date, and placing the same matter again re-opens it.  PF5
      *  and PF6 act only on the customer and matter last displayed
      *  with ENTER.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY LHLSET1.
       COPY LEGLHOLD.
       COPY CUSTMAST.

       01  WS-L-COMMAREA.
           05  WL-CUSTNO                   PIC X(6).
           05  WL-MATTER                   PIC X(12).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-TODAY                        PIC X(8)  VALUE SPACES.
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
           88  WS-IS-LEGAL                 VALUE 'L'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-CUST-FOUND-SWITCH            PIC X     VALUE 'N'.
           88  WS-CUST-FOUND               VALUE 'Y'.
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-HOLD-LINE-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(3)  VALUE ZERO.
       01  WS-SAVED-HOLD                   PIC X(100).

       01  WS-HOLD-LINE.
           05  HL-MATTER-REF               PIC X(12).
           05  FILLER                      PIC X(1).
           05  HL-STATUS                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  HL-PLACE-OPERID             PIC X(8).
           05  FILLER                      PIC X(1).
           05  HL-PLACE-DATE               PIC X(8).
           05  FILLER                      PIC X(2).
           05  HL-RELEASE-OPERID           PIC X(8).
           05  FILLER                      PIC X(1).
           05  HL-RELEASE-DATE             PIC X(8).

       01  WS-MORE-LINE.
           05  FILLER                      PIC X(9)
               VALUE '... MORE '.
           05  FILLER                      PIC X(32)
               VALUE '- KEY A MATTER REFERENCE TO SEE '.
           05  FILLER                      PIC X(16)
               VALUE 'A PARTICULAR ONE'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(18).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-LEGAL
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-L-COMMAREA
               PERFORM 2000-PROCESS-RESPONSE
           END-IF
           GOBACK.

       1000-FIRST-TIME.
           MOVE SPACES TO LHLMAP1O
           MOVE SPACES TO WS-L-COMMAREA
           MOVE 'KEY A CUSTOMER NUMBER, AND A MATTER REFERENCE IF'
             &  ' KNOWN, AND PRESS ENTER'
               TO MESSAGEO
           PERFORM 1400-SET-DISPLAY-ATTRIBUTES
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('LHLMAP1')
               MAPSET('LHLSET1')
               FROM(LHLMAP1O)
               ERASE
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

      *        the customer, the matter and the description are
      *        keyable - the rest is the record as it stands
       1400-SET-DISPLAY-ATTRIBUTES.
           MOVE ATTR-UNPROT-MDT     TO CUSTNOA
           MOVE ATTR-UNPROT-MDT     TO MATTERA
           MOVE ATTR-UNPROT-MDT     TO DESCA
           MOVE ATTR-PROT           TO LNAMEA
           MOVE ATTR-PROT           TO FNAMEA
           MOVE ATTR-PROT           TO HSTATUSA
           MOVE ATTR-PROT           TO PLACEBYA
           MOVE ATTR-PROT           TO PLACEDTA
           MOVE ATTR-PROT           TO RELBYA
           MOVE ATTR-PROT           TO RELDTA
           MOVE ATTR-PROT           TO HOLDLN1A
           MOVE ATTR-PROT           TO HOLDLN2A
           MOVE ATTR-PROT           TO HOLDLN3A
           MOVE ATTR-PROT           TO HOLDLN4A
           MOVE ATTR-PROT           TO HOLDLN5A.

      *----------------------------------------------------------------
      *  Operator pressed a key - receive the map and act on it.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('LHLMAP1')
               MAPSET('LHLSET1')
               INTO(LHLMAP1I)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM 2900-EXIT-TO-MENU
               WHEN AID-PF5
                   PERFORM 3000-PLACE-HOLD
               WHEN AID-PF6
                   PERFORM 3100-RELEASE-HOLD
               WHEN AID-ENTER
                   PERFORM 2100-DISPLAY-CUSTOMER
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER OR A VALID PF KEY'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------
      *  ENTER - the customer, every matter on file for them, and
      *  the keyed matter's detail.  Remembered for PF5/PF6.
      *----------------------------------------------------------------
       2100-DISPLAY-CUSTOMER.
           MOVE SPACES TO WS-L-COMMAREA
           IF CUSTNOI = SPACES OR CUSTNOI = LOW-VALUES
               MOVE 'KEY A CUSTOMER NUMBER' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF MATTERI = LOW-VALUES
               MOVE SPACES TO MATTERI
           END-IF
           MOVE CUSTNOI TO WL-CUSTNO
           MOVE MATTERI TO WL-MATTER
           PERFORM 6000-SHOW-CUSTOMER
           IF WL-MATTER = SPACES
               PERFORM 6200-CLEAR-HOLD-DETAIL
               MOVE 'KEY A MATTER REFERENCE AND DESCRIPTION, THEN PF5'
                 &  ' TO PLACE A HOLD'
                   TO MESSAGEO
           ELSE
               PERFORM 5000-READ-HOLD
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6100-SHOW-HOLD-DETAIL
                   IF LH-HELD
                       MOVE 'HOLD IN FORCE - PF6 TO RELEASE IT'
                           TO MESSAGEO
                   ELSE
                       MOVE 'HOLD RELEASED - PF5 TO PLACE IT AGAIN'
                           TO MESSAGEO
                   END-IF
               ELSE
                   PERFORM 6200-CLEAR-HOLD-DETAIL
                   MOVE 'NO HOLD UNDER THIS MATTER - KEY A'
                     &  ' DESCRIPTION AND PF5 TO PLACE ONE'
                       TO MESSAGEO
               END-IF
           END-IF
           IF NOT WS-CUST-FOUND
               MOVE 'CUSTOMER NOT ON FILE - HOLDS ON FILE ARE SHOWN,'
                 &  ' NONE CAN BE PLACED'
                   TO MESSAGEO
               MOVE ATTR-YELLOW TO MESSAGEC
           ELSE
               MOVE ATTR-GREEN TO MESSAGEC
           END-IF
           PERFORM 8100-REDISPLAY-RESULT.

      *----------------------------------------------------------------
      *  PF5 - place the hold.  A new matter is written; a released
      *  one is re-opened under this operator and today's date.
      *----------------------------------------------------------------
       3000-PLACE-HOLD.
           PERFORM 3400-CHECK-DISPLAYED-PAIR
           IF WL-MATTER = SPACES
               MOVE 'KEY A MATTER REFERENCE AND PRESS ENTER BEFORE'
                 &  ' PLACING A HOLD'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF DESCI = SPACES OR DESCI = LOW-VALUES
               MOVE 'KEY A DESCRIPTION OF THE MATTER BEFORE PLACING'
                 &  ' THE HOLD'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE WL-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON FILE - HOLD NOT PLACED'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 5100-STAMP-TODAY

           MOVE WL-CUSTNO TO LH-CUST-NO
           MOVE WL-MATTER TO LH-MATTER-REF
           EXEC CICS READ FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL) AND LH-HELD
                   EXEC CICS UNLOCK FILE('LEGLHOLD') END-EXEC
                   MOVE 'THIS MATTER ALREADY HOLDS THE CUSTOMER'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3200-BUILD-HOLD
                   EXEC CICS REWRITE FILE('LEGLHOLD')
                       FROM(LEGLHOLD-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO LEGLHOLD-RECORD
                   MOVE WL-CUSTNO TO LH-CUST-NO
                   MOVE WL-MATTER TO LH-MATTER-REF
                   PERFORM 3200-BUILD-HOLD
                   EXEC CICS WRITE FILE('LEGLHOLD')
                       FROM(LEGLHOLD-RECORD)
                       RIDFLD(LH-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD FILE COULD NOT BE UPDATED - HOLD NOT'
                 &  ' PLACED'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 6000-SHOW-CUSTOMER
           PERFORM 6100-SHOW-HOLD-DETAIL
           MOVE 'HOLD PLACED - PURGE, ARCHIVE AGE-OFF, MERGE AND'
             &  ' ERASURE ARE BLOCKED'
               TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 8100-REDISPLAY-RESULT.

      *----------------------------------------------------------------
      *  PF6 - release the hold.  The record stays, stamped with who
      *  released it and when.
      *----------------------------------------------------------------
       3100-RELEASE-HOLD.
           PERFORM 3400-CHECK-DISPLAYED-PAIR
           IF WL-MATTER = SPACES
               MOVE 'KEY THE MATTER REFERENCE AND PRESS ENTER BEFORE'
                 &  ' RELEASING A HOLD'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 5100-STAMP-TODAY
           MOVE WL-CUSTNO TO LH-CUST-NO
           MOVE WL-MATTER TO LH-MATTER-REF
           EXEC CICS READ FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO HOLD UNDER THIS MATTER FOR THE CUSTOMER'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'LEGAL HOLD FILE COULD NOT BE READ' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               WHEN NOT LH-HELD
                   EXEC CICS UNLOCK FILE('LEGLHOLD') END-EXEC
                   MOVE 'HOLD ALREADY RELEASED' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               WHEN OTHER
                   MOVE 'R'       TO LH-STATUS
                   MOVE WS-OPERID TO LH-RELEASE-OPERID
                   MOVE WS-TODAY  TO LH-RELEASE-DATE
                   EXEC CICS REWRITE FILE('LEGLHOLD')
                       FROM(LEGLHOLD-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD FILE COULD NOT BE UPDATED - HOLD NOT'
                 &  ' RELEASED'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 6000-SHOW-CUSTOMER
           PERFORM 6100-SHOW-HOLD-DETAIL
           IF WS-HELD-COUNT > ZERO
               MOVE 'HOLD RELEASED - OTHER MATTERS STILL HOLD THE'
                 &  ' CUSTOMER'
                   TO MESSAGEO
           ELSE
               MOVE 'HOLD RELEASED - NO HOLD REMAINS ON THE CUSTOMER'
                   TO MESSAGEO
           END-IF
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 8100-REDISPLAY-RESULT.

       3200-BUILD-HOLD.
           MOVE 'H'       TO LH-STATUS
           MOVE WS-OPERID TO LH-PLACE-OPERID
           MOVE WS-TODAY  TO LH-PLACE-DATE
           MOVE SPACES    TO LH-RELEASE-OPERID
           MOVE SPACES    TO LH-RELEASE-DATE
           MOVE DESCI     TO LH-DESCRIPTION.

      *        the keys must be the ones ENTER displayed - a hold is
      *        never placed or released on a number keyed blind
       3400-CHECK-DISPLAYED-PAIR.
           IF MATTERI = LOW-VALUES
               MOVE SPACES TO MATTERI
           END-IF
           IF WL-CUSTNO = SPACES
             OR CUSTNOI NOT = WL-CUSTNO
             OR MATTERI NOT = WL-MATTER
               MOVE 'PRESS ENTER TO DISPLAY THE CUSTOMER AND MATTER'
                 &  ' FIRST'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

       5000-READ-HOLD.
           MOVE WL-CUSTNO TO LH-CUST-NO
           MOVE WL-MATTER TO LH-MATTER-REF
           EXEC CICS READ FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               RESP(WS-RESP)
           END-EXEC.

       5100-STAMP-TODAY.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.

      *----------------------------------------------------------------
      *  The customer's name and the list of matters, five to the
      *  screen in matter order.  LEGLHOLD-RECORD is left as it was.
      *----------------------------------------------------------------
       6000-SHOW-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           MOVE WL-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CUST-FOUND-SWITCH
               MOVE CUST-LNAME TO LNAMEO
               MOVE CUST-FNAME TO FNAMEO
           ELSE
               MOVE 'NOT ON THE CUSTOMER FILE' TO LNAMEO
               MOVE SPACES TO FNAMEO
           END-IF
           MOVE WL-CUSTNO TO CUSTNOO
           MOVE WL-MATTER TO MATTERO
           MOVE SPACES TO HOLDLN1O HOLDLN2O HOLDLN3O HOLDLN4O HOLDLN5O
           MOVE ZERO TO WS-HOLD-LINE-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE LEGLHOLD-RECORD TO WS-SAVED-HOLD
           MOVE WL-CUSTNO TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           EXEC CICS STARTBR FILE('LEGLHOLD')
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6010-BROWSE-ONE-HOLD
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('LEGLHOLD') END-EXEC
           END-IF
           IF WS-HOLD-LINE-COUNT = ZERO
               MOVE 'NO LEGAL HOLDS ON FILE FOR THIS CUSTOMER'
                   TO HOLDLN1O
           END-IF
           MOVE WS-SAVED-HOLD TO LEGLHOLD-RECORD.

       6010-BROWSE-ONE-HOLD.
           EXEC CICS READNEXT FILE('LEGLHOLD')
               INTO(LEGLHOLD-RECORD)
               RIDFLD(LH-KEY)
               KEYLENGTH(LENGTH OF LH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND LH-CUST-NO = WL-CUSTNO
               IF LH-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               ADD 1 TO WS-HOLD-LINE-COUNT
               PERFORM 6020-LIST-ONE-HOLD
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           END-IF.

       6020-LIST-ONE-HOLD.
           MOVE SPACES TO WS-HOLD-LINE
           MOVE LH-MATTER-REF     TO HL-MATTER-REF
           IF LH-HELD
               MOVE 'HELD'        TO HL-STATUS
           ELSE
               MOVE 'RELEASED'    TO HL-STATUS
           END-IF
           MOVE LH-PLACE-OPERID   TO HL-PLACE-OPERID
           MOVE LH-PLACE-DATE     TO HL-PLACE-DATE
           MOVE LH-RELEASE-OPERID TO HL-RELEASE-OPERID
           MOVE LH-RELEASE-DATE   TO HL-RELEASE-DATE
           EVALUATE WS-HOLD-LINE-COUNT
               WHEN 1
                   MOVE WS-HOLD-LINE TO HOLDLN1O
               WHEN 2
                   MOVE WS-HOLD-LINE TO HOLDLN2O
               WHEN 3
                   MOVE WS-HOLD-LINE TO HOLDLN3O
               WHEN 4
                   MOVE WS-HOLD-LINE TO HOLDLN4O
               WHEN 5
                   MOVE WS-HOLD-LINE TO HOLDLN5O
               WHEN 6
                   MOVE WS-MORE-LINE TO HOLDLN5O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6100-SHOW-HOLD-DETAIL.
           IF LH-HELD
               MOVE 'HELD'            TO HSTATUSO
               MOVE ATTR-YELLOW       TO HSTATUSC
           ELSE
               MOVE 'RELEASED'        TO HSTATUSO
           END-IF
           MOVE LH-PLACE-OPERID       TO PLACEBYO
           MOVE LH-PLACE-DATE         TO PLACEDTO
           MOVE LH-RELEASE-OPERID     TO RELBYO
           MOVE LH-RELEASE-DATE       TO RELDTO
           MOVE LH-DESCRIPTION        TO DESCO.

       6200-CLEAR-HOLD-DETAIL.
           MOVE SPACES TO HSTATUSO PLACEBYO PLACEDTO RELBYO RELDTO.

      *----------------------------------------------------------------
      *  Redisplay helpers.
      *----------------------------------------------------------------
       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('LHLMAP1')
               MAPSET('LHLSET1')
               FROM(LHLMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       8100-REDISPLAY-RESULT.
           PERFORM 9000-BUILD-PFKEYS-LEGEND
           EXEC CICS SEND MAP('LHLMAP1')
               MAPSET('LHLSET1')
               FROM(LHLMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       2900-EXIT-TO-MENU.
           EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC.

       9000-BUILD-PFKEYS-LEGEND.
           MOVE 'PF3-EXIT PF5-PLACE HOLD PF6-RELEASE HOLD'
               TO PFKEYSO.

       9900-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('LHLD')
               COMMAREA(WS-L-COMMAREA)
               LENGTH(LENGTH OF WS-L-COMMAREA)
           END-EXEC.

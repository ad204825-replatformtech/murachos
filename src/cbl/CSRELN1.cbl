       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRELN1.
      *================================================================
      *  CSRELN1 - customer relationship links transaction (RELN).
      *  Drives RELMAP1.  Reached from CSINQC2 (PF10) with
      *  REL-COMMAREA naming the displayed customer.  Pages the
      *  customer's links off the RELLINK KSDS PF7/PF8 the way
      *  CSNOTE1 pages the contact notes - spouse, guarantor, power
      *  of attorney, parent/child - with the related customer's
      *  name and the dates the link runs.
      *
      *  Anyone who can see the customer can see the links.  Adding
      *  a link (ENTER) or ending one (PF5) re-verifies through
      *  CSSEC1 that the operator holds maintenance authority and
      *  the owning branch of both customers, the same checks
      *  CSMERGE1 makes.  A link is written twice, once under each
      *  customer with the reciprocal type (RELTYPE.cpy), and each
      *  record written or ended is logged to AUDTRAIL under
      *  function 'R' with the RELLINK record as the image.
      *  PF3 returns to the customer display.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY RELSET1.

      *  Overlays the eight repeating link lines of RELMAP1O so they
      *  can be filled in a loop, the same way CSNOTE1 overlays its
      *  note lines.
       01  RELMAP1-ROWS REDEFINES RELMAP1O.
           05  FILLER                      PIC X(80).
           05  KROW-ENTRY OCCURS 8 TIMES
                   INDEXED BY KROW-IDX.
               10  KROW-C                  PIC X.
               10  KROW-H                  PIC X.
               10  KROW-LINE               PIC X(79).
               10  FILLER                  PIC X(3).
           05  FILLER                      PIC X(338).

       COPY RELCOMM.
       COPY INQCOMM.
       COPY RELLINK.
       COPY RELTYPE.
       COPY CUSTMAST.
       COPY AUDTRAIL.
       COPY AUDCTL.

       01  WS-K-COMMAREA.
           05  WK-CUSTNO                   PIC X(6).
           05  WK-TOP-KEY                  PIC X(22).
           05  WK-BOT-KEY                  PIC X(22).
           05  WK-ROW-COUNT                PIC 9(2).
           05  WK-MORE-SWITCH              PIC X.
               88  WK-NO-MORE-ROWS         VALUE 'Y'.

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-OPERID                       PIC X(8).
       01  WS-AUTHORIZED                   PIC X     VALUE 'N'.
           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-CHECK-CUSTNO                 PIC X(6).
       01  WS-CHECK-BRANCH                 PIC X(3).
       01  WS-BRANCH-AUTHORIZED            PIC X     VALUE 'N'.
           88  WS-HOLDS-BRANCH             VALUE 'Y'.
       01  WS-BRANCH-AUTH-LEVEL            PIC X.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-TODAY                        PIC X(8)  VALUE SPACES.
       01  WS-BOT-KEY-SET-SWITCH           PIC X     VALUE 'N'.
           88  WS-BOT-KEY-SET              VALUE 'Y'.
       01  WS-PAST-TOP-SWITCH              PIC X     VALUE 'N'.
           88  WS-PAST-TOP-OF-GROUP        VALUE 'Y'.

      *  Add / end working fields
       01  WS-RECIP-TYPE                   PIC X(2)  VALUE SPACES.
       01  WS-EFF-FROM                     PIC X(8)  VALUE SPACES.
       01  WS-EFF-TO                       PIC X(8)  VALUE SPACES.
       01  WS-LINK-BEFORE                  PIC X(100).
       01  WS-FIRST-SIDE-KEY               PIC X(22).
       01  WS-FIRST-SIDE-RECORD            PIC X(100).
       01  WS-FOUND-KEY                    PIC X(22).
       01  WS-LINK-FOUND-SWITCH            PIC X     VALUE 'N'.
           88  WS-LINK-FOUND               VALUE 'Y'.
       01  WS-LINK-BROWSE-SWITCH           PIC X     VALUE 'N'.
           88  WS-LINK-BROWSE-DONE         VALUE 'Y'.

       01  WS-LINK-LINE.
           05  KL-REL-CUST-NO              PIC X(6).
           05  FILLER                      PIC X(1).
           05  KL-REL-TYPE                 PIC X(2).
           05  FILLER                      PIC X(1).
           05  KL-DESC                     PIC X(13).
           05  FILLER                      PIC X(1).
           05  KL-EFF-FROM                 PIC X(8).
           05  FILLER                      PIC X(1).
           05  KL-EFF-TO                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  KL-REL-NAME                 PIC X(28).
           05  FILLER                      PIC X(1).
           05  KL-ADD-OPERID               PIC X(8).

      *  The type list shown under the entry fields, four to a line
       01  WS-TYPE-LIST.
           05  TL-ENTRY OCCURS 8 TIMES
                   INDEXED BY TL-IDX.
               10  TL-CODE                 PIC X(2).
               10  FILLER                  PIC X(1).
               10  TL-DESC                 PIC X(13).
               10  FILLER                  PIC X(2).
       01  WS-TYPE-LINES REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-LINE-1              PIC X(72).
           05  WS-TYPE-LINE-2              PIC X(72).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(53).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC

           EVALUATE EIBCALEN
               WHEN LENGTH OF REL-COMMAREA
                   MOVE DFHCOMMAREA TO REL-COMMAREA
                   MOVE RC-CUSTNO TO WK-CUSTNO
                   MOVE SPACES TO WK-TOP-KEY WK-BOT-KEY
                   MOVE ZERO TO WK-ROW-COUNT
                   MOVE 'N' TO WK-MORE-SWITCH
                   MOVE SPACES TO RELMAP1O
                   PERFORM 1050-SHOW-CUSTOMER-NAME
                   PERFORM 1000-LOAD-FIRST-PAGE
                   PERFORM 5100-SEND-MAP-ERASE
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-K-COMMAREA
                   PERFORM 2000-PROCESS-RESPONSE
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------
      *  First page - position on the customer's first link.
      *----------------------------------------------------------------
       1000-LOAD-FIRST-PAGE.
           MOVE WK-CUSTNO  TO RK-CUST-NO
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
               PERFORM 1100-FILL-PAGE-FORWARD
               EXEC CICS ENDBR FILE('RELLINK') END-EXEC
           ELSE
               PERFORM 1150-CLEAR-ROW
                   VARYING KROW-IDX FROM 1 BY 1 UNTIL KROW-IDX > 8
               MOVE ZERO TO WK-ROW-COUNT
           END-IF
           IF WK-ROW-COUNT = ZERO
               MOVE 'NO RELATIONSHIPS ON FILE - KEY A LINK AND PRESS'
                 &  ' ENTER'
                   TO MESSAGEO
           ELSE
               MOVE 'RELATIONSHIP LINKS - AN ENDED LINK SHOWS ITS END'
                 &  ' DATE'
                   TO MESSAGEO
           END-IF.

       1050-SHOW-CUSTOMER-NAME.
           MOVE WK-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO CUSTNAMEO
           IF WS-RESP = DFHRESP(NORMAL)
               STRING CUST-FNAME DELIMITED BY '  '
                      ' '        DELIMITED BY SIZE
                      CUST-LNAME DELIMITED BY SIZE
                   INTO CUSTNAMEO
               END-STRING
           END-IF.

       1100-FILL-PAGE-FORWARD.
           PERFORM 1150-CLEAR-ROW
               VARYING KROW-IDX FROM 1 BY 1 UNTIL KROW-IDX > 8
           MOVE ZERO TO WK-ROW-COUNT
           MOVE 'N' TO WK-MORE-SWITCH
           PERFORM 1200-FILL-ONE-ROW
               VARYING KROW-IDX FROM 1 BY 1
               UNTIL KROW-IDX > 8 OR WK-NO-MORE-ROWS.

      *        row by row - spacing the whole overlay would wipe the
      *        name and entry fields around the rows as well
       1150-CLEAR-ROW.
           MOVE SPACES TO KROW-LINE(KROW-IDX).

       1200-FILL-ONE-ROW.
           EXEC CICS READNEXT FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND RK-CUST-NO = WK-CUSTNO
               ADD 1 TO WK-ROW-COUNT
               PERFORM 1300-FORMAT-LINK-LINE
               MOVE WS-LINK-LINE TO KROW-LINE(KROW-IDX)
               IF KROW-IDX = 1
                   MOVE RK-KEY TO WK-TOP-KEY
               END-IF
               MOVE RK-KEY TO WK-BOT-KEY
           ELSE
               MOVE 'Y' TO WK-MORE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  One display line: related customer, type and description,
      *  the dates the link runs, the related customer's name, and
      *  who keyed the link.
      *----------------------------------------------------------------
       1300-FORMAT-LINK-LINE.
           MOVE SPACES TO WS-LINK-LINE
           MOVE RK-REL-CUST-NO TO KL-REL-CUST-NO
           MOVE RK-REL-TYPE    TO KL-REL-TYPE
           MOVE RK-EFF-FROM    TO KL-EFF-FROM
           MOVE RK-ADD-OPERID  TO KL-ADD-OPERID
           IF RK-EFF-TO = SPACES
               MOVE 'OPEN' TO KL-EFF-TO
           ELSE
               MOVE RK-EFF-TO TO KL-EFF-TO
           END-IF
           SET RT-IDX TO 1
           SEARCH RT-ENTRY
               AT END
                   MOVE 'UNKNOWN TYPE' TO KL-DESC
               WHEN RT-CODE(RT-IDX) = RK-REL-TYPE
                   MOVE RT-DESC(RT-IDX) TO KL-DESC
           END-SEARCH
           MOVE RK-REL-CUST-NO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               STRING CUST-FNAME DELIMITED BY '  '
                      ' '        DELIMITED BY SIZE
                      CUST-LNAME DELIMITED BY SIZE
                   INTO KL-REL-NAME
               END-STRING
           ELSE
               MOVE '** NOT ON FILE **' TO KL-REL-NAME
           END-IF.

      *----------------------------------------------------------------
      *  Operator pressed a key on the relationships screen.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('RELMAP1')
               MAPSET('RELSET1')
               INTO(RELMAP1I)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE EIBAID
               WHEN AID-PF3
                   PERFORM 2900-RETURN-TO-INQUIRY
               WHEN AID-PF8
                   PERFORM 2200-PAGE-FORWARD
                   PERFORM 5000-SEND-MAP
               WHEN AID-PF7
                   PERFORM 2300-PAGE-BACKWARD
                   PERFORM 5000-SEND-MAP
               WHEN AID-ENTER
                   PERFORM 2050-CHECK-AUTHORITY
                   PERFORM 2100-ADD-LINK
               WHEN AID-PF5
                   PERFORM 2050-CHECK-AUTHORITY
                   PERFORM 2500-END-LINK
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER OR A VALID PF KEY'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Viewing is open to every operator; changing the links is
      *  customer maintenance and needs the authority CSSEC1 grants.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               MOVE 'NOT AUTHORIZED TO MAINTAIN RELATIONSHIP LINKS'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE WK-CUSTNO TO WS-CHECK-CUSTNO
           PERFORM 2060-CHECK-BRANCH-AUTHORITY.

      *----------------------------------------------------------------
      *  Branch scoping: the operator must also hold the branch that
      *  owns the customer, the same check CSMERGE1 makes.  A
      *  customer no longer on file belongs to no branch; a master
      *  file that cannot be read refuses the link.
      *----------------------------------------------------------------
       2060-CHECK-BRANCH-AUTHORITY.
           MOVE WS-CHECK-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF CUST-BRANCH NOT = SPACES
                       MOVE CUST-BRANCH TO WS-CHECK-BRANCH
                       MOVE 'N' TO WS-BRANCH-AUTHORIZED
                       CALL 'CSSEC1' USING WS-OPERID
                           WS-BRANCH-AUTHORIZED WS-BRANCH-AUTH-LEVEL
                           WS-CHECK-BRANCH
                       IF NOT WS-HOLDS-BRANCH
                           MOVE SPACES TO MESSAGEO
                           STRING 'NOT AUTHORIZED FOR BRANCH '
                                                DELIMITED BY SIZE
                                  WS-CHECK-BRANCH
                                                DELIMITED BY SIZE
                                  ' CUSTOMER '  DELIMITED BY SIZE
                                  WS-CHECK-CUSTNO
                                                DELIMITED BY SIZE
                               INTO MESSAGEO
                           END-STRING
                           PERFORM 8000-REDISPLAY-ERROR
                       END-IF
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'CUSTOMER FILE UNAVAILABLE - PLEASE TRY AGAIN'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------
      *  ENTER - add the keyed link.  The related customer must be
      *  on file and must not be this customer, the type must be on
      *  the type list, and the pair may not already hold a current
      *  link of the same type.  The from date defaults to today; a
      *  to date is optional and may not fall before the from date.
      *----------------------------------------------------------------
       2100-ADD-LINK.
           IF RELCUSTI = SPACES OR RELTYPEI = SPACES
               MOVE 'KEY THE RELATED CUSTOMER AND THE RELATIONSHIP'
                 &  ' TYPE'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF RELCUSTI = WK-CUSTNO
               MOVE 'A CUSTOMER CANNOT BE LINKED TO ITSELF'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           MOVE RELCUSTI TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RELATED CUSTOMER NOT ON FILE' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE RELCUSTI TO WS-CHECK-CUSTNO
           PERFORM 2060-CHECK-BRANCH-AUTHORITY

           SET RT-IDX TO 1
           SEARCH RT-ENTRY
               AT END
                   MOVE 'RELATIONSHIP TYPE NOT VALID - SEE THE TYPES'
                     &  ' LISTED BELOW'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               WHEN RT-CODE(RT-IDX) = RELTYPEI
                   MOVE RT-RECIP-CODE(RT-IDX) TO WS-RECIP-TYPE
           END-SEARCH

           IF EFFFROMI = SPACES
               MOVE WS-TODAY TO WS-EFF-FROM
           ELSE
               IF EFFFROMI NOT NUMERIC
                   MOVE 'FROM DATE MUST BE YYYYMMDD' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE EFFFROMI TO WS-EFF-FROM
           END-IF
           IF EFFTOI = SPACES
               MOVE SPACES TO WS-EFF-TO
           ELSE
               IF EFFTOI NOT NUMERIC OR EFFTOI < WS-EFF-FROM
                   MOVE 'TO DATE MUST BE YYYYMMDD, NOT BEFORE THE FROM'
                     &  ' DATE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE EFFTOI TO WS-EFF-TO
           END-IF

           PERFORM 2510-FIND-CURRENT-LINK
           IF WS-LINK-FOUND
               MOVE 'A CURRENT LINK OF THIS TYPE IS ALREADY ON FILE'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           PERFORM 2150-WRITE-LINK-PAIR.

      *----------------------------------------------------------------
      *  Write this customer's side, then the related customer's
      *  side with the reciprocal type.  If the second write fails
      *  the first is taken back off, so the file never holds half a
      *  link.
      *----------------------------------------------------------------
       2150-WRITE-LINK-PAIR.
           MOVE SPACES TO RELLINK-RECORD
           MOVE WK-CUSTNO   TO RK-CUST-NO
           MOVE RELCUSTI    TO RK-REL-CUST-NO
           MOVE RELTYPEI    TO RK-REL-TYPE
           MOVE WS-EFF-FROM TO RK-EFF-FROM
           MOVE WS-EFF-TO   TO RK-EFF-TO
           MOVE WS-OPERID   TO RK-ADD-OPERID
           MOVE WS-TODAY    TO RK-ADD-DATE
           EXEC CICS WRITE FILE('RELLINK')
               FROM(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'A LINK OF THIS TYPE FROM THAT DATE IS ALREADY ON'
                 &  ' FILE'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LINK NOT ADDED - PRESS ENTER TO TRY AGAIN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE RK-KEY TO WS-FIRST-SIDE-KEY
           MOVE RELLINK-RECORD TO WS-FIRST-SIDE-RECORD
           MOVE SPACES TO WS-LINK-BEFORE
           PERFORM 7700-AUDIT-LINK-CHANGE

           MOVE RELCUSTI      TO RK-CUST-NO
           MOVE WK-CUSTNO     TO RK-REL-CUST-NO
           MOVE WS-RECIP-TYPE TO RK-REL-TYPE
           EXEC CICS WRITE FILE('RELLINK')
               FROM(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS DELETE FILE('RELLINK')
                   RIDFLD(WS-FIRST-SIDE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 7710-AUDIT-LINK-TAKEN-BACK
               MOVE 'LINK NOT ADDED - RELATED CUSTOMER SIDE COULD NOT'
                 &  ' BE WRITTEN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE SPACES TO WS-LINK-BEFORE
           PERFORM 7700-AUDIT-LINK-CHANGE

           PERFORM 1000-LOAD-FIRST-PAGE
           MOVE SPACES TO RELCUSTO RELTYPEO EFFFROMO EFFTOO
           MOVE 'LINK ADDED' TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 5000-SEND-MAP.

       2200-PAGE-FORWARD.
           IF WK-NO-MORE-ROWS AND WK-ROW-COUNT < 8
               MOVE 'NO MORE LINKS FOR THIS CUSTOMER' TO MESSAGEO
           ELSE
               MOVE WK-BOT-KEY TO RK-KEY
               EXEC CICS STARTBR FILE('RELLINK')
                   RIDFLD(RK-KEY)
                   KEYLENGTH(LENGTH OF RK-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
      *            skip the link already shown at the bottom of the
      *            current page, then fill the next page
                   EXEC CICS READNEXT FILE('RELLINK')
                       INTO(RELLINK-RECORD)
                       RIDFLD(RK-KEY)
                       KEYLENGTH(LENGTH OF RK-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 1100-FILL-PAGE-FORWARD
                   EXEC CICS ENDBR FILE('RELLINK') END-EXEC
                   IF WK-NO-MORE-ROWS AND WK-ROW-COUNT < 8
                       MOVE 'NO MORE LINKS FOR THIS CUSTOMER'
                           TO MESSAGEO
                   ELSE
                       MOVE SPACES TO MESSAGEO
                   END-IF
               END-IF
           END-IF.

       2300-PAGE-BACKWARD.
           MOVE WK-TOP-KEY TO RK-KEY
           EXEC CICS STARTBR FILE('RELLINK')
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1150-CLEAR-ROW
                   VARYING KROW-IDX FROM 1 BY 1 UNTIL KROW-IDX > 8
               MOVE ZERO TO WK-ROW-COUNT
               MOVE 'N' TO WS-BOT-KEY-SET-SWITCH
               MOVE 'N' TO WS-PAST-TOP-SWITCH
               PERFORM 2310-FILL-ONE-ROW-BACKWARD
                   VARYING KROW-IDX FROM 8 BY -1
                   UNTIL KROW-IDX = 0 OR WS-PAST-TOP-OF-GROUP
               EXEC CICS ENDBR FILE('RELLINK') END-EXEC
               MOVE SPACES TO MESSAGEO
               MOVE 'N' TO WK-MORE-SWITCH
           ELSE
               MOVE 'ALREADY AT THE TOP OF THE LINKS' TO MESSAGEO
           END-IF.

       2310-FILL-ONE-ROW-BACKWARD.
           EXEC CICS READPREV FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND RK-CUST-NO = WK-CUSTNO
               ADD 1 TO WK-ROW-COUNT
               PERFORM 1300-FORMAT-LINK-LINE
               MOVE WS-LINK-LINE TO KROW-LINE(KROW-IDX)
               IF NOT WS-BOT-KEY-SET
                   MOVE RK-KEY TO WK-BOT-KEY
                   MOVE 'Y' TO WS-BOT-KEY-SET-SWITCH
               END-IF
               MOVE RK-KEY TO WK-TOP-KEY
           ELSE
      *            READPREV ran off the file or past the customer's
      *            links - further reads are wasted
               MOVE 'Y' TO WS-PAST-TOP-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  PF5 - end the current link to the keyed related customer of
      *  the keyed type.  The to date defaults to today.  Both sides
      *  are stamped with the end date and the operator who ended
      *  it; the records stay on file as the link's history.
      *----------------------------------------------------------------
       2500-END-LINK.
           IF RELCUSTI = SPACES OR RELTYPEI = SPACES
               MOVE 'KEY THE RELATED CUSTOMER AND TYPE OF THE LINK TO'
                 &  ' END'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF EFFTOI = SPACES
               MOVE WS-TODAY TO WS-EFF-TO
           ELSE
               IF EFFTOI NOT NUMERIC
                   MOVE 'TO DATE MUST BE YYYYMMDD' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE EFFTOI TO WS-EFF-TO
           END-IF
           MOVE RELCUSTI TO WS-CHECK-CUSTNO
           PERFORM 2060-CHECK-BRANCH-AUTHORITY

           PERFORM 2510-FIND-CURRENT-LINK
           IF NOT WS-LINK-FOUND
               MOVE 'NO CURRENT LINK OF THAT TYPE TO THAT CUSTOMER'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           MOVE WS-FOUND-KEY TO RK-KEY
           IF WS-EFF-TO < RK-EFF-FROM
               MOVE 'TO DATE IS BEFORE THE LINK STARTED' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           PERFORM 2550-END-ONE-SIDE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LINK COULD NOT BE ENDED - PRESS PF5 TO TRY AGAIN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           SET RT-IDX TO 1
           SEARCH RT-ENTRY
               AT END
                   MOVE RK-REL-TYPE TO WS-RECIP-TYPE
               WHEN RT-CODE(RT-IDX) = RK-REL-TYPE
                   MOVE RT-RECIP-CODE(RT-IDX) TO WS-RECIP-TYPE
           END-SEARCH
           MOVE WS-FOUND-KEY  TO RK-KEY
           MOVE RELCUSTI      TO RK-CUST-NO
           MOVE WK-CUSTNO     TO RK-REL-CUST-NO
           MOVE WS-RECIP-TYPE TO RK-REL-TYPE
           PERFORM 2550-END-ONE-SIDE

           PERFORM 1000-LOAD-FIRST-PAGE
           MOVE SPACES TO RELCUSTO RELTYPEO EFFFROMO EFFTOO
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'LINK ENDED' TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
           ELSE
               MOVE 'LINK ENDED - RELATED CUSTOMER SIDE NOT FOUND'
                   TO MESSAGEO
               MOVE ATTR-RED TO MESSAGEC
           END-IF
           PERFORM 5000-SEND-MAP.

      *----------------------------------------------------------------
      *  Browse this customer's links to the keyed related customer
      *  of the keyed type for one still current - open-ended, or
      *  ending today or later.
      *----------------------------------------------------------------
       2510-FIND-CURRENT-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SWITCH
           MOVE 'N' TO WS-LINK-BROWSE-SWITCH
           MOVE WK-CUSTNO  TO RK-CUST-NO
           MOVE RELCUSTI   TO RK-REL-CUST-NO
           MOVE RELTYPEI   TO RK-REL-TYPE
           MOVE LOW-VALUES TO RK-EFF-FROM
           EXEC CICS STARTBR FILE('RELLINK')
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2520-BROWSE-ONE-LINK
                   UNTIL WS-LINK-BROWSE-DONE
               EXEC CICS ENDBR FILE('RELLINK') END-EXEC
           END-IF.

       2520-BROWSE-ONE-LINK.
           EXEC CICS READNEXT FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               KEYLENGTH(LENGTH OF RK-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND RK-CUST-NO = WK-CUSTNO
               AND RK-REL-CUST-NO = RELCUSTI
               AND RK-REL-TYPE = RELTYPEI
               IF RK-EFF-TO = SPACES OR RK-EFF-TO NOT < WS-TODAY
                   MOVE 'Y' TO WS-LINK-FOUND-SWITCH
                   MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
                   MOVE RK-KEY TO WS-FOUND-KEY
               END-IF
           ELSE
               MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Stamp the end on the RELLINK record at RK-KEY and log it.
      *  WS-RESP is left NOT NORMAL if the record is not there.
      *----------------------------------------------------------------
       2550-END-ONE-SIDE.
           EXEC CICS READ FILE('RELLINK')
               INTO(RELLINK-RECORD)
               RIDFLD(RK-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RELLINK-RECORD TO WS-LINK-BEFORE
               MOVE WS-EFF-TO TO RK-EFF-TO
               MOVE WS-OPERID TO RK-END-OPERID
               MOVE WS-TODAY  TO RK-END-DATE
               EXEC CICS REWRITE FILE('RELLINK')
                   FROM(RELLINK-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 7700-AUDIT-LINK-CHANGE
               END-IF
           END-IF.

       2900-RETURN-TO-INQUIRY.
           MOVE 'I' TO IC-ACTION
           MOVE WK-CUSTNO TO IC-CUSTNO
           EXEC CICS XCTL
               PROGRAM('CSINQC2')
               COMMAREA(INQ-COMMAREA)
               LENGTH(LENGTH OF INQ-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------
      *  Audit trail - one 'R' record per RELLINK record written,
      *  ended, or taken back, under the customer the record is
      *  filed under, so each side shows in that customer's history.
      *  The before image is spaces on an add, the after image
      *  spaces on a take-back.
      *----------------------------------------------------------------
       7700-AUDIT-LINK-CHANGE.
           PERFORM 7800-BUILD-AUDIT-HEADER
           MOVE RK-CUST-NO TO AUD-CUST-NO
           MOVE 'R' TO AUD-FUNCTION
           MOVE WS-LINK-BEFORE TO AUD-BEFORE-IMAGE
           MOVE RELLINK-RECORD TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

       7710-AUDIT-LINK-TAKEN-BACK.
           PERFORM 7800-BUILD-AUDIT-HEADER
           MOVE WS-FIRST-SIDE-KEY(1:6) TO AUD-CUST-NO
           MOVE 'R' TO AUD-FUNCTION
           MOVE WS-FIRST-SIDE-RECORD TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

       7800-BUILD-AUDIT-HEADER.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUD-DATE)
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
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSRELN1 - AUDTRAIL WRITE FAILED, RESP = '
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
      *  Chain the audit record into the trail - the next sequence
      *  number off AUDCTL, held for update across the AUDTRAIL
      *  write, and the running check value from CSAUDCHK, exactly
      *  as CSMERGE1 does.
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
               DISPLAY 'CSRELN1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH
           PERFORM 5000-SEND-MAP.

       5100-SEND-MAP-ERASE.
           MOVE WK-CUSTNO TO CUSTNOO
           PERFORM 5200-BUILD-TYPE-LIST
           MOVE 'PF3-RETURN PF5-END PF7/8-PAGE ENTER-ADD' TO PFKEYSO
           EXEC CICS SEND MAP('RELMAP1')
               MAPSET('RELSET1')
               FROM(RELMAP1O)
               ERASE
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       5000-SEND-MAP.
           MOVE WK-CUSTNO TO CUSTNOO
           MOVE 'PF3-RETURN PF5-END PF7/8-PAGE ENTER-ADD' TO PFKEYSO
           EXEC CICS SEND MAP('RELMAP1')
               MAPSET('RELSET1')
               FROM(RELMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       5200-BUILD-TYPE-LIST.
           MOVE SPACES TO WS-TYPE-LIST
           PERFORM 5210-LIST-ONE-TYPE
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > 8
           MOVE WS-TYPE-LINE-1 TO TYPES1O
           MOVE WS-TYPE-LINE-2 TO TYPES2O.

       5210-LIST-ONE-TYPE.
           SET TL-IDX TO RT-IDX
           MOVE RT-CODE(RT-IDX) TO TL-CODE(TL-IDX)
           MOVE RT-DESC(RT-IDX) TO TL-DESC(TL-IDX).

       9900-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('RELN')
               COMMAREA(WS-K-COMMAREA)
               LENGTH(LENGTH OF WS-K-COMMAREA)
           END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSALTA1.
      *================================================================
      *  CSALTA1 - alternate mailing addresses transaction (ALTA).
      *  Drives ALTMAP1.  Reached from CSINQC2 (PF11) with
      *  ALT-COMMAREA naming the displayed customer.  Pages the
      *  customer's seasonal, billing and temporary addresses off the
      *  ALTADDR KSDS PF7/PF8 the way CSRELN1 pages the relationship
      *  links, with the home address on CUSTMAST shown above them.
      *  An address in effect today (CSALTWIN) is marked '*'; when
      *  more than one is, the mail goes to the temporary address,
      *  then the seasonal, then the billing.
      *
      *  ENTER with only the type and from date keyed brings that
      *  address up for change; ENTER with an address keyed adds it.
      *  PF5 changes the keyed address, PF4 deletes it.  All three
      *  re-verify through CSSEC1 that the operator holds
      *  maintenance authority and the customer's owning branch,
      *  the same checks CSRELN1 makes, and
      *  each record written, changed or deleted is logged to
      *  AUDTRAIL under function 'M' with the ALTADDR record as the
      *  image.  The address is checked against ZIPXREF exactly as
      *  CSINQC2 checks the home address.  PF3 returns to the
      *  customer display.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY ALTSET1.

      *  Overlays the eight repeating address lines of ALTMAP1O so
      *  they can be filled in a loop, the same way CSRELN1 overlays
      *  its link lines.
       01  ALTMAP1-ROWS REDEFINES ALTMAP1O.
           05  FILLER                      PIC X(164).
           05  AROW-ENTRY OCCURS 8 TIMES
                   INDEXED BY AROW-IDX.
               10  AROW-C                  PIC X.
               10  AROW-H                  PIC X.
               10  AROW-LINE               PIC X(79).
               10  FILLER                  PIC X(3).
           05  FILLER                      PIC X(246).

       COPY ALTCOMM.
       COPY INQCOMM.
       COPY ALTADDR.
       COPY CUSTMAST.
       COPY ZIPXREF.
       COPY AUDTRAIL.
       COPY AUDCTL.

       01  WS-A-COMMAREA.
           05  AW-CUSTNO                   PIC X(6).
           05  AW-TOP-KEY                  PIC X(15).
           05  AW-BOT-KEY                  PIC X(15).
           05  AW-ROW-COUNT                PIC 9(2).
           05  AW-MORE-SWITCH              PIC X.
               88  AW-NO-MORE-ROWS         VALUE 'Y'.

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
       01  WS-ALT-IN-EFFECT                PIC X     VALUE 'N'.
       01  WS-ALT-PRIORITY                 PIC 9     VALUE ZERO.

      *  Add / change / delete working fields
       01  WS-EFF-FROM                     PIC X(8)  VALUE SPACES.
       01  WS-EFF-TO                       PIC X(8)  VALUE SPACES.
       01  WS-ADDR-BEFORE                  PIC X(150).

      *  A keyed date taken apart for the month and day checks - a
      *  recurring window keys MMDD, a dated window YYYYMMDD
       01  WS-DATE-CHECK                   PIC X(8).
       01  WS-DATE-CHECK-DATED REDEFINES WS-DATE-CHECK.
           05  FILLER                      PIC X(4).
           05  WS-DC-MONTH                 PIC 9(2).
           05  WS-DC-DAY                   PIC 9(2).
       01  WS-DATE-CHECK-MMDD REDEFINES WS-DATE-CHECK.
           05  WS-DC-MM                    PIC 9(2).
           05  WS-DC-DD                    PIC 9(2).
           05  FILLER                      PIC X(4).
       01  WS-DATE-OK-SWITCH               PIC X     VALUE 'N'.
           88  WS-DATE-OK                  VALUE 'Y'.

       01  WS-ADDR-LINE.
           05  AD-MARK                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  AD-TYPE                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  AD-KIND                     PIC X(1).
           05  FILLER                      PIC X(1).
           05  AD-EFF-FROM                 PIC X(8).
           05  AD-DASH                     PIC X(1).
           05  AD-EFF-TO                   PIC X(8).
           05  FILLER                      PIC X(1).
           05  AD-ADDR                     PIC X(24).
           05  FILLER                      PIC X(1).
           05  AD-CITY                     PIC X(15).
           05  FILLER                      PIC X(1).
           05  AD-STATE                    PIC X(2).
           05  FILLER                      PIC X(1).
           05  AD-ZIPCODE                  PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(39).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC

           EVALUATE EIBCALEN
               WHEN LENGTH OF ALT-COMMAREA
                   MOVE DFHCOMMAREA TO ALT-COMMAREA
                   MOVE AL-CUSTNO TO AW-CUSTNO
                   MOVE SPACES TO AW-TOP-KEY AW-BOT-KEY
                   MOVE ZERO TO AW-ROW-COUNT
                   MOVE 'N' TO AW-MORE-SWITCH
                   MOVE SPACES TO ALTMAP1O
                   PERFORM 1050-SHOW-CUSTOMER
                   PERFORM 1000-LOAD-FIRST-PAGE
                   PERFORM 5100-SEND-MAP-ERASE
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-A-COMMAREA
                   PERFORM 2000-PROCESS-RESPONSE
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------
      *  First page - position on the customer's first address.
      *----------------------------------------------------------------
       1000-LOAD-FIRST-PAGE.
           MOVE AW-CUSTNO  TO AA-CUST-NO
           MOVE LOW-VALUES TO AA-ADDR-TYPE
           MOVE LOW-VALUES TO AA-EFF-FROM
           EXEC CICS STARTBR FILE('ALTADDR')
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1100-FILL-PAGE-FORWARD
               EXEC CICS ENDBR FILE('ALTADDR') END-EXEC
           ELSE
               PERFORM 1150-CLEAR-ROW
                   VARYING AROW-IDX FROM 1 BY 1 UNTIL AROW-IDX > 8
               MOVE ZERO TO AW-ROW-COUNT
           END-IF
           IF AW-ROW-COUNT = ZERO
               MOVE 'NO ALTERNATE ADDRESSES ON FILE - KEY ONE AND PRESS'
                 &  ' ENTER'
                   TO MESSAGEO
           ELSE
               MOVE 'ALTERNATE ADDRESSES - * = IN EFFECT TODAY'
                   TO MESSAGEO
           END-IF.

      *        the home address goes on the screen for comparison
       1050-SHOW-CUSTOMER.
           MOVE AW-CUSTNO TO CUST-NO
           EXEC CICS READ FILE('CUSTMAST')
               INTO(CUSTMAST-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO CUSTNAMEO
           MOVE SPACES TO HOMEADDRO
           IF WS-RESP = DFHRESP(NORMAL)
               STRING CUST-FNAME DELIMITED BY '  '
                      ' '        DELIMITED BY SIZE
                      CUST-LNAME DELIMITED BY SIZE
                   INTO CUSTNAMEO
               END-STRING
               STRING 'HOME: '     DELIMITED BY SIZE
                      CUST-ADDR    DELIMITED BY '  '
                      ', '         DELIMITED BY SIZE
                      CUST-CITY    DELIMITED BY '  '
                      ' '          DELIMITED BY SIZE
                      CUST-STATE   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      CUST-ZIPCODE DELIMITED BY SPACE
                   INTO HOMEADDRO
               END-STRING
           END-IF.

       1100-FILL-PAGE-FORWARD.
           PERFORM 1150-CLEAR-ROW
               VARYING AROW-IDX FROM 1 BY 1 UNTIL AROW-IDX > 8
           MOVE ZERO TO AW-ROW-COUNT
           MOVE 'N' TO AW-MORE-SWITCH
           PERFORM 1200-FILL-ONE-ROW
               VARYING AROW-IDX FROM 1 BY 1
               UNTIL AROW-IDX > 8 OR AW-NO-MORE-ROWS.

      *        row by row - spacing the whole overlay would wipe the
      *        home address and entry fields around the rows as well
       1150-CLEAR-ROW.
           MOVE SPACES TO AROW-LINE(AROW-IDX).

       1200-FILL-ONE-ROW.
           EXEC CICS READNEXT FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND AA-CUST-NO = AW-CUSTNO
               ADD 1 TO AW-ROW-COUNT
               PERFORM 1300-FORMAT-ADDR-LINE
               MOVE WS-ADDR-LINE TO AROW-LINE(AROW-IDX)
               IF AROW-IDX = 1
                   MOVE AA-KEY TO AW-TOP-KEY
               END-IF
               MOVE AA-KEY TO AW-BOT-KEY
           ELSE
               MOVE 'Y' TO AW-MORE-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  One display line: in-effect marker, type, window kind and
      *  dates, and the address itself.
      *----------------------------------------------------------------
       1300-FORMAT-ADDR-LINE.
           MOVE SPACES TO WS-ADDR-LINE
           CALL 'CSALTWIN' USING ALTADDR-RECORD WS-TODAY
               WS-ALT-IN-EFFECT WS-ALT-PRIORITY
           IF WS-ALT-IN-EFFECT = 'Y'
               MOVE '*' TO AD-MARK
           END-IF
           MOVE AA-ADDR-TYPE   TO AD-TYPE
           MOVE AA-WINDOW-KIND TO AD-KIND
           MOVE AA-EFF-FROM    TO AD-EFF-FROM
           MOVE '-'            TO AD-DASH
           IF AA-EFF-TO = SPACES
               MOVE 'OPEN' TO AD-EFF-TO
           ELSE
               MOVE AA-EFF-TO TO AD-EFF-TO
           END-IF
           MOVE AA-ADDR        TO AD-ADDR
           MOVE AA-CITY        TO AD-CITY
           MOVE AA-STATE       TO AD-STATE
           MOVE AA-ZIPCODE     TO AD-ZIPCODE.

      *----------------------------------------------------------------
      *  Operator pressed a key on the alternate addresses screen.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('ALTMAP1')
               MAPSET('ALTSET1')
               INTO(ALTMAP1I)
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
                   IF ADDRI = SPACES AND CITYI = SPACES
                     AND STATEI = SPACES AND ZIPI = SPACES
                       PERFORM 2400-SHOW-ADDRESS
                   ELSE
                       PERFORM 2050-CHECK-AUTHORITY
                       PERFORM 2100-ADD-ADDRESS
                   END-IF
               WHEN AID-PF5
                   PERFORM 2050-CHECK-AUTHORITY
                   PERFORM 2500-CHANGE-ADDRESS
               WHEN AID-PF4
                   PERFORM 2050-CHECK-AUTHORITY
                   PERFORM 2600-DELETE-ADDRESS
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER OR A VALID PF KEY'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Viewing is open to every operator; changing the addresses
      *  is customer maintenance and needs the authority CSSEC1
      *  grants.
      *----------------------------------------------------------------
       2050-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED
               MOVE 'NOT AUTHORIZED TO MAINTAIN ALTERNATE ADDRESSES'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE AW-CUSTNO TO WS-CHECK-CUSTNO
           PERFORM 2060-CHECK-BRANCH-AUTHORITY.

      *----------------------------------------------------------------
      *  Branch scoping: the operator must also hold the branch that
      *  owns the customer, the same check CSMERGE1 makes.  A
      *  customer no longer on file belongs to no branch; a master
      *  file that cannot be read refuses the change.
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
      *  ENTER with an address keyed - add it.  The key (type and
      *  from date) may not already be on file.
      *----------------------------------------------------------------
       2100-ADD-ADDRESS.
           PERFORM 2150-VALIDATE-ADDRESS

           MOVE SPACES      TO ALTADDR-RECORD
           MOVE AW-CUSTNO   TO AA-CUST-NO
           MOVE ADRTYPEI    TO AA-ADDR-TYPE
           MOVE WS-EFF-FROM TO AA-EFF-FROM
           PERFORM 2170-MOVE-MAP-TO-RECORD
           MOVE WS-OPERID   TO AA-ADD-OPERID
           MOVE WS-TODAY    TO AA-ADD-DATE
           EXEC CICS WRITE FILE('ALTADDR')
               FROM(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'AN ADDRESS OF THIS TYPE FROM THAT DATE IS ALREADY'
                 &  ' ON FILE - PF5 TO CHANGE IT'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ADDRESS NOT ADDED - PRESS ENTER TO TRY AGAIN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE SPACES TO WS-ADDR-BEFORE
           PERFORM 7700-AUDIT-ADDRESS-CHANGE

           PERFORM 1000-LOAD-FIRST-PAGE
           PERFORM 2180-CLEAR-ENTRY-FIELDS
           MOVE 'ALTERNATE ADDRESS ADDED' TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 5000-SEND-MAP.

      *----------------------------------------------------------------
      *  Edits shared by add and change.  Type S/B/T; window R/D.  A
      *  recurring window keys month and day (MMDD) for both ends; a
      *  dated window keys YYYYMMDD, the from date defaulting to
      *  today and the to date optional.  A temporary address must
      *  be dated and must end.  The address is complete and its ZIP
      *  agrees with ZIPXREF - a ZIP not on ZIPXREF is let through,
      *  as CSINQC2 lets it through for the home address.
      *----------------------------------------------------------------
       2150-VALIDATE-ADDRESS.
           IF ADRTYPEI NOT = 'S' AND ADRTYPEI NOT = 'B'
             AND ADRTYPEI NOT = 'T'
               MOVE 'TYPE MUST BE S (SEASONAL), B (BILLING) OR T'
                 &  ' (TEMPORARY)'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF WINKINDI NOT = 'R' AND WINKINDI NOT = 'D'
               MOVE 'WINDOW MUST BE R (RECURRING EVERY YEAR) OR D'
                 &  ' (DATED)'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF ADRTYPEI = 'T' AND WINKINDI NOT = 'D'
               MOVE 'A TEMPORARY ADDRESS MUST HAVE A DATED WINDOW'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF

           IF WINKINDI = 'R'
               PERFORM 2155-EDIT-RECURRING-WINDOW
           ELSE
               PERFORM 2160-EDIT-DATED-WINDOW
           END-IF

           IF ADDRI = SPACES OR CITYI = SPACES OR STATEI = SPACES
             OR ZIPI = SPACES
               MOVE 'KEY THE STREET ADDRESS, CITY, STATE AND ZIP CODE'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 4000-VALIDATE-ZIPCODE.

       2155-EDIT-RECURRING-WINDOW.
           MOVE EFFFROMI TO WS-DATE-CHECK
           PERFORM 2157-CHECK-MMDD
           IF NOT WS-DATE-OK
               MOVE 'RECURRING FROM DATE MUST BE MMDD' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE WS-DATE-CHECK TO WS-EFF-FROM
           MOVE EFFTOI TO WS-DATE-CHECK
           PERFORM 2157-CHECK-MMDD
           IF NOT WS-DATE-OK
               MOVE 'RECURRING TO DATE MUST BE MMDD' TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE WS-DATE-CHECK TO WS-EFF-TO.

      *        MMDD in the first four bytes, the rest blank
       2157-CHECK-MMDD.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           IF WS-DATE-CHECK(1:4) IS NUMERIC
             AND WS-DATE-CHECK(5:4) = SPACES
               IF WS-DC-MM NOT < 1 AND WS-DC-MM NOT > 12
                 AND WS-DC-DD NOT < 1 AND WS-DC-DD NOT > 31
                   MOVE 'Y' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

       2160-EDIT-DATED-WINDOW.
           IF EFFFROMI = SPACES
               MOVE WS-TODAY TO WS-EFF-FROM
           ELSE
               MOVE EFFFROMI TO WS-DATE-CHECK
               PERFORM 2162-CHECK-YYYYMMDD
               IF NOT WS-DATE-OK
                   MOVE 'FROM DATE MUST BE YYYYMMDD' TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE EFFFROMI TO WS-EFF-FROM
           END-IF
           IF EFFTOI = SPACES
               IF ADRTYPEI = 'T'
                   MOVE 'A TEMPORARY ADDRESS NEEDS A TO DATE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE SPACES TO WS-EFF-TO
           ELSE
               MOVE EFFTOI TO WS-DATE-CHECK
               PERFORM 2162-CHECK-YYYYMMDD
               IF NOT WS-DATE-OK OR EFFTOI < WS-EFF-FROM
                   MOVE 'TO DATE MUST BE YYYYMMDD, NOT BEFORE THE FROM'
                     &  ' DATE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
               MOVE EFFTOI TO WS-EFF-TO
           END-IF.

       2162-CHECK-YYYYMMDD.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           IF WS-DATE-CHECK IS NUMERIC
               IF WS-DC-MONTH NOT < 1 AND WS-DC-MONTH NOT > 12
                 AND WS-DC-DAY NOT < 1 AND WS-DC-DAY NOT > 31
                   MOVE 'Y' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

       2170-MOVE-MAP-TO-RECORD.
           MOVE WINKINDI  TO AA-WINDOW-KIND
           MOVE WS-EFF-TO TO AA-EFF-TO
           MOVE ADDRI     TO AA-ADDR
           MOVE CITYI     TO AA-CITY
           MOVE STATEI    TO AA-STATE
           MOVE ZIPI      TO AA-ZIPCODE.

       2180-CLEAR-ENTRY-FIELDS.
           MOVE SPACES TO ADRTYPEO WINKINDO EFFFROMO EFFTOO
           MOVE SPACES TO ADDRO CITYO STATEO ZIPO.

       2200-PAGE-FORWARD.
           IF AW-NO-MORE-ROWS AND AW-ROW-COUNT < 8
               MOVE 'NO MORE ADDRESSES FOR THIS CUSTOMER' TO MESSAGEO
           ELSE
               MOVE AW-BOT-KEY TO AA-KEY
               EXEC CICS STARTBR FILE('ALTADDR')
                   RIDFLD(AA-KEY)
                   KEYLENGTH(LENGTH OF AA-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
      *            skip the address already shown at the bottom of
      *            the current page, then fill the next page
                   EXEC CICS READNEXT FILE('ALTADDR')
                       INTO(ALTADDR-RECORD)
                       RIDFLD(AA-KEY)
                       KEYLENGTH(LENGTH OF AA-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 1100-FILL-PAGE-FORWARD
                   EXEC CICS ENDBR FILE('ALTADDR') END-EXEC
                   IF AW-NO-MORE-ROWS AND AW-ROW-COUNT < 8
                       MOVE 'NO MORE ADDRESSES FOR THIS CUSTOMER'
                           TO MESSAGEO
                   ELSE
                       MOVE SPACES TO MESSAGEO
                   END-IF
               END-IF
           END-IF.

       2300-PAGE-BACKWARD.
           MOVE AW-TOP-KEY TO AA-KEY
           EXEC CICS STARTBR FILE('ALTADDR')
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1150-CLEAR-ROW
                   VARYING AROW-IDX FROM 1 BY 1 UNTIL AROW-IDX > 8
               MOVE ZERO TO AW-ROW-COUNT
               MOVE 'N' TO WS-BOT-KEY-SET-SWITCH
               MOVE 'N' TO WS-PAST-TOP-SWITCH
               PERFORM 2310-FILL-ONE-ROW-BACKWARD
                   VARYING AROW-IDX FROM 8 BY -1
                   UNTIL AROW-IDX = 0 OR WS-PAST-TOP-OF-GROUP
               EXEC CICS ENDBR FILE('ALTADDR') END-EXEC
               MOVE SPACES TO MESSAGEO
               MOVE 'N' TO AW-MORE-SWITCH
           ELSE
               MOVE 'ALREADY AT THE TOP OF THE ADDRESSES' TO MESSAGEO
           END-IF.

       2310-FILL-ONE-ROW-BACKWARD.
           EXEC CICS READPREV FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               KEYLENGTH(LENGTH OF AA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND AA-CUST-NO = AW-CUSTNO
               ADD 1 TO AW-ROW-COUNT
               PERFORM 1300-FORMAT-ADDR-LINE
               MOVE WS-ADDR-LINE TO AROW-LINE(AROW-IDX)
               IF NOT WS-BOT-KEY-SET
                   MOVE AA-KEY TO AW-BOT-KEY
                   MOVE 'Y' TO WS-BOT-KEY-SET-SWITCH
               END-IF
               MOVE AA-KEY TO AW-TOP-KEY
           ELSE
      *            READPREV ran off the file or past the customer's
      *            addresses - further reads are wasted
               MOVE 'Y' TO WS-PAST-TOP-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  ENTER with only the type and from date keyed - bring that
      *  address up in the entry fields to be changed or deleted.
      *----------------------------------------------------------------
       2400-SHOW-ADDRESS.
           PERFORM 2700-READ-KEYED-ADDRESS
           MOVE AA-WINDOW-KIND TO WINKINDO
           MOVE AA-EFF-FROM    TO EFFFROMO
           MOVE AA-EFF-TO      TO EFFTOO
           MOVE AA-ADDR        TO ADDRO
           MOVE AA-CITY        TO CITYO
           MOVE AA-STATE       TO STATEO
           MOVE AA-ZIPCODE     TO ZIPO
           MOVE 'CHANGE THE ADDRESS AND PRESS PF5, OR PF4 TO DELETE'
               TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 5000-SEND-MAP.

      *----------------------------------------------------------------
      *  PF5 - change the keyed address.  The type and from date are
      *  the key and stay as they are; a different window start is a
      *  new address (ENTER) and the old one deleted (PF4).
      *----------------------------------------------------------------
       2500-CHANGE-ADDRESS.
           IF ADRTYPEI = SPACES OR EFFFROMI = SPACES
               MOVE 'KEY THE TYPE AND FROM DATE OF THE ADDRESS'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 2150-VALIDATE-ADDRESS
           MOVE AW-CUSTNO   TO AA-CUST-NO
           MOVE ADRTYPEI    TO AA-ADDR-TYPE
           MOVE WS-EFF-FROM TO AA-EFF-FROM
           EXEC CICS READ FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ADDRESS OF THAT TYPE FROM THAT DATE - ENTER TO'
                 &  ' ADD IT'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE ALTADDR-RECORD TO WS-ADDR-BEFORE
           PERFORM 2170-MOVE-MAP-TO-RECORD
           MOVE WS-OPERID TO AA-CHG-OPERID
           MOVE WS-TODAY  TO AA-CHG-DATE
           EXEC CICS REWRITE FILE('ALTADDR')
               FROM(ALTADDR-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ADDRESS NOT CHANGED - PRESS PF5 TO TRY AGAIN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 7700-AUDIT-ADDRESS-CHANGE

           PERFORM 1000-LOAD-FIRST-PAGE
           PERFORM 2180-CLEAR-ENTRY-FIELDS
           MOVE 'ALTERNATE ADDRESS CHANGED' TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 5000-SEND-MAP.

      *----------------------------------------------------------------
      *  PF4 - delete the keyed address.  Its last image stays on
      *  AUDTRAIL.
      *----------------------------------------------------------------
       2600-DELETE-ADDRESS.
           PERFORM 2700-READ-KEYED-ADDRESS
           EXEC CICS READ FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ALTADDR-RECORD TO WS-ADDR-BEFORE
               EXEC CICS DELETE FILE('ALTADDR')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ADDRESS NOT DELETED - PRESS PF4 TO TRY AGAIN'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 7710-AUDIT-ADDRESS-DELETE

           PERFORM 1000-LOAD-FIRST-PAGE
           PERFORM 2180-CLEAR-ENTRY-FIELDS
           MOVE 'ALTERNATE ADDRESS DELETED' TO MESSAGEO
           MOVE ATTR-GREEN TO MESSAGEC
           PERFORM 5000-SEND-MAP.

      *----------------------------------------------------------------
      *  Read the address named by the keyed type and from date.  A
      *  recurring window's from date is MMDD, so the keyed value is
      *  taken as it stands.
      *----------------------------------------------------------------
       2700-READ-KEYED-ADDRESS.
           IF ADRTYPEI = SPACES OR EFFFROMI = SPACES
               MOVE 'KEY THE TYPE AND FROM DATE OF THE ADDRESS'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           MOVE AW-CUSTNO TO AA-CUST-NO
           MOVE ADRTYPEI  TO AA-ADDR-TYPE
           MOVE EFFFROMI  TO AA-EFF-FROM
           EXEC CICS READ FILE('ALTADDR')
               INTO(ALTADDR-RECORD)
               RIDFLD(AA-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ADDRESS OF THAT TYPE FROM THAT DATE'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF.

       2900-RETURN-TO-INQUIRY.
           MOVE 'I' TO IC-ACTION
           MOVE AW-CUSTNO TO IC-CUSTNO
           EXEC CICS XCTL
               PROGRAM('CSINQC2')
               COMMAREA(INQ-COMMAREA)
               LENGTH(LENGTH OF INQ-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------
      *  ZIP code must match the city/state keyed - the
      *  same test CSINQC2 makes on the home address.  ZIPXREF
      *  carries five-digit keys only, so a ZIP+4 validates on its
      *  five-digit base.
      *----------------------------------------------------------------
       4000-VALIDATE-ZIPCODE.
           MOVE SPACES TO ZX-ZIPCODE
           IF ZIPI(6:1) NOT = SPACE
               MOVE ZIPI(1:5) TO ZX-ZIPCODE(1:5)
           ELSE
               MOVE ZIPI TO ZX-ZIPCODE
           END-IF
           EXEC CICS READ FILE('ZIPXREF')
               INTO(ZIPXREF-RECORD)
               RIDFLD(ZX-ZIPCODE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF ZX-CITY NOT = CITYI OR ZX-STATE NOT = STATEI
                   MOVE 'ZIP CODE DOES NOT MATCH CITY/STATE'
                       TO MESSAGEO
                   PERFORM 8000-REDISPLAY-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Audit trail - one 'M' record per ALTADDR record added,
      *  changed or deleted, under the customer it belongs to.  The
      *  before image is spaces on an add, the after image spaces on
      *  a delete.
      *----------------------------------------------------------------
       7700-AUDIT-ADDRESS-CHANGE.
           PERFORM 7800-BUILD-AUDIT-HEADER
           MOVE AA-CUST-NO TO AUD-CUST-NO
           MOVE 'M' TO AUD-FUNCTION
           MOVE WS-ADDR-BEFORE TO AUD-BEFORE-IMAGE
           MOVE ALTADDR-RECORD TO AUD-AFTER-IMAGE
           PERFORM 7850-WRITE-AUDIT-RECORD.

       7710-AUDIT-ADDRESS-DELETE.
           PERFORM 7800-BUILD-AUDIT-HEADER
           MOVE AW-CUSTNO TO AUD-CUST-NO
           MOVE 'M' TO AUD-FUNCTION
           MOVE WS-ADDR-BEFORE TO AUD-BEFORE-IMAGE
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
               DISPLAY 'CSALTA1 - AUDTRAIL WRITE FAILED, RESP = '
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
               DISPLAY 'CSALTA1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH
           PERFORM 5000-SEND-MAP.

       5100-SEND-MAP-ERASE.
           MOVE AW-CUSTNO TO CUSTNOO
           MOVE 'PF3-RETURN PF4-DEL PF5-CHG PF7/8-PAGE' TO PFKEYSO
           EXEC CICS SEND MAP('ALTMAP1')
               MAPSET('ALTSET1')
               FROM(ALTMAP1O)
               ERASE
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       5000-SEND-MAP.
           MOVE AW-CUSTNO TO CUSTNOO
           MOVE 'PF3-RETURN PF4-DEL PF5-CHG PF7/8-PAGE' TO PFKEYSO
           EXEC CICS SEND MAP('ALTMAP1')
               MAPSET('ALTSET1')
               FROM(ALTMAP1O)
               DATAONLY
               CURSOR
           END-EXEC
           PERFORM 9900-RETURN-TRANSID.

       9900-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID('ALTA')
               COMMAREA(WS-A-COMMAREA)
               LENGTH(LENGTH OF WS-A-COMMAREA)
           END-EXEC.

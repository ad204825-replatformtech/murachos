       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSBRAS1.
      *================================================================
      *  CSBRAS1 - branch reassignment by ZIP range.  When sales
      *  territories are redrawn, every customer whose ZIP falls in a
      *  redrawn range is moved to its new owning branch in one pass
      *  instead of one at a time on the maintenance screen.  Also
      *  the way customers added by batch, or reloaded by CSLOAD1,
      *  are first given a branch.  Sweeps CUSTMAST in key order and
      *  applies the cards below to every customer they match,
      *  whatever the customer's status.
      *
      *  Control cards (keyword cols 1-8, value from col 10):
      *     MODE     SIMULATE | UPDATE
      *              SIMULATE (the default when the card is absent)
      *              only prints what would move; UPDATE changes
      *              CUSTMAST
      *     ZIP      fffff ttttt bbb
      *              customers whose five-digit ZIP base is from
      *              fffff through ttttt (cols 10-14, 16-20) belong
      *              to branch bbb (cols 22-24), which must be on
      *              BRANCHTB; up to 50 cards.  Where ranges
      *              overlap the first card wins.
      *     END      last card
      *
      *  A customer whose ZIP is in no range, or is not numeric,
      *  keeps the branch they have.  Any invalid card stops the run
      *  before CUSTMAST is opened.
      *
      *  In update mode every customer moved is logged to AUDTRAIL
      *  with full before/after images under trancode BRAS.  Nothing
      *  parked on PENDCHG carries a branch, so a pending change does
      *  not hold a customer back.  The report lists every customer
      *  moved and, per branch, the customers moved in and out.
      *
      *  RETURN-CODE 8 when a customer could not be rewritten, 16 on
      *  a bad card.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO BRASRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BRANCHTB.

       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CARDS-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-CARDS-DONE               VALUE 'Y'.
       01  WS-BAD-CARD-SWITCH              PIC X     VALUE 'N'.
           88  WS-BAD-CARD                 VALUE 'Y'.
       01  WS-CARD-ERROR                   PIC X(40) VALUE SPACES.

       01  WS-MODE                         PIC X(8)  VALUE 'SIMULATE'.
           88  WS-SIMULATE-RUN             VALUE 'SIMULATE'.
           88  WS-UPDATE-RUN               VALUE 'UPDATE  '.

       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD             PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-CARD-VALUE               PIC X(71).
       01  WS-ZIP-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                      PIC X(9).
           05  CZ-FROM-ZIP                 PIC X(5).
           05  FILLER                      PIC X(1).
           05  CZ-TO-ZIP                   PIC X(5).
           05  FILLER                      PIC X(1).
           05  CZ-BRANCH                   PIC X(3).
           05  FILLER                      PIC X(56).

      *  ZIP ranges off the ZIP cards
       01  WS-ZIP-CARD-COUNT               PIC 9(2)  VALUE ZERO.
       01  WS-ZIP-TABLE.
           05  ZR-ENTRY OCCURS 50 TIMES
                   INDEXED BY ZR-IDX.
               10  ZR-FROM-ZIP             PIC X(5).
               10  ZR-TO-ZIP               PIC X(5).
               10  ZR-BRANCH               PIC X(3).

      *  Customers moved in and out of each branch, in BRANCHTB
      *  order, with the unassigned line last
       01  WS-BRANCH-COUNTS.
           05  BC-ENTRY OCCURS 9 TIMES.
               10  BC-MOVED-IN             PIC 9(7).
               10  BC-MOVED-OUT            PIC 9(7).
       01  WS-BC-SUB                       PIC S9(4) COMP.
       01  WS-LOOKUP-BRANCH                PIC X(3)  VALUE SPACES.
       01  WS-NEW-BRANCH                   PIC X(3)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-IN-RANGE-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-MOVED-COUNT              PIC 9(7)  VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(36)
               VALUE 'CSBRAS1 - BRANCH REASSIGNMENT'.
           05  FILLER                      PIC X(7)  VALUE ' MODE: '.
           05  HL1-MODE                    PIC X(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(16)
               VALUE 'REPORT FOR DATE '.
           05  HL2-DATE                    PIC X(8).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(18) VALUE 'RESULT'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(12) VALUE 'ZIP'.
           05  FILLER                      PIC X(6)  VALUE 'FROM'.
           05  FILLER                      PIC X(6)  VALUE 'TO'.
       01  WS-CARD-ECHO-LINE.
           05  FILLER                      PIC X(5)
               VALUE 'CARD '.
           05  CE-CARD                     PIC X(80).
       01  WS-CARD-ERROR-LINE.
           05  FILLER                      PIC X(23)
               VALUE '     ** CARD REJECTED: '.
           05  CEL-ERROR                   PIC X(40).

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-RESULT                   PIC X(16).
           05  FILLER                      PIC X(2).
           05  DL-NAME                     PIC X(30).
           05  FILLER                      PIC X(2).
           05  DL-ZIPCODE                  PIC X(10).
           05  FILLER                      PIC X(2).
           05  DL-FROM-BRANCH              PIC X(3).
           05  FILLER                      PIC X(3).
           05  DL-TO-BRANCH                PIC X(3).

       01  WS-BRANCH-HEADING.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(28)
               VALUE 'BRANCH'.
           05  FILLER                      PIC X(9)  VALUE 'MOVED IN'.
           05  FILLER                      PIC X(9)  VALUE 'MOVED OUT'.
       01  WS-BRANCH-LINE.
           05  FILLER                      PIC X(5).
           05  BL-CODE                     PIC X(3).
           05  FILLER                      PIC X(1).
           05  BL-NAME                     PIC X(20).
           05  FILLER                      PIC X(2).
           05  BL-MOVED-IN                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(2).
           05  BL-MOVED-OUT                PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ZIP-TABLE
           MOVE ZERO TO WS-COUNTERS
           PERFORM 1010-CLEAR-BRANCH-COUNTS
               VARYING WS-BC-SUB FROM 1 BY 1 UNTIL WS-BC-SUB > 9

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - BRASRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-READ-PARM-CARD UNTIL WS-CARDS-DONE
           IF NOT WS-BAD-CARD
             AND WS-ZIP-CARD-COUNT = ZERO
               MOVE 'Y' TO WS-BAD-CARD-SWITCH
               MOVE 'NO ZIP CARDS' TO WS-CARD-ERROR
               PERFORM 1190-REPORT-CARD-ERROR
           END-IF
           IF WS-BAD-CARD
               DISPLAY 'CSBRAS1 - INVALID CONTROL CARD - SEE BRASRPT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MODE TO HL1-MODE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO HL2-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-UPDATE-RUN
               OPEN I-O CUSTMAST-FILE
           ELSE
               OPEN INPUT CUSTMAST-FILE
           END-IF
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - CUSTMAST OPEN FAILED, STATUS = '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-UPDATE-RUN
               PERFORM 1050-OPEN-UPDATE-FILES
           END-IF

           PERFORM 8000-READ-CUSTMAST.

       1010-CLEAR-BRANCH-COUNTS.
           MOVE ZERO TO BC-MOVED-IN(WS-BC-SUB)
           MOVE ZERO TO BC-MOVED-OUT(WS-BC-SUB).

      *        a simulate run changes nothing, so it needs no audit
      *        trail
       1050-OPEN-UPDATE-FILES.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *        the control record must be there before any master
      *        record is changed - missing at the first audit write,
      *        the change would be made with no audit record
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  One control card per ACCEPT, echoed to the report exactly as
      *  read.  A blank card is treated as END so a missing
      *  terminator cannot spin the read.
      *----------------------------------------------------------------
       1100-READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE WS-PARM-CARD TO CE-CARD
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CARD-ERROR
           EVALUATE WS-CARD-KEYWORD
               WHEN 'MODE    '
                   IF WS-CARD-VALUE(1:8) = 'SIMULATE'
                     OR WS-CARD-VALUE(1:8) = 'UPDATE  '
                       MOVE WS-CARD-VALUE(1:8) TO WS-MODE
                   ELSE
                       MOVE 'MODE MUST BE SIMULATE OR UPDATE'
                           TO WS-CARD-ERROR
                   END-IF
               WHEN 'ZIP     '
                   PERFORM 1110-LOAD-ZIP-CARD
               WHEN 'END     '
                   MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               WHEN SPACES
                   MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               WHEN OTHER
                   MOVE 'UNKNOWN KEYWORD' TO WS-CARD-ERROR
           END-EVALUATE
           IF WS-CARD-ERROR NOT = SPACES
               MOVE 'Y' TO WS-BAD-CARD-SWITCH
               MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               PERFORM 1190-REPORT-CARD-ERROR
           END-IF.

       1110-LOAD-ZIP-CARD.
           MOVE CZ-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 6000-FIND-BRANCH
           EVALUATE TRUE
               WHEN CZ-FROM-ZIP NOT NUMERIC
                 OR CZ-TO-ZIP NOT NUMERIC
                   MOVE 'FROM AND TO ZIP MUST BE FIVE DIGITS'
                       TO WS-CARD-ERROR
               WHEN CZ-FROM-ZIP > CZ-TO-ZIP
                   MOVE 'FROM ZIP IS AFTER TO ZIP' TO WS-CARD-ERROR
               WHEN CZ-BRANCH = SPACES
                 OR WS-BC-SUB > BT-ENTRY-COUNT
                   MOVE 'BRANCH NOT ON THE BRANCH TABLE'
                       TO WS-CARD-ERROR
               WHEN WS-ZIP-CARD-COUNT = 50
                   MOVE 'MORE THAN 50 ZIP CARDS' TO WS-CARD-ERROR
               WHEN OTHER
                   ADD 1 TO WS-ZIP-CARD-COUNT
                   SET ZR-IDX TO WS-ZIP-CARD-COUNT
                   MOVE CZ-FROM-ZIP TO ZR-FROM-ZIP(ZR-IDX)
                   MOVE CZ-TO-ZIP   TO ZR-TO-ZIP(ZR-IDX)
                   MOVE CZ-BRANCH   TO ZR-BRANCH(ZR-IDX)
           END-EVALUATE.

       1190-REPORT-CARD-ERROR.
           MOVE WS-CARD-ERROR TO CEL-ERROR
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  One customer: find the range their ZIP falls in and, if that
      *  puts them in another branch, either report the move
      *  (simulate) or rewrite and audit it (update).
      *----------------------------------------------------------------
       2000-PROCESS-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-NEW-BRANCH
           IF CUST-ZIPCODE(1:5) IS NUMERIC
               PERFORM 2100-FIND-ZIP-RANGE
           END-IF
           IF WS-NEW-BRANCH NOT = SPACES
               ADD 1 TO WS-IN-RANGE-COUNT
               IF WS-NEW-BRANCH NOT = CUST-BRANCH
                   MOVE WS-NEW-BRANCH TO CUST-BRANCH
                   IF WS-SIMULATE-RUN
                       PERFORM 2500-COUNT-MOVE
                       MOVE 'WOULD MOVE' TO DL-RESULT
                       PERFORM 3000-PRINT-DETAIL
                   ELSE
                       PERFORM 2400-REWRITE-CUSTOMER
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-READ-CUSTMAST.

      *        the first card whose range holds the ZIP base wins
       2100-FIND-ZIP-RANGE.
           SET ZR-IDX TO 1
           SEARCH ZR-ENTRY
               WHEN ZR-FROM-ZIP(ZR-IDX) NOT > CUST-ZIPCODE(1:5)
                 AND ZR-TO-ZIP(ZR-IDX) NOT < CUST-ZIPCODE(1:5)
                   MOVE ZR-BRANCH(ZR-IDX) TO WS-NEW-BRANCH
           END-SEARCH.

       2400-REWRITE-CUSTOMER.
           REWRITE CUSTMAST-RECORD
           IF WS-CUSTMAST-STATUS = '00'
               PERFORM 2500-COUNT-MOVE
               PERFORM 7000-AUDIT-CHANGE
               MOVE 'MOVED' TO DL-RESULT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'REWRITE FAILED' TO DL-RESULT
               DISPLAY 'CSBRAS1 - CUSTMAST REWRITE FAILED, CUST-NO = '
                   CUST-NO ' STATUS = ' WS-CUSTMAST-STATUS
           END-IF
           PERFORM 3000-PRINT-DETAIL.

       2500-COUNT-MOVE.
           ADD 1 TO WS-MOVED-COUNT
           MOVE WS-BEFORE-IMAGE(183:3) TO WS-LOOKUP-BRANCH
           PERFORM 6000-FIND-BRANCH
           ADD 1 TO BC-MOVED-OUT(WS-BC-SUB)
           MOVE CUST-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 6000-FIND-BRANCH
           ADD 1 TO BC-MOVED-IN(WS-BC-SUB).

       3000-PRINT-DETAIL.
           MOVE CUST-NO                TO DL-CUSTNO
           MOVE CUST-LNAME             TO DL-NAME
           MOVE CUST-ZIPCODE           TO DL-ZIPCODE
           MOVE WS-BEFORE-IMAGE(183:3) TO DL-FROM-BRANCH
           MOVE CUST-BRANCH            TO DL-TO-BRANCH
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE.

      *----------------------------------------------------------------
      *  Position of a branch in the count table: its BRANCHTB entry,
      *  or the unassigned line after them for a blank branch or one
      *  no longer on the table.
      *----------------------------------------------------------------
       6000-FIND-BRANCH.
           SET BT-IDX TO 1
           SEARCH BT-ENTRY
               AT END
                   COMPUTE WS-BC-SUB = BT-ENTRY-COUNT + 1
               WHEN BT-CODE(BT-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BC-SUB TO BT-IDX
           END-SEARCH.

       7000-AUDIT-CHANGE.
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSBRAS1'        TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'BRAS'           TO AUD-TRANCODE
           MOVE 'C'              TO AUD-FUNCTION
           MOVE CUST-NO          TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDTRAIL WRITE FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7950-SAVE-AUDIT-CHAIN.

      *----------------------------------------------------------------
      *  Chain the audit record into the trail: the next sequence
      *  number off the AUDCTL control record and the running check
      *  value from CSAUDCHK.  AUDCTL is rewritten only once the
      *  audit record is safely on the file.
      *----------------------------------------------------------------
       7900-STAMP-AUDIT-CHAIN.
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AC-LAST-SEQ-NO
           MOVE AC-LAST-SEQ-NO TO AUD-SEQ-NO
           CALL 'CSAUDCHK' USING AUDIT-RECORD AC-LAST-CHECK-VALUE
           MOVE AUD-CHECK-VALUE TO AC-LAST-CHECK-VALUE.

       7950-SAVE-AUDIT-CHAIN.
           REWRITE AUDCTL-RECORD
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSBRAS1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CUSTOMERS READ              ' TO SL-LABEL
           MOVE WS-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS IN A ZIP RANGE    ' TO SL-LABEL
           MOVE WS-IN-RANGE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           IF WS-SIMULATE-RUN
               MOVE 'CUSTOMERS THAT WOULD MOVE   ' TO SL-LABEL
           ELSE
               MOVE 'CUSTOMERS MOVED             ' TO SL-LABEL
           END-IF
           MOVE WS-MOVED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'FAILURES                    ' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-PRINT-BRANCH-LINE
               VARYING WS-BC-SUB FROM 1 BY 1 UNTIL WS-BC-SUB > 9

           CLOSE CUSTMAST-FILE
           IF WS-UPDATE-RUN
               CLOSE AUDIT-FILE
               CLOSE AUDCTL-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY 'CSBRAS1 - MODE                = ' WS-MODE
           DISPLAY 'CSBRAS1 - CUSTOMERS READ      = ' WS-READ-COUNT
           DISPLAY 'CSBRAS1 - CUSTOMERS MOVED     = ' WS-MOVED-COUNT
           DISPLAY 'CSBRAS1 - FAILURES            = ' WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-BRANCH-LINE.
           MOVE SPACES TO WS-BRANCH-LINE
           IF WS-BC-SUB > BT-ENTRY-COUNT
               MOVE 'UNASSIGNED' TO BL-NAME
           ELSE
               MOVE BT-CODE(WS-BC-SUB) TO BL-CODE
               MOVE BT-NAME(WS-BC-SUB) TO BL-NAME
           END-IF
           MOVE BC-MOVED-IN(WS-BC-SUB)  TO BL-MOVED-IN
           MOVE BC-MOVED-OUT(WS-BC-SUB) TO BL-MOVED-OUT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-READ-CUSTMAST.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      *  Run-control log (RUNCTL).  The start is logged before any
      *  file is touched; a redraw is run on request, so there is no
      *  predecessor to wait on.
      *----------------------------------------------------------------
       9800-LOG-RUN-START.
           MOVE SPACES TO RUNLOG-PARMS
           MOVE 'S' TO RLP-FUNCTION
           MOVE 'CSBRAS1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSBRAS1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-MOVED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSWLSCR1.
      *================================================================
      *  CSWLSCR1 - nightly sanctions and watch-list screen of the
      *  full customer file, read from the CUSTSNAP snapshot CSSNAP1
      *  writes at the top of the nightly stream.  Each customer is
      *  scored (CSWLMAT) against every WATCHLST entry whose surname
      *  sounds like either of their names - the given name too, for
      *  a list or a customer with the names reversed.
      *
      *     probable hit  (80+)   a WATCHHIT record is opened for
      *                           compliance to clear or confirm on
      *                           the WLRV screen (CSWLRV1); printed
      *                           as NEW HIT, or OPEN / CONFIRMED
      *                           when the hit was raised before
      *     possible match (60+)  printed for compliance to look at,
      *                           nothing recorded
      *
      *  A hit compliance has cleared is not raised again for the
      *  same entry - it is counted, not printed.  A customer erased
      *  by CSERASE1 is not screened.
      *
      *  The second section of the report (WLHITRPT) lists every hit
      *  still open on WATCHHIT, from tonight or before, including
      *  adds held on the add paths - the compliance work queue.
      *
      *  RC 4 when tonight's screen opened any new hit.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP-FILE ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT WATCHLST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

           SELECT WATCHHIT-FILE ASSIGN TO WATCHHIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WATCHHIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO WLHITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP-FILE
           RECORDING MODE IS F.
       COPY CUSTMAST.

       FD  WATCHLST-FILE.
       COPY WATCHLST.

       FD  WATCHHIT-FILE.
       COPY WATCHHIT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY WLMATCH.

       01  WS-CUSTSNAP-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-WATCHLST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-WATCHHIT-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BROWSE-SWITCH                PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-SCREENED-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-COMPARED-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-NEW-HIT-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-OPEN-HIT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-CONFIRMED-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-CLEARED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-POSSIBLE-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-QUEUE-COUNT              PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-BROWSE-CODE                  PIC X(4).
       01  WS-LNAME-CODE                   PIC X(4).

      *  Entries already reported for the customer in hand - an
      *  entry listed under several aliases, or reached through both
      *  of the customer's names, is reported once.
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  WS-DONE-ENTRY               PIC X(10) OCCURS 50 TIMES.
       01  WS-DONE-IX                      PIC S9(4) COMP.
       01  WS-DONE-SWITCH                  PIC X     VALUE 'N'.
           88  WS-ENTRY-DONE               VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(50)
               VALUE 'CSWLSCR1 - SANCTIONS AND WATCH-LIST SCREEN'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(16)
               VALUE 'REPORT FOR DATE '.
           05  HL2-DATE                    PIC X(8).
       01  WS-SECTION-1.
           05  FILLER                      PIC X(50)
               VALUE 'TONIGHT''S MATCHES'.
       01  WS-HEADING-3.
           05  FILLER                      PIC X(11) VALUE 'RESULT'.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(32) VALUE
               'CUSTOMER NAME'.
           05  FILLER                      PIC X(12) VALUE 'ENTRY ID'.
           05  FILLER                      PIC X(11) VALUE 'LIST'.
           05  FILLER                      PIC X(32) VALUE
               'LISTED NAME'.
           05  FILLER                      PIC X(7)  VALUE 'SCORE'.
           05  FILLER                      PIC X(10) VALUE 'PROGRAM'.
       01  WS-SECTION-2.
           05  FILLER                      PIC X(50)
               VALUE 'OPEN HITS AWAITING A COMPLIANCE DECISION'.
       01  WS-HEADING-4.
           05  FILLER                      PIC X(11) VALUE 'RAISED'.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(32) VALUE
               'CUSTOMER NAME'.
           05  FILLER                      PIC X(12) VALUE 'ENTRY ID'.
           05  FILLER                      PIC X(11) VALUE 'LIST'.
           05  FILLER                      PIC X(7)  VALUE 'SCORE'.
           05  FILLER                      PIC X(16) VALUE 'RAISED BY'.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.

       01  WS-DETAIL-LINE.
           05  DL-RESULT                   PIC X(9).
           05  FILLER                      PIC X(2).
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-CUST-NAME                PIC X(30).
           05  FILLER                      PIC X(2).
           05  DL-ENTRY-ID                 PIC X(10).
           05  FILLER                      PIC X(2).
           05  DL-LIST                     PIC X(9).
           05  FILLER                      PIC X(2).
           05  DL-LISTED-NAME              PIC X(30).
           05  FILLER                      PIC X(2).
           05  DL-SCORE                    PIC ZZ9.
           05  FILLER                      PIC X(4).
           05  DL-PROGRAM                  PIC X(10).

       01  WS-QUEUE-LINE.
           05  QL-HIT-DATE                 PIC X(8).
           05  FILLER                      PIC X(3).
           05  QL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  QL-CUST-NAME                PIC X(30).
           05  FILLER                      PIC X(2).
           05  QL-ENTRY-ID                 PIC X(10).
           05  FILLER                      PIC X(2).
           05  QL-LIST                     PIC X(9).
           05  FILLER                      PIC X(2).
           05  QL-SCORE                    PIC ZZ9.
           05  FILLER                      PIC X(4).
           05  QL-SOURCE                   PIC X(14).
           05  FILLER                      PIC X(2).
           05  QL-OPERID                   PIC X(8).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZZZ9.

      *  The customer image carried on a queued hit, for its name.
       01  WS-HIT-CUSTOMER.
           05  FILLER                      PIC X(6).
           05  WHC-LNAME                   PIC X(30).
           05  WHC-FNAME                   PIC X(20).
           05  FILLER                      PIC X(144).

       01  WS-NAME-WORK                    PIC X(30).

       COPY ERASMARK.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-LOOP UNTIL WS-EOF
           PERFORM 4000-LIST-OPEN-HITS
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT CUSTSNAP-FILE
           IF WS-CUSTSNAP-STATUS NOT = '00'
               DISPLAY 'CSWLSCR1 - CUSTSNAP OPEN FAILED, STATUS = '
                   WS-CUSTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WATCHLST-FILE
           IF WS-WATCHLST-STATUS NOT = '00'
               DISPLAY 'CSWLSCR1 - WATCHLST OPEN FAILED, STATUS = '
                   WS-WATCHLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O WATCHHIT-FILE
           IF WS-WATCHHIT-STATUS NOT = '00'
               DISPLAY 'CSWLSCR1 - WATCHHIT OPEN FAILED, STATUS = '
                   WS-WATCHHIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSWLSCR1 - WLHITRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO HL2-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SECTION-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 8000-READ-CUSTSNAP.

      *----------------------------------------------------------------
      *  One customer: browse the entries that sound like the last
      *  name, then those that sound like the given name.
      *----------------------------------------------------------------
       2000-SCREEN-LOOP.
           ADD 1 TO WS-READ-COUNT
           IF CUST-LNAME NOT = ERASE-MARKER
               ADD 1 TO WS-SCREENED-COUNT
               MOVE ZERO TO WS-DONE-COUNT
               MOVE SPACES TO WLMATCH-PARMS
               MOVE 'K' TO WM-FUNCTION
               MOVE CUST-LNAME TO WM-NAME-IN
               CALL 'CSWLMAT' USING WLMATCH-PARMS
               MOVE WM-NAME-CODE TO WS-LNAME-CODE WS-BROWSE-CODE
               IF WS-BROWSE-CODE NOT = SPACES
                   PERFORM 2100-BROWSE-NAME-CODE
               END-IF
               MOVE 'K' TO WM-FUNCTION
               MOVE CUST-FNAME TO WM-NAME-IN
               CALL 'CSWLMAT' USING WLMATCH-PARMS
               MOVE WM-NAME-CODE TO WS-BROWSE-CODE
               IF WS-BROWSE-CODE NOT = SPACES
                 AND WS-BROWSE-CODE NOT = WS-LNAME-CODE
                   PERFORM 2100-BROWSE-NAME-CODE
               END-IF
           END-IF
           PERFORM 8000-READ-CUSTSNAP.

       2100-BROWSE-NAME-CODE.
           MOVE LOW-VALUES TO WL-KEY
           MOVE WS-BROWSE-CODE TO WL-NAME-CODE
           MOVE 'N' TO WS-BROWSE-SWITCH
           START WATCHLST-FILE KEY NOT < WL-KEY
           EVALUATE WS-WATCHLST-STATUS
               WHEN '00'
                   PERFORM 2110-SCORE-ONE-ENTRY UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSWLSCR1 - WATCHLST START FAILED, STATUS = '
                       WS-WATCHLST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2110-SCORE-ONE-ENTRY.
           READ WATCHLST-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-WATCHLST-STATUS = '00'
                AND WL-NAME-CODE = WS-BROWSE-CODE
                   ADD 1 TO WS-COMPARED-COUNT
                   PERFORM 2200-CHECK-ENTRY-DONE
                   IF NOT WS-ENTRY-DONE
                       PERFORM 2300-SCORE-ENTRY
                   END-IF
               WHEN WS-WATCHLST-STATUS = '00'
                 OR WS-WATCHLST-STATUS = '10'
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN OTHER
                   DISPLAY 'CSWLSCR1 - WATCHLST READ FAILED, STATUS = '
                       WS-WATCHLST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2200-CHECK-ENTRY-DONE.
           MOVE 'N' TO WS-DONE-SWITCH
           PERFORM 2210-COMPARE-DONE-ENTRY
               VARYING WS-DONE-IX FROM 1 BY 1
               UNTIL WS-DONE-IX > WS-DONE-COUNT
                  OR WS-ENTRY-DONE.

       2210-COMPARE-DONE-ENTRY.
           IF WS-DONE-ENTRY(WS-DONE-IX) = WL-ENTRY-ID
               MOVE 'Y' TO WS-DONE-SWITCH
           END-IF.

       2300-SCORE-ENTRY.
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

           EVALUATE TRUE
               WHEN WM-PROBABLE-HIT
                   PERFORM 2250-MARK-ENTRY-DONE
                   PERFORM 2400-RECORD-PROBABLE-HIT
               WHEN WM-POSSIBLE-HIT
                   PERFORM 2250-MARK-ENTRY-DONE
                   ADD 1 TO WS-POSSIBLE-COUNT
                   MOVE 'POSSIBLE' TO DL-RESULT
                   PERFORM 3000-WRITE-MATCH-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2250-MARK-ENTRY-DONE.
           IF WS-DONE-COUNT < 50
               ADD 1 TO WS-DONE-COUNT
               MOVE WL-ENTRY-ID TO WS-DONE-ENTRY(WS-DONE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      *  A probable hit opens a WATCHHIT record the first time it is
      *  seen; after that the record's status decides what prints.
      *----------------------------------------------------------------
       2400-RECORD-PROBABLE-HIT.
           MOVE CUST-NO     TO WH-CUST-NO
           MOVE WL-ENTRY-ID TO WH-ENTRY-ID
           READ WATCHHIT-FILE
           EVALUATE TRUE
               WHEN WS-WATCHHIT-STATUS = '23'
                   PERFORM 2500-OPEN-NEW-HIT
               WHEN WS-WATCHHIT-STATUS NOT = '00'
                   DISPLAY 'CSWLSCR1 - WATCHHIT READ FAILED, STATUS = '
                       WS-WATCHHIT-STATUS ' CUSTOMER ' CUST-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN WH-CLEARED
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN WH-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE 'CONFIRMED' TO DL-RESULT
                   PERFORM 3000-WRITE-MATCH-LINE
               WHEN OTHER
                   ADD 1 TO WS-OPEN-HIT-COUNT
                   MOVE 'OPEN' TO DL-RESULT
                   PERFORM 3000-WRITE-MATCH-LINE
           END-EVALUATE.

       2500-OPEN-NEW-HIT.
           MOVE SPACES TO WATCHHIT-RECORD
           MOVE CUST-NO         TO WH-CUST-NO
           MOVE WL-ENTRY-ID     TO WH-ENTRY-ID
           MOVE 'O'             TO WH-STATUS
           MOVE 'N'             TO WH-SOURCE
           MOVE WL-LIST-CODE    TO WH-LIST-CODE
           MOVE WM-SCORE        TO WH-SCORE
           MOVE WS-RUN-DATE     TO WH-HIT-DATE
           MOVE WS-RUN-TIME(1:6) TO WH-HIT-TIME
           MOVE 'CSWLSCR1'      TO WH-MAKER-OPERID
           MOVE 'BTCH'          TO WH-MAKER-TERMID
           MOVE 'WLSC'          TO WH-MAKER-TRANCODE
           MOVE CUSTMAST-RECORD TO WH-CUST-IMAGE
           WRITE WATCHHIT-RECORD
           IF WS-WATCHHIT-STATUS NOT = '00'
               DISPLAY 'CSWLSCR1 - WATCHHIT WRITE FAILED, STATUS = '
                   WS-WATCHHIT-STATUS ' CUSTOMER ' CUST-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-HIT-COUNT
           MOVE 'NEW HIT' TO DL-RESULT
           PERFORM 3000-WRITE-MATCH-LINE.

       3000-WRITE-MATCH-LINE.
           MOVE CUST-NO TO DL-CUSTNO
           MOVE SPACES TO WS-NAME-WORK
           STRING CUST-LNAME DELIMITED BY '  '
                  ', '       DELIMITED BY SIZE
                  CUST-FNAME DELIMITED BY '  '
               INTO WS-NAME-WORK
           END-STRING
           MOVE WS-NAME-WORK TO DL-CUST-NAME
           MOVE WL-ENTRY-ID TO DL-ENTRY-ID
           PERFORM 3100-DESCRIBE-LIST
           MOVE SPACES TO WS-NAME-WORK
           IF WL-FNAME = SPACES
               MOVE WL-LNAME TO WS-NAME-WORK
           ELSE
               STRING WL-LNAME DELIMITED BY '  '
                      ', '     DELIMITED BY SIZE
                      WL-FNAME DELIMITED BY '  '
                   INTO WS-NAME-WORK
               END-STRING
           END-IF
           MOVE WS-NAME-WORK TO DL-LISTED-NAME
           MOVE WM-SCORE TO DL-SCORE
           MOVE WL-PROGRAM TO DL-PROGRAM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-DESCRIBE-LIST.
           IF WL-SANCTIONS
               MOVE 'SANCTIONS' TO DL-LIST
           ELSE
               MOVE 'FRAUD' TO DL-LIST
           END-IF.

      *----------------------------------------------------------------
      *  Second section - every hit still open on WATCHHIT.
      *----------------------------------------------------------------
       4000-LIST-OPEN-HITS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SECTION-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO WH-KEY
           MOVE 'N' TO WS-BROWSE-SWITCH
           START WATCHHIT-FILE KEY NOT < WH-KEY
           IF WS-WATCHHIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-SWITCH
           END-IF
           PERFORM 4100-LIST-ONE-HIT UNTIL WS-BROWSE-DONE.

       4100-LIST-ONE-HIT.
           READ WATCHHIT-FILE NEXT RECORD
           IF WS-WATCHHIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-BROWSE-SWITCH
           ELSE
               IF WH-OPEN
                   PERFORM 4200-WRITE-QUEUE-LINE
               END-IF
           END-IF.

       4200-WRITE-QUEUE-LINE.
           ADD 1 TO WS-QUEUE-COUNT
           MOVE WH-HIT-DATE TO QL-HIT-DATE
           MOVE WH-CUST-NO TO QL-CUSTNO
           MOVE WH-CUST-IMAGE TO WS-HIT-CUSTOMER
           MOVE SPACES TO WS-NAME-WORK
           STRING WHC-LNAME DELIMITED BY '  '
                  ', '      DELIMITED BY SIZE
                  WHC-FNAME DELIMITED BY '  '
               INTO WS-NAME-WORK
           END-STRING
           MOVE WS-NAME-WORK TO QL-CUST-NAME
           MOVE WH-ENTRY-ID TO QL-ENTRY-ID
           IF WH-LIST-CODE = 'S'
               MOVE 'SANCTIONS' TO QL-LIST
           ELSE
               MOVE 'FRAUD' TO QL-LIST
           END-IF
           MOVE WH-SCORE TO QL-SCORE
           EVALUATE TRUE
               WHEN WH-NIGHTLY
                   MOVE 'NIGHTLY SCREEN' TO QL-SOURCE
               WHEN WH-ONLINE-ADD
                   MOVE 'HELD ADD-SCRN' TO QL-SOURCE
               WHEN WH-API-ADD
                   MOVE 'HELD ADD-API' TO QL-SOURCE
               WHEN WH-BATCH-ADD
                   MOVE 'REJECTED ADD' TO QL-SOURCE
               WHEN OTHER
                   MOVE WH-SOURCE TO QL-SOURCE
           END-EVALUATE
           MOVE WH-MAKER-OPERID TO QL-OPERID
           MOVE SPACES TO REPORT-LINE
           MOVE WS-QUEUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE CUSTSNAP-FILE
           CLOSE WATCHLST-FILE
           CLOSE WATCHHIT-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CUSTOMERS READ              ' TO SL-LABEL
           MOVE WS-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS SCREENED          ' TO SL-LABEL
           MOVE WS-SCREENED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'LIST ENTRIES COMPARED       ' TO SL-LABEL
           MOVE WS-COMPARED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'NEW PROBABLE HITS           ' TO SL-LABEL
           MOVE WS-NEW-HIT-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'HITS STILL OPEN             ' TO SL-LABEL
           MOVE WS-OPEN-HIT-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'HITS CONFIRMED              ' TO SL-LABEL
           MOVE WS-CONFIRMED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'HITS CLEARED BEFORE         ' TO SL-LABEL
           MOVE WS-CLEARED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'POSSIBLE MATCHES            ' TO SL-LABEL
           MOVE WS-POSSIBLE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'OPEN HITS AWAITING DECISION ' TO SL-LABEL
           MOVE WS-QUEUE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

           CLOSE REPORT-FILE

           DISPLAY 'CSWLSCR1 - CUSTOMERS READ       = ' WS-READ-COUNT
           DISPLAY 'CSWLSCR1 - CUSTOMERS SCREENED   = '
               WS-SCREENED-COUNT
           DISPLAY 'CSWLSCR1 - NEW PROBABLE HITS    = '
               WS-NEW-HIT-COUNT
           DISPLAY 'CSWLSCR1 - POSSIBLE MATCHES     = '
               WS-POSSIBLE-COUNT
           DISPLAY 'CSWLSCR1 - OPEN HITS IN QUEUE   = '
               WS-QUEUE-COUNT

           IF WS-NEW-HIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-READ-CUSTSNAP.
           READ CUSTSNAP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *----------------------------------------------------------------
      *  Run-control log (RUNCTL).  The start is logged before any
      *  file is touched, and a step whose predecessor did not end
      *  clean for the business date goes no further.
      *----------------------------------------------------------------
       9800-LOG-RUN-START.
           MOVE SPACES TO RUNLOG-PARMS
           MOVE 'S' TO RLP-FUNCTION
           MOVE 'CSWLSCR1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSWLSCR1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-NEW-HIT-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

      *  maintenance activity (adds/changes/deletes), read from the
      *  AUDTRAIL audit trail.  Routed to the operations desk each
      *  morning.  Req 007.
      *  Each line carries the customer's owning branch - off the
      *  after-image, or the before-image for a delete - and the
      *  counts are broken out by branch at the foot, one line per
      *  BRANCHTB entry and an UNASSIGNED line.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BRANCHTB.

       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           05  WS-DELETE-COUNT             PIC 9(5)  VALUE ZERO.
           05  WS-SKIPPED-COUNT            PIC 9(5)  VALUE ZERO.

      *  The day's counts by owning branch, in BRANCHTB order, with
      *  the unassigned line last
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 9 TIMES.
               10  WS-BR-ADD-COUNT         PIC 9(5).
               10  WS-BR-CHANGE-COUNT      PIC 9(5).
               10  WS-BR-DELETE-COUNT      PIC 9(5).
       01  WS-BR-SUB                       PIC S9(4) COMP.
       01  WS-LOOKUP-BRANCH                PIC X(3).

      *----------------------------------------------------------------
      *  Report date - the nightly run reports only the day's activity,
      *  not the whole history of AUDTRAIL.  Defaults to today (the
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(10) VALUE 'FUNC'.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(6)  VALUE 'BRANCH'.

       01  WS-DETAIL-LINE.
           05  DL-DATE                     PIC X(10).
           05  DL-FUNCTION                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-BRANCH                   PIC X(3).

       01  WS-BRANCH-HEADING.
           05  FILLER                      PIC X(20).
           05  FILLER                      PIC X(25) VALUE 'BRANCH'.
           05  FILLER                      PIC X(8)  VALUE 'ADDED'.
           05  FILLER                      PIC X(8)  VALUE 'CHANGED'.
           05  FILLER                      PIC X(8)  VALUE 'DELETED'.
       01  WS-BRANCH-LINE.
           05  FILLER                      PIC X(20).
           05  BRL-CODE                    PIC X(3).
           05  FILLER                      PIC X(1).
           05  BRL-NAME                    PIC X(20).
           05  FILLER                      PIC X(1).
           05  BRL-ADDS                    PIC ZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-CHANGES                 PIC ZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-DELETES                 PIC ZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(20).
           05  SL-LABEL                    PIC X(20).
           05  SL-COUNT                    PIC ZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOOP UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM SYSIN
           MOVE ZERO TO WS-BRANCH-TABLE
           PERFORM 9800-LOG-RUN-START
           IF WS-REPORT-DATE = SPACES OR WS-REPORT-DATE = LOW-VALUES
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               IF AUD-FUNCTION = 'D'
                   MOVE AUD-BEFORE-IMAGE(183:3) TO WS-LOOKUP-BRANCH
               ELSE
                   MOVE AUD-AFTER-IMAGE(183:3) TO WS-LOOKUP-BRANCH
               END-IF
               PERFORM 2200-FIND-BRANCH-ENTRY
               EVALUATE AUD-FUNCTION
                   WHEN 'A'
                       ADD 1 TO WS-ADD-COUNT
                       ADD 1 TO WS-BR-ADD-COUNT(WS-BR-SUB)
                       MOVE 'ADD'    TO DL-FUNCTION
                       PERFORM 2100-PRINT-DETAIL
                   WHEN 'C'
                       ADD 1 TO WS-CHANGE-COUNT
                       ADD 1 TO WS-BR-CHANGE-COUNT(WS-BR-SUB)
                       MOVE 'CHANGE' TO DL-FUNCTION
                       PERFORM 2100-PRINT-DETAIL
                   WHEN 'D'
                       ADD 1 TO WS-DELETE-COUNT
                       ADD 1 TO WS-BR-DELETE-COUNT(WS-BR-SUB)
                       MOVE 'DELETE' TO DL-FUNCTION
                       PERFORM 2100-PRINT-DETAIL
                   WHEN OTHER
           MOVE AUD-TERMID TO DL-TERMID
           MOVE AUD-OPERID TO DL-OPERID
           MOVE AUD-CUST-NO TO DL-CUSTNO
           MOVE WS-LOOKUP-BRANCH TO DL-BRANCH
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *        a blank branch, or one no longer on BRANCHTB, counts
      *        on the unassigned line after the table entries
       2200-FIND-BRANCH-ENTRY.
           SET BT-IDX TO 1
           SEARCH BT-ENTRY
               AT END
                   COMPUTE WS-BR-SUB = BT-ENTRY-COUNT + 1
               WHEN BT-CODE(BT-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BR-SUB TO BT-IDX
           END-SEARCH.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3100-PRINT-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > BT-ENTRY-COUNT + 1

           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE.

       3100-PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-BRANCH-LINE
           IF WS-BR-SUB > BT-ENTRY-COUNT
               MOVE 'UNASSIGNED' TO BRL-NAME
           ELSE
               MOVE BT-CODE(WS-BR-SUB) TO BRL-CODE
               MOVE BT-NAME(WS-BR-SUB) TO BRL-NAME
           END-IF
           MOVE WS-BR-ADD-COUNT(WS-BR-SUB)    TO BRL-ADDS
           MOVE WS-BR-CHANGE-COUNT(WS-BR-SUB) TO BRL-CHANGES
           MOVE WS-BR-DELETE-COUNT(WS-BR-SUB) TO BRL-DELETES
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-READ-AUDIT.
           READ AUDIT-FILE
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
           MOVE 'CSAUDRPT' TO RLP-PROGRAM
           MOVE WS-REPORT-DATE TO RLP-BUS-DATE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSAUDRPT - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                 + WS-SKIPPED-COUNT
           COMPUTE RLP-OUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

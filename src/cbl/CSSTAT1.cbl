      *     - adds, inactivations, and reinstatements by month for
      *       the trailing twelve months, off the current AUDTRAIL
      *       and the archive master (ARCHIN), with the monthly and
      *       twelve-month net growth;
      *     - the same counts by owning branch (CUST-BRANCH), one
      *       line per BRANCHTB entry and an UNASSIGNED line, the
      *       audit events credited to the branch on the after-image
      *       (the branch that owned the customer when it happened).
      *
      *  An inactivation is an audit change whose before-image was
      *  active and whose after-image is 'I'; a reinstatement is

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BRANCHTB.

       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
               10  WS-ST-INACT-COUNT       PIC 9(7).
               10  WS-ST-PURGE-COUNT       PIC 9(7).

      *  Counts by owning branch, in BRANCHTB order, with the
      *  unassigned line last - status counts off the sweep, event
      *  counts for the trailing twelve months.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 9 TIMES.
               10  WS-BR-ACTIVE-COUNT      PIC 9(7).
               10  WS-BR-INACT-COUNT       PIC 9(7).
               10  WS-BR-PURGE-COUNT       PIC 9(7).
               10  WS-BR-ADD-COUNT         PIC 9(7).
               10  WS-BR-INACTVN-COUNT     PIC 9(7).
               10  WS-BR-REINST-COUNT      PIC 9(7).
       01  WS-BR-SUB                       PIC S9(4) COMP.
       01  WS-LOOKUP-BRANCH                PIC X(3).

       01  WS-TOTALS.
           05  WS-READ-COUNT               PIC 9(9)  VALUE ZERO.
           05  WS-TOT-ACTIVE-COUNT         PIC 9(9)  VALUE ZERO.
           05  STL-INACT                   PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  STL-PURGE                   PIC ZZZZZZ9.
       01  WS-BRANCH-HEADING.
           05  FILLER                      PIC X(25) VALUE 'BRANCH'.
           05  FILLER                      PIC X(10) VALUE 'ACTIVE'.
           05  FILLER                      PIC X(10) VALUE 'INACTIVE'.
           05  FILLER                      PIC X(10) VALUE 'PURGE'.
           05  FILLER                      PIC X(10) VALUE '12MO ADDS'.
           05  FILLER                      PIC X(10) VALUE 'INACTVTD'.
           05  FILLER                      PIC X(10) VALUE 'REINSTATD'.
       01  WS-BRANCH-LINE.
           05  BRL-CODE                    PIC X(3).
           05  FILLER                      PIC X(1).
           05  BRL-NAME                    PIC X(20).
           05  FILLER                      PIC X(1).
           05  BRL-ACTIVE                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-INACT                   PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-PURGE                   PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-ADDS                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-INACTVN                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(3).
           05  BRL-REINST                  PIC ZZZZZZ9.
       01  WS-TREND-HEADING.
           05  FILLER                      PIC X(8)  VALUE 'MONTH'.
           05  FILLER                      PIC X(9)  VALUE 'ADDS'.
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9-.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-CUSTMAST
           PERFORM 3000-TALLY-AUDIT-TREND
           PERFORM 4000-PRINT-STATE-SECTION
           PERFORM 4500-PRINT-TREND-SECTION
           PERFORM 4700-PRINT-BRANCH-SECTION
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-SET-ONE-MONTH
               VARYING MON-IDX FROM 12 BY -1
               UNTIL MON-IDX < 1
           MOVE ZERO TO WS-BRANCH-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE '??' TO CUST-STATE
           END-IF
           PERFORM 2200-FIND-STATE-ENTRY
           MOVE CUST-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2400-FIND-BRANCH-ENTRY
           EVALUATE TRUE
               WHEN CUST-INACTIVE
                   ADD 1 TO WS-ST-INACT-COUNT(ST-IDX)
                   ADD 1 TO WS-BR-INACT-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-INACT-COUNT
               WHEN CUST-PENDING-PURGE
                   ADD 1 TO WS-ST-PURGE-COUNT(ST-IDX)
                   ADD 1 TO WS-BR-PURGE-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-PURGE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ST-ACTIVE-COUNT(ST-IDX)
                   ADD 1 TO WS-BR-ACTIVE-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-ACTIVE-COUNT
           END-EVALUATE
           PERFORM 8000-READ-CUSTMAST.
           MOVE ZERO TO WS-ST-INACT-COUNT(ST-IDX)
           MOVE ZERO TO WS-ST-PURGE-COUNT(ST-IDX).

      *        a blank branch, or one no longer on BRANCHTB, counts
      *        on the unassigned line after the table entries
       2400-FIND-BRANCH-ENTRY.
           SET BT-IDX TO 1
           SEARCH BT-ENTRY
               AT END
                   COMPUTE WS-BR-SUB = BT-ENTRY-COUNT + 1
               WHEN BT-CODE(BT-IDX) = WS-LOOKUP-BRANCH
                   SET WS-BR-SUB TO BT-IDX
           END-SEARCH.

      *----------------------------------------------------------------
      *  The trend - adds, inactivations and reinstatements per
      *  month off both audit files.
       3400-TALLY-IN-MONTH.
           MOVE AUD-BEFORE-IMAGE(171:1) TO WS-BEFORE-STATUS
           MOVE AUD-AFTER-IMAGE(171:1)  TO WS-AFTER-STATUS
           MOVE AUD-AFTER-IMAGE(183:3)  TO WS-LOOKUP-BRANCH
           PERFORM 2400-FIND-BRANCH-ENTRY
           EVALUATE TRUE
               WHEN AUD-FUNCTION = 'A'
                   ADD 1 TO WS-MON-ADD-COUNT(MON-IDX)
                   ADD 1 TO WS-BR-ADD-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-ADD-COUNT
               WHEN AUD-FUNCTION = 'C'
                   AND WS-AFTER-STATUS = 'I'
                   AND WS-BEFORE-STATUS NOT = 'I'
                   ADD 1 TO WS-MON-INACT-COUNT(MON-IDX)
                   ADD 1 TO WS-BR-INACTVN-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-INACTVN-COUNT
               WHEN AUD-FUNCTION = 'C'
                   AND WS-BEFORE-STATUS = 'I'
                   AND WS-AFTER-STATUS = 'A'
                   ADD 1 TO WS-MON-REINST-COUNT(MON-IDX)
                   ADD 1 TO WS-BR-REINST-COUNT(WS-BR-SUB)
                   ADD 1 TO WS-TOT-REINST-COUNT
               WHEN OTHER
                   CONTINUE
           MOVE WS-TREND-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4700-PRINT-BRANCH-SECTION.
           MOVE 'CUSTOMERS BY BRANCH' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION-HEADING
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4800-PRINT-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > BT-ENTRY-COUNT + 1.

       4800-PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-BRANCH-LINE
           IF WS-BR-SUB > BT-ENTRY-COUNT
               MOVE 'UNASSIGNED' TO BRL-NAME
           ELSE
               MOVE BT-CODE(WS-BR-SUB) TO BRL-CODE
               MOVE BT-NAME(WS-BR-SUB) TO BRL-NAME
           END-IF
           MOVE WS-BR-ACTIVE-COUNT(WS-BR-SUB)  TO BRL-ACTIVE
           MOVE WS-BR-INACT-COUNT(WS-BR-SUB)   TO BRL-INACT
           MOVE WS-BR-PURGE-COUNT(WS-BR-SUB)   TO BRL-PURGE
           MOVE WS-BR-ADD-COUNT(WS-BR-SUB)     TO BRL-ADDS
           MOVE WS-BR-INACTVN-COUNT(WS-BR-SUB) TO BRL-INACTVN
           MOVE WS-BR-REINST-COUNT(WS-BR-SUB)  TO BRL-REINST
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRANCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
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
           MOVE 'CSSTAT1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSSTAT1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE ZERO TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

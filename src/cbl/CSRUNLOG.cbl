       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRUNLOG.
      *================================================================
      *  CSRUNLOG - batch run-control logger.  Called by every batch
      *  program in the nightly stream once as it starts and once as
      *  it ends, to keep the RUNCTL run-control file: one record per
      *  program per business date holding when the step ran, the
      *  input and output counts it reports, and its return code.
      *  Operations reads the night's stream off the RUNS screen
      *  (CSRUNS1) instead of paging through the job logs.
      *
      *  The start call also enforces the stream's dependencies.  A
      *  caller names the steps that must have run first; unless each
      *  has a record for the same business date showing it ended
      *  with RETURN-CODE 4 or less, the step is logged BLOCKED and
      *  the caller is told to stop - so CSXBLD1 never builds from a
      *  CUSTSNAP that CSSNAP1 did not finish writing.
      *
      *  RUNCTL is opened and closed on every call so the file is
      *  never held across a step's own processing.  A step with no
      *  predecessors still runs when RUNCTL cannot be opened - the
      *  log is lost, not the night's work - but a step with
      *  predecessors is blocked, since nothing proves they ran.
      *
      *  A step given no business date belongs to the night the
      *  stream started: after the noon cutoff that is today, before
      *  it the day before - so a stream that runs past midnight, or
      *  a step rerun the next morning, still logs under one date.
      *
      *  LINKAGE:
      *     01  RUNLOG-PARMS    (RUNLOG.cpy)    - RLP-RESULT and
      *                                           RLP-BLOCKED-BY set
      *                                           on return     (i/o)
      *
      *  RETURN-CODE is left zero; callers keep their own.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-TODAY                        PIC X(8)  VALUE SPACES.
       01  WS-NOW                          PIC X(8)  VALUE SPACES.
       01  WS-PRED-IDX                     PIC S9(4) COMP.
       01  WS-PRED-COUNT                   PIC S9(4) COMP.

      *  Steps started before this time of day belong to the night
      *  before.
       01  WS-STREAM-CUTOFF                PIC X(6)  VALUE '120000'.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY                  PIC 9(4).
           05  WS-DW-MM                    PIC 9(2).
           05  WS-DW-DD                    PIC 9(2).
       01  WS-LEAP-QUOTIENT                PIC 9(4).
       01  WS-LEAP-REM-4                   PIC 9(4).
       01  WS-LEAP-REM-100                 PIC 9(4).
       01  WS-LEAP-REM-400                 PIC 9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)  OCCURS 12 TIMES.

       01  WS-RECORD-SWITCH                PIC X     VALUE 'N'.
           88  WS-RECORD-FOUND             VALUE 'Y'.

       LINKAGE SECTION.
       COPY RUNLOG.

       PROCEDURE DIVISION USING RUNLOG-PARMS.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           IF RLP-BUS-DATE = SPACES OR LOW-VALUES
               PERFORM 0300-DEFAULT-BUS-DATE
           END-IF
           MOVE '0'    TO RLP-RESULT
           MOVE SPACES TO RLP-BLOCKED-BY

           MOVE ZERO TO WS-PRED-COUNT
           PERFORM 0100-COUNT-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 4

           OPEN I-O RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               PERFORM 0200-RUNCTL-UNAVAILABLE
           ELSE
               EVALUATE TRUE
                   WHEN RLP-START
                       PERFORM 1000-LOG-START
                   WHEN RLP-END
                       PERFORM 2000-LOG-END
                   WHEN OTHER
                       DISPLAY 'CSRUNLOG - INVALID FUNCTION '
                           RLP-FUNCTION ' FROM ' RLP-PROGRAM
                       MOVE 'U' TO RLP-RESULT
               END-EVALUATE
               CLOSE RUNCTL-FILE
           END-IF

           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-COUNT-PREDECESSOR.
           IF RLP-PRED-NAME(WS-PRED-IDX) NOT = SPACES
               AND RLP-PRED-NAME(WS-PRED-IDX) NOT = LOW-VALUES
               ADD 1 TO WS-PRED-COUNT
           END-IF.

      *        nothing can be proved about a predecessor without the
      *        file, so only a step that depends on none carries on
       0200-RUNCTL-UNAVAILABLE.
           DISPLAY 'CSRUNLOG - RUNCTL OPEN FAILED, STATUS = '
               WS-RUNCTL-STATUS ' - ' RLP-PROGRAM ' NOT LOGGED'
           IF RLP-START AND WS-PRED-COUNT > ZERO
               MOVE 'B'      TO RLP-RESULT
               MOVE 'RUNCTL' TO RLP-BLOCKED-BY
           ELSE
               MOVE 'U' TO RLP-RESULT
           END-IF.

       0300-DEFAULT-BUS-DATE.
           MOVE WS-TODAY TO WS-DATE-WORK
           IF WS-NOW(1:6) < WS-STREAM-CUTOFF
               PERFORM 0310-BACK-ONE-DAY
           END-IF
           MOVE WS-DATE-WORK TO RLP-BUS-DATE.

       0310-BACK-ONE-DAY.
           IF WS-DW-DD > 1
               SUBTRACT 1 FROM WS-DW-DD
           ELSE
               IF WS-DW-MM > 1
                   SUBTRACT 1 FROM WS-DW-MM
               ELSE
                   SUBTRACT 1 FROM WS-DW-YYYY
                   MOVE 12 TO WS-DW-MM
               END-IF
               MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-DD
               IF WS-DW-MM = 2
                   PERFORM 0320-CHECK-LEAP-YEAR
               END-IF
           END-IF.

       0320-CHECK-LEAP-YEAR.
           DIVIDE WS-DW-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DW-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DW-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = ZERO
               OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WS-DW-DD
           END-IF.

      *----------------------------------------------------------------
      *  Start of a step - check its predecessors for the business
      *  date, then log it started, or blocked by the first one that
      *  did not end clean.
      *----------------------------------------------------------------
       1000-LOG-START.
           PERFORM 1100-CHECK-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 4
                  OR RLP-BLOCKED

           PERFORM 3000-READ-OWN-RECORD
           IF NOT WS-RECORD-FOUND
               MOVE ZERO TO RL-RUN-COUNT
           END-IF
           ADD 1 TO RL-RUN-COUNT
           MOVE WS-TODAY        TO RL-START-DATE
           MOVE WS-NOW(1:6)     TO RL-START-TIME
           MOVE SPACES          TO RL-END-DATE
           MOVE SPACES          TO RL-END-TIME
           MOVE ZERO            TO RL-IN-COUNT
           MOVE ZERO            TO RL-OUT-COUNT
           MOVE ZERO            TO RL-RETURN-CODE
           IF RLP-BLOCKED
               MOVE 'B'            TO RL-STATUS
               MOVE RLP-BLOCKED-BY TO RL-BLOCKED-BY
               MOVE WS-TODAY       TO RL-END-DATE
               MOVE WS-NOW(1:6)    TO RL-END-TIME
           ELSE
               MOVE 'S'            TO RL-STATUS
               MOVE SPACES         TO RL-BLOCKED-BY
           END-IF
           PERFORM 3100-WRITE-OWN-RECORD.

      *        a blocked or abended predecessor has no clean end, and
      *        a predecessor that never ran has no record at all
       1100-CHECK-PREDECESSOR.
           IF RLP-PRED-NAME(WS-PRED-IDX) NOT = SPACES
               AND RLP-PRED-NAME(WS-PRED-IDX) NOT = LOW-VALUES
               MOVE RLP-BUS-DATE               TO RL-BUS-DATE
               MOVE RLP-PRED-NAME(WS-PRED-IDX) TO RL-PROGRAM
               READ RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = '00'
                   MOVE 'B' TO RLP-RESULT
               ELSE
                   IF NOT RL-ENDED OR RL-RETURN-CODE > 4
                       MOVE 'B' TO RLP-RESULT
                   END-IF
               END-IF
               IF RLP-BLOCKED
                   MOVE RLP-PRED-NAME(WS-PRED-IDX) TO RLP-BLOCKED-BY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  End of a step - counts and return code.  A step whose start
      *  was not logged (RUNCTL was unavailable then) still gets its
      *  end recorded.
      *----------------------------------------------------------------
       2000-LOG-END.
           PERFORM 3000-READ-OWN-RECORD
           IF NOT WS-RECORD-FOUND
               MOVE 1      TO RL-RUN-COUNT
               MOVE SPACES TO RL-START-DATE
               MOVE SPACES TO RL-START-TIME
           END-IF
           MOVE 'E'             TO RL-STATUS
           MOVE WS-TODAY        TO RL-END-DATE
           MOVE WS-NOW(1:6)     TO RL-END-TIME
           MOVE RLP-IN-COUNT    TO RL-IN-COUNT
           MOVE RLP-OUT-COUNT   TO RL-OUT-COUNT
           MOVE RLP-RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES          TO RL-BLOCKED-BY
           PERFORM 3100-WRITE-OWN-RECORD.

       3000-READ-OWN-RECORD.
           MOVE 'N' TO WS-RECORD-SWITCH
           MOVE RLP-BUS-DATE TO RL-BUS-DATE
           MOVE RLP-PROGRAM  TO RL-PROGRAM
           READ RUNCTL-FILE
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RECORD-SWITCH
               WHEN '23'
                   MOVE SPACES       TO RUNCTL-RECORD
                   MOVE RLP-BUS-DATE TO RL-BUS-DATE
                   MOVE RLP-PROGRAM  TO RL-PROGRAM
               WHEN OTHER
                   DISPLAY 'CSRUNLOG - RUNCTL READ FAILED, STATUS = '
                       WS-RUNCTL-STATUS ' FOR ' RLP-PROGRAM
                   MOVE SPACES       TO RUNCTL-RECORD
                   MOVE RLP-BUS-DATE TO RL-BUS-DATE
                   MOVE RLP-PROGRAM  TO RL-PROGRAM
           END-EVALUATE.

       3100-WRITE-OWN-RECORD.
           IF WS-RECORD-FOUND
               REWRITE RUNCTL-RECORD
           ELSE
               WRITE RUNCTL-RECORD
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CSRUNLOG - RUNCTL WRITE FAILED, STATUS = '
                   WS-RUNCTL-STATUS ' FOR ' RLP-PROGRAM
               IF NOT RLP-BLOCKED
                   MOVE 'U' TO RLP-RESULT
               END-IF
           END-IF.

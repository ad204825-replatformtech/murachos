       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSRUNS1.
      *================================================================
      *  CSRUNS1 - batch stream status inquiry transaction (RUNS).
      *  Drives RUNMAP1.  Reached from CSMENU1 (action B).  Shows the
      *  night's batch stream off the RUNCTL run-control file that
      *  every batch program logs its start and end to through
      *  CSRUNLOG - one line per step, in the order the steps
      *  started: when it started and ended, the input and output
      *  counts it reported, its return code, and how many times it
      *  was run for the date.  A step that started but never logged
      *  its end shows NOT ENDED (still running, or it stopped short
      *  or abended); a step refused because a predecessor did not
      *  end clean shows BLOCKED and names the predecessor.
      *
      *  Opens on the latest business date on file - last night's
      *  stream.  Another date can be keyed (YYYYMMDD) and ENTER
      *  shows it; ENTER with the date unchanged refreshes the
      *  display while the stream is still running.  PF7/PF8 page,
      *  PF3 returns to the menu.  Inquiry only - nothing is updated.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ATTR.
       COPY AIDVALS.
       COPY RUNSET1.

      *  Overlays the twelve repeating step lines of RUNMAP1O so they
      *  can be filled in a loop, the same way CSHIST1 overlays its
      *  history lines.
       01  RUNMAP1-ROWS REDEFINES RUNMAP1O.
           05  FILLER                      PIC X(37).
           05  RROW-ENTRY OCCURS 12 TIMES
                   INDEXED BY RROW-IDX.
               10  RROW-C                  PIC X.
               10  RROW-H                  PIC X.
               10  RROW-LINE               PIC X(79).
               10  FILLER                  PIC X(3).
           05  FILLER                      PIC X(126).

       COPY RUNCTL.

       01  WS-R-COMMAREA.
           05  WR-BUS-DATE                 PIC X(8).
           05  WR-TOP-ROW                  PIC 9(4).

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-RUNCTL-KEY                   PIC X(16).
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-SHIFT-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-SHIFT-DONE               VALUE 'Y'.

      *  The date's steps, held in start order.  A night's stream is
      *  well inside the table; anything past it is not shown.
       01  WS-STEP-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01  WS-NOT-CLEAN-COUNT              PIC S9(4) COMP VALUE ZERO.
       01  WS-INS                          PIC S9(4) COMP.
       01  WS-STEP-NO                      PIC S9(4) COMP.
       01  WS-NEW-STAMP                    PIC X(14).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY               PIC X(100)
                   OCCURS 60 TIMES.
       01  WS-STEP-MAX                     PIC S9(4) COMP VALUE 60.

       01  WS-ROW-LINE.
           05  RW-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1).
           05  RW-STATUS                   PIC X(9).
           05  FILLER                      PIC X(1).
           05  RW-STARTED                  PIC X(14).
           05  FILLER                      PIC X(1).
           05  RW-ENDED                    PIC X(14).
           05  FILLER                      PIC X(1).
           05  RW-COUNTS-AREA              PIC X(19).
           05  RW-COUNTS REDEFINES RW-COUNTS-AREA.
               10  RW-IN-COUNT             PIC Z(8)9.
               10  FILLER                  PIC X(1).
               10  RW-OUT-COUNT            PIC Z(8)9.
           05  FILLER                      PIC X(1).
           05  RW-RETURN-CODE              PIC ZZZ9.
           05  FILLER                      PIC X(2).
           05  RW-RUN-COUNT                PIC ZZ9.
           05  FILLER                      PIC X(1).

      *  MM/DD HH:MM:SS - the date matters once the stream runs past
      *  midnight.
       01  WS-STAMP-IN.
           05  SI-DATE.
               10  FILLER                  PIC X(4).
               10  SI-MM                   PIC X(2).
               10  SI-DD                   PIC X(2).
           05  SI-TIME.
               10  SI-HH                   PIC X(2).
               10  SI-MI                   PIC X(2).
               10  SI-SS                   PIC X(2).
       01  WS-STAMP-OUT.
           05  SO-MM                       PIC X(2).
           05  FILLER                      PIC X(1)  VALUE '/'.
           05  SO-DD                       PIC X(2).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  SO-HH                       PIC X(2).
           05  FILLER                      PIC X(1)  VALUE ':'.
           05  SO-MI                       PIC X(2).
           05  FILLER                      PIC X(1)  VALUE ':'.
           05  SO-SS                       PIC X(2).

       01  WS-MESSAGE-LINE.
           05  ML-TEXT                     PIC X(19).
           05  ML-BUS-DATE                 PIC X(8).
           05  FILLER                      PIC X(3)  VALUE ' - '.
           05  ML-STEP-COUNT               PIC ZZ9.
           05  FILLER                      PIC X(7)  VALUE ' STEPS,'.
           05  ML-NOT-CLEAN-COUNT          PIC ZZ9.
           05  FILLER                      PIC X(19)
               VALUE ' NOT ENDED CLEAN'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-R-COMMAREA
               PERFORM 2000-PROCESS-RESPONSE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *  First entry - last night's stream: the latest business date
      *  on RUNCTL.
      *----------------------------------------------------------------
       1000-FIRST-TIME.
           MOVE SPACES TO RUNMAP1O
           MOVE SPACES TO WR-BUS-DATE
           MOVE 1 TO WR-TOP-ROW
           MOVE HIGH-VALUES TO WS-RUNCTL-KEY
           EXEC CICS STARTBR FILE('RUNCTL')
               RIDFLD(WS-RUNCTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('RUNCTL')
                   INTO(RUNCTL-RECORD)
                   RIDFLD(WS-RUNCTL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE RL-BUS-DATE TO WR-BUS-DATE
               END-IF
               EXEC CICS ENDBR FILE('RUNCTL') END-EXEC
           END-IF

           IF WR-BUS-DATE = SPACES
               MOVE 'NO BATCH RUNS ON FILE' TO MESSAGEO
           ELSE
               PERFORM 1100-LOAD-STEPS
               PERFORM 1400-BUILD-STATUS-MESSAGE
           END-IF
           PERFORM 5000-SEND-PAGE.

      *----------------------------------------------------------------
      *  Every step logged for WR-BUS-DATE, into the table in start
      *  order.
      *----------------------------------------------------------------
       1100-LOAD-STEPS.
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-NOT-CLEAN-COUNT
           MOVE LOW-VALUES  TO WS-RUNCTL-KEY
           MOVE WR-BUS-DATE TO WS-RUNCTL-KEY(1:8)
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           EXEC CICS STARTBR FILE('RUNCTL')
               RIDFLD(WS-RUNCTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1200-READ-NEXT-STEP
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('RUNCTL') END-EXEC
           END-IF.

       1200-READ-NEXT-STEP.
           EXEC CICS READNEXT FILE('RUNCTL')
               INTO(RUNCTL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR RL-BUS-DATE NOT = WR-BUS-DATE
               OR WS-STEP-COUNT NOT < WS-STEP-MAX
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF NOT RL-ENDED OR RL-RETURN-CODE > 4
                   ADD 1 TO WS-NOT-CLEAN-COUNT
               END-IF
               PERFORM 1300-INSERT-STEP
           END-IF.

      *        RUNCTL is keyed by program name within the date - shift
      *        later starters down to slot this one in start order
       1300-INSERT-STEP.
           MOVE RL-START-DATE TO WS-NEW-STAMP(1:8)
           MOVE RL-START-TIME TO WS-NEW-STAMP(9:6)
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-INS
           MOVE 'N' TO WS-SHIFT-DONE-SWITCH
           PERFORM 1310-SHIFT-ONE-STEP UNTIL WS-SHIFT-DONE
           MOVE RUNCTL-RECORD TO WS-STEP-ENTRY(WS-INS).

       1310-SHIFT-ONE-STEP.
           IF WS-INS = 1
               MOVE 'Y' TO WS-SHIFT-DONE-SWITCH
           ELSE
               IF WS-STEP-ENTRY(WS-INS - 1)(18:14) > WS-NEW-STAMP
                   MOVE WS-STEP-ENTRY(WS-INS - 1)
                       TO WS-STEP-ENTRY(WS-INS)
                   SUBTRACT 1 FROM WS-INS
               ELSE
                   MOVE 'Y' TO WS-SHIFT-DONE-SWITCH
               END-IF
           END-IF.

       1400-BUILD-STATUS-MESSAGE.
           IF WS-STEP-COUNT = ZERO
               MOVE SPACES TO MESSAGEO
               STRING 'NO BATCH RUNS ON FILE FOR ' WR-BUS-DATE
                   DELIMITED BY SIZE INTO MESSAGEO
           ELSE
               MOVE 'BATCH STREAM FOR   ' TO ML-TEXT
               MOVE WR-BUS-DATE           TO ML-BUS-DATE
               MOVE WS-STEP-COUNT         TO ML-STEP-COUNT
               MOVE WS-NOT-CLEAN-COUNT    TO ML-NOT-CLEAN-COUNT
               MOVE WS-MESSAGE-LINE       TO MESSAGEO
           END-IF.

      *----------------------------------------------------------------
      *  Operator pressed a key on the stream status screen.
      *----------------------------------------------------------------
       2000-PROCESS-RESPONSE.
           EXEC CICS RECEIVE MAP('RUNMAP1')
               MAPSET('RUNSET1')
               INTO(RUNMAP1I)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE EIBAID
               WHEN AID-PF3
                   EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
               WHEN AID-ENTER
                   PERFORM 2100-SHOW-DATE
               WHEN AID-PF8
                   PERFORM 1100-LOAD-STEPS
                   PERFORM 2200-PAGE-FORWARD
               WHEN AID-PF7
                   PERFORM 1100-LOAD-STEPS
                   PERFORM 2300-PAGE-BACKWARD
               WHEN OTHER
                   PERFORM 1100-LOAD-STEPS
                   MOVE 'PLEASE PRESS ENTER, PF3, PF7 OR PF8'
                       TO MESSAGEO
           END-EVALUATE
           PERFORM 5000-SEND-PAGE.

      *        a new date starts at the top; the same date is a
      *        refresh and keeps the operator's place
       2100-SHOW-DATE.
           IF BUSDATEL > 0
               AND BUSDATEI NOT = WR-BUS-DATE
               IF BUSDATEI IS NUMERIC
                   MOVE BUSDATEI TO WR-BUS-DATE
                   MOVE 1 TO WR-TOP-ROW
                   PERFORM 1100-LOAD-STEPS
                   PERFORM 1400-BUILD-STATUS-MESSAGE
               ELSE
                   PERFORM 1100-LOAD-STEPS
                   MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO MESSAGEO
                   MOVE ATTR-RED TO MESSAGEC
               END-IF
           ELSE
               PERFORM 1100-LOAD-STEPS
               PERFORM 1400-BUILD-STATUS-MESSAGE
               IF WR-TOP-ROW > WS-STEP-COUNT
                   MOVE 1 TO WR-TOP-ROW
               END-IF
           END-IF.

       2200-PAGE-FORWARD.
           IF WR-TOP-ROW + 12 > WS-STEP-COUNT
               MOVE 'ALREADY AT THE LAST STEP' TO MESSAGEO
           ELSE
               ADD 12 TO WR-TOP-ROW
               PERFORM 1400-BUILD-STATUS-MESSAGE
           END-IF.

       2300-PAGE-BACKWARD.
           IF WR-TOP-ROW = 1
               MOVE 'ALREADY AT THE FIRST STEP' TO MESSAGEO
           ELSE
               IF WR-TOP-ROW > 12
                   SUBTRACT 12 FROM WR-TOP-ROW
               ELSE
                   MOVE 1 TO WR-TOP-ROW
               END-IF
               PERFORM 1400-BUILD-STATUS-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      *  Display the page of steps starting at WR-TOP-ROW.
      *----------------------------------------------------------------
       5000-SEND-PAGE.
           MOVE 'RUNS' TO TRANIDO
           MOVE WR-BUS-DATE TO BUSDATEO
           MOVE ATTR-UNPROT-NUM-MDT TO BUSDATEA
           MOVE -1 TO BUSDATEL
           PERFORM 5100-FILL-ONE-ROW
               VARYING RROW-IDX FROM 1 BY 1
               UNTIL RROW-IDX > 12
           MOVE 'ENTER-DATE/REFRESH PF3-MENU PF7 PF8' TO PFKEYSO
           EXEC CICS SEND MAP('RUNMAP1')
               MAPSET('RUNSET1')
               FROM(RUNMAP1O)
               ERASE
               CURSOR
           END-EXEC
           EXEC CICS RETURN
               TRANSID('RUNS')
               COMMAREA(WS-R-COMMAREA)
               LENGTH(LENGTH OF WS-R-COMMAREA)
           END-EXEC.

       5100-FILL-ONE-ROW.
           MOVE SPACES TO RROW-LINE(RROW-IDX)
           MOVE ATTR-DEFAULT-COLOR TO RROW-C(RROW-IDX)
           COMPUTE WS-STEP-NO = WR-TOP-ROW + RROW-IDX - 1
           IF WS-STEP-NO <= WS-STEP-COUNT
               MOVE WS-STEP-ENTRY(WS-STEP-NO) TO RUNCTL-RECORD
               PERFORM 5200-FORMAT-STEP
               MOVE WS-ROW-LINE TO RROW-LINE(RROW-IDX)
               IF NOT RL-ENDED OR RL-RETURN-CODE > 4
                   MOVE ATTR-RED TO RROW-C(RROW-IDX)
               END-IF
           END-IF.

       5200-FORMAT-STEP.
           MOVE SPACES TO WS-ROW-LINE
           MOVE RL-PROGRAM TO RW-PROGRAM
           MOVE RL-RUN-COUNT TO RW-RUN-COUNT
           IF RL-START-DATE NOT = SPACES
               MOVE RL-START-DATE TO SI-DATE
               MOVE RL-START-TIME TO SI-TIME
               PERFORM 5300-FORMAT-STAMP
               MOVE WS-STAMP-OUT TO RW-STARTED
           END-IF
           EVALUATE TRUE
               WHEN RL-BLOCKED
                   MOVE 'BLOCKED' TO RW-STATUS
                   MOVE 'BLOCKED BY' TO RW-COUNTS-AREA(1:10)
                   MOVE RL-BLOCKED-BY TO RW-COUNTS-AREA(12:8)
               WHEN RL-RUNNING
                   MOVE 'NOT ENDED' TO RW-STATUS
               WHEN OTHER
                   IF RL-RETURN-CODE > 4
                       MOVE 'FAILED' TO RW-STATUS
                   ELSE
                       MOVE 'ENDED' TO RW-STATUS
                   END-IF
                   MOVE RL-END-DATE TO SI-DATE
                   MOVE RL-END-TIME TO SI-TIME
                   PERFORM 5300-FORMAT-STAMP
                   MOVE WS-STAMP-OUT   TO RW-ENDED
                   MOVE RL-IN-COUNT    TO RW-IN-COUNT
                   MOVE RL-OUT-COUNT   TO RW-OUT-COUNT
                   MOVE RL-RETURN-CODE TO RW-RETURN-CODE
           END-EVALUATE.

       5300-FORMAT-STAMP.
           MOVE SI-MM TO SO-MM
           MOVE SI-DD TO SO-DD
           MOVE SI-HH TO SO-HH
           MOVE SI-MI TO SO-MI
           MOVE SI-SS TO SO-SS.

           05  FILLER                      PIC X(5).
           05  VL-TEXT                     PIC X(60).

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 4000-COUNT-AUDIT-ACTIVITY
           PERFORM 5000-PROVE-AND-REPORT
           PERFORM 6000-CARRY-POSITION-FORWARD
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM 9800-LOG-RUN-START
           IF WS-PARM-DATE = SPACES
               ACCEPT WS-PARM-DATE FROM DATE YYYYMMDD
           END-IF
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
           MOVE 'CSBALRPT' TO RLP-PROGRAM
           MOVE WS-PARM-DATE TO RLP-BUS-DATE
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSBALRPT - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-ACTUAL-COUNT + WS-AUDIT-READ-COUNT
           MOVE ZERO TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

       01  WS-GROUP-FUNCTION               PIC X(1)  VALUE SPACE.
       01  WS-GROUP-IMAGE                  PIC X(220) VALUE SPACES.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-NET-AND-WRITE
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM 9800-LOG-RUN-START
           IF WS-PARM-FEED-DATE = SPACES
               ACCEPT WS-PARM-FEED-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE CUST-STATE          TO CD-STATE
           MOVE CUST-ZIPCODE        TO CD-ZIPCODE
           MOVE CUST-HOME-PHONE     TO CD-HOME-PHONE
           MOVE CUST-EMAIL          TO CD-EMAIL
           MOVE CUST-STATUS         TO CD-STATUS.

       3500-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
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
           MOVE 'CSCRMX1' TO RLP-PROGRAM
           MOVE WS-PARM-FEED-DATE TO RLP-BUS-DATE
           MOVE 'CSUPDT1' TO RLP-PRED-NAME(1)
           MOVE 'CSPENDR1' TO RLP-PRED-NAME(2)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSCRMX1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-AUDIT-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-TOTAL-FED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

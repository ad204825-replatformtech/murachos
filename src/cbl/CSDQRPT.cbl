      *         ZIP fails the ZIPXREF lookup (mail will not deliver)
      *     2 = home phone blank or not numeric
      *     3 = email present but without an @ sign
      *
      *  A customer erased by CSERASE1 carries the erasure marker in
      *  place of every contact field and is not checked.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY ERASMARK.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
       2000-SCAN-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-CUST-FLAGGED-SWITCH
           IF CUST-LNAME NOT = ERASE-MARKER
               PERFORM 2100-CHECK-ADDRESS
               PERFORM 2200-CHECK-ZIPCODE
               PERFORM 2300-CHECK-PHONE
               PERFORM 2400-CHECK-EMAIL
           END-IF
           IF WS-CUST-FLAGGED
               ADD 1 TO WS-EXCEPT-CUST-COUNT
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
           MOVE 'CSDQRPT' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSDQRPT - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-EXCEPT-CUST-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

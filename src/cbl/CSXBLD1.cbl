      *  derived data, so the simple wipe-and-reload CSZLOAD1 was
      *  built on is the right tool here: one sequential pass
      *  writes both KSDSs fresh.  Customers with a blank
      *  phone or email are simply absent from that cross-reference,
      *  as are the phone and email of a customer CSERASE1 erased -
      *  the erasure marker is not a value anyone looks up.
      *  Feeds the menu P (find by phone) and E (find by email)
      *  actions.  The online maintenance, the merge, the API, and
      *  the batch apply all maintain the cross-references as they
           05  WS-PHONE-REJECT-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-EMAIL-REJECT-COUNT       PIC 9(7)  VALUE ZERO.

       COPY ERASMARK.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-LOOP UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
       2000-BUILD-LOOP.
           ADD 1 TO WS-READ-COUNT
           IF CUST-HOME-PHONE NOT = SPACES
             AND CUST-HOME-PHONE NOT = ERASE-MARKER
               MOVE CUST-HOME-PHONE TO PX-PHONE
               MOVE CUST-NO         TO PX-CUST-NO
               WRITE PHONXREF-RECORD
               END-IF
           END-IF
           IF CUST-EMAIL NOT = SPACES
             AND CUST-EMAIL NOT = ERASE-MARKER
               MOVE CUST-EMAIL TO EX-EMAIL
               MOVE CUST-NO    TO EX-CUST-NO
               WRITE EMALXREF-RECORD
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
           MOVE 'CSXBLD1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSXBLD1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           COMPUTE RLP-OUT-COUNT =
               WS-PHONE-COUNT + WS-EMAIL-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

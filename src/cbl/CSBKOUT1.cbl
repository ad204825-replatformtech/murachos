               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       01  SORT-RECORD.
           05  SR-STAMP                    PIC X(14).
           05  SR-SEQ                      PIC 9(7).
           05  SR-AUDIT-DATA               PIC X(503).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           05  SL-LABEL                    PIC X(24).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           IF WS-BACKOUT-MODE
               SORT SORT-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-APPLY-RECOVERY
           END-IF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O AUDCTL-FILE
               IF WS-AUDCTL-STATUS NOT = '00'
                   DISPLAY 'CSBKOUT1 - AUDCTL OPEN FAILED, STATUS = '
                       WS-AUDCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *            the control record must be there before any master
      *            record is changed - missing at the first audit write,
      *            the change would be made with no audit record
               MOVE 'AUDTRAIL' TO AC-KEY
               READ AUDCTL-FILE
               IF WS-AUDCTL-STATUS NOT = '00'
                   DISPLAY 'CSBKOUT1 - AUDCTL READ FAILED, STATUS = '
                       WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           CLOSE CUSTMAST-FILE
           IF WS-BACKOUT-MODE
               CLOSE AUDIT-FILE
               CLOSE AUDCTL-FILE
           END-IF.

       3100-APPLY-LOOP.
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSBKOUT1'       TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'BKOT'           TO AUD-TRANCODE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSBKOUT1 - AUDTRAIL WRITE FAILED, STATUS = '
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
               DISPLAY 'CSBKOUT1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSBKOUT1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-RETURN.

      *----------------------------------------------------------------
      *  Run-control log (RUNCTL).  The start is logged before any
      *  file is touched, and a step whose predecessor did not end
      *  clean for the business date goes no further.
      *----------------------------------------------------------------
       9800-LOG-RUN-START.
           MOVE SPACES TO RUNLOG-PARMS
           MOVE 'S' TO RLP-FUNCTION
           MOVE 'CSBKOUT1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSBKOUT1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-APPLIED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

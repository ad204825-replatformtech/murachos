               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO ADRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-ZIPXREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSADDR1 - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *        the control record must be there before any master
      *        record is changed - missing at the first audit write,
      *        the change would be made with no audit record
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSADDR1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSADDR1'        TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'ADDR'           TO AUD-TRANCODE
           MOVE 'C'              TO AUD-FUNCTION
           MOVE CUST-NO          TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSADDR1 - AUDTRAIL WRITE FAILED, STATUS = '
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
               DISPLAY 'CSADDR1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSADDR1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
           CLOSE CUSTMAST-FILE
           CLOSE ZIPXREF-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE REPORT-FILE

           DISPLAY 'CSADDR1 - CUSTOMERS READ       = ' WS-READ-COUNT
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
           MOVE 'CSADDR1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSADDR1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-CHANGED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

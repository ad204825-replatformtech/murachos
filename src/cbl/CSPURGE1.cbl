      *  job will not run open-ended).  Every record removed is
      *  printed on the purge report and logged to AUDTRAIL as a
      *  delete with its full before-image, so a purge can be backed
      *  out the same way any other delete can.  A customer with any
      *  hold still in force on LEGLHOLD is never purged, however
      *  long out of retention - they are printed as HELD with the
      *  matter holding them, and purge on a later run once every
      *  hold has been released.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT LEGLHOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO PURGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-LEGLHOLD-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BROWSE-SWITCH                PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-HOLD-SWITCH                  PIC X     VALUE 'N'.
           88  WS-ON-HOLD                  VALUE 'Y'.
       01  WS-HOLD-MATTER-REF              PIC X(12) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-PARM-CUTOFF-DATE         PIC X(8).
           05  WS-PURGED-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-KEPT-NONACTIVE-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE 'STATUS'.
           05  FILLER                      PIC X(12)
               VALUE 'STATUS DATE'.
           05  FILLER                      PIC X(10) VALUE 'RESULT'.
           05  FILLER                      PIC X(12) VALUE 'MATTER'.

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  DL-STATUS-DATE              PIC X(8).
           05  FILLER                      PIC X(4).
           05  DL-RESULT                   PIC X(8).
           05  FILLER                      PIC X(2).
           05  DL-MATTER-REF               PIC X(12).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSPURGE1 - AUDCTL OPEN FAILED, STATUS = '
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
               DISPLAY 'CSPURGE1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'CSPURGE1 - LEGLHOLD OPEN FAILED, STATUS = '
                   WS-LEGLHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'

      *----------------------------------------------------------------
      *  A record purges when it is non-active AND its status date is
      *  known and on or before the cutoff, and no legal hold is in
      *  force.  A non-active record inside retention is counted but
      *  left alone.
      *----------------------------------------------------------------
       2000-PURGE-LOOP.
           ADD 1 TO WS-READ-COUNT
           IF NOT CUST-ACTIVE
               IF CUST-STATUS-DATE NOT = SPACES
                   AND CUST-STATUS-DATE NOT > WS-PARM-CUTOFF-DATE
                   PERFORM 2050-CHECK-LEGAL-HOLD
                   IF WS-ON-HOLD
                       PERFORM 2200-REPORT-HELD-RECORD
                   ELSE
                       PERFORM 2100-PURGE-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-NONACTIVE-COUNT
               END-IF
           END-IF
           PERFORM 8000-READ-CUSTMAST.

      *        browse the customer-number prefix - the first hold
      *        in force names the matter on the report
       2050-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE SPACES TO WS-HOLD-MATTER-REF
           MOVE CUST-NO TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           MOVE 'N' TO WS-BROWSE-SWITCH
           START LEGLHOLD-FILE KEY NOT < LH-KEY
           EVALUATE WS-LEGLHOLD-STATUS
               WHEN '00'
                   PERFORM 2060-READ-NEXT-HOLD UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSPURGE1 - LEGLHOLD START FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2060-READ-NEXT-HOLD.
           READ LEGLHOLD-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-LEGLHOLD-STATUS = '10'
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN WS-LEGLHOLD-STATUS NOT = '00'
                   DISPLAY 'CSPURGE1 - LEGLHOLD READ FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LH-CUST-NO NOT = CUST-NO
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN LH-HELD
                   MOVE 'Y' TO WS-HOLD-SWITCH
                   MOVE LH-MATTER-REF TO WS-HOLD-MATTER-REF
                   MOVE 'Y' TO WS-BROWSE-SWITCH
           END-EVALUATE.

       2100-PURGE-RECORD.
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2200-REPORT-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CUST-NO            TO DL-CUSTNO
           MOVE CUST-LNAME         TO DL-NAME
           MOVE CUST-STATUS        TO DL-STATUS
           MOVE CUST-STATUS-DATE   TO DL-STATUS-DATE
           MOVE 'HELD'             TO DL-RESULT
           MOVE WS-HOLD-MATTER-REF TO DL-MATTER-REF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-AUDIT-PURGE.
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSPURGE1'       TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'PURG'           TO AUD-TRANCODE
           MOVE 'D'              TO AUD-FUNCTION
           MOVE DL-CUSTNO        TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE SPACES           TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSPURGE1 - AUDTRAIL WRITE FAILED, STATUS = '
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
               DISPLAY 'CSPURGE1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSPURGE1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'KEPT ON LEGAL HOLD          ' TO SL-LABEL
           MOVE WS-HELD-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'PURGE FAILURES              ' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           WRITE REPORT-LINE

           CLOSE CUSTMAST-FILE
           CLOSE LEGLHOLD-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE REPORT-FILE

           DISPLAY 'CSPURGE1 - CUSTOMERS READ      = ' WS-READ-COUNT
               WS-PURGED-COUNT
           DISPLAY 'CSPURGE1 - KEPT (IN RETENTION) = '
               WS-KEPT-NONACTIVE-COUNT
           DISPLAY 'CSPURGE1 - KEPT (LEGAL HOLD)   = '
               WS-HELD-COUNT
           DISPLAY 'CSPURGE1 - PURGE FAILURES      = '
               WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZERO
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
           MOVE 'CSPURGE1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSPURGE1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-PURGED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

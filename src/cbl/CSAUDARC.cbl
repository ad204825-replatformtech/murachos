      *        images, so the cutoff parm is set by the scheduler to
      *        run-date minus seven years.
      *
      *  A customer with any hold in force on LEGLHOLD keeps every
      *  audit record, however old - their history is carried
      *  forward past the cutoff until the last hold is released,
      *  and ages off on the first run after that.
      *
      *  Because held records stay behind while the records around
      *  them go, the job raises AC-RETAINED-FROM-SEQ on the AUDCTL
      *  control record past the highest sequence number it purged.
      *  CSAUDVFY anchors the chain there and takes anything still
      *  on the trail below it as kept for hold, not as a gap.
      *
      *  Parameter card:
      *     col 1-8    archive-thru date (YYYYMMDD, blank = the
      *                business date CSRUNLOG assigns the run)
      *     col 9-16   retention cutoff  (YYYYMMDD, blank = keep all)
      *
      *  The job proves itself: records read must equal records
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.

           SELECT LEGLHOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO ARCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       FD  ARCH-OUT-FILE
           RECORDING MODE IS F.
       01  ARCH-OUT-RECORD                 PIC X(503).

       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01  AUDNEW-RECORD                   PIC X(503).

       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-ARCH-OUT-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDNEW-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-LEGLHOLD-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-ARCH-IN-DATE                 PIC X(8).

      *  Customers under legal hold, in customer-number order off
      *  LEGLHOLD.  Unused entries stay HIGH-VALUES so the binary
      *  search sees an ordered table.
       01  WS-HOLD-COUNT                   PIC 9(5)  VALUE ZERO.
       01  WS-LAST-HOLD-CUST-NO            PIC X(6)  VALUE SPACES.
       01  WS-HOLD-TABLE.
           05  HT-CUST-NO                  PIC X(6)
                   OCCURS 2000 TIMES
                   ASCENDING KEY IS HT-CUST-NO
                   INDEXED BY HT-IDX.
       01  WS-HOLD-SWITCH                  PIC X     VALUE 'N'.
           88  WS-ON-HOLD                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CURR-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-ARCHIVED-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-REARCHIVED-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-PURGED-COUNT             PIC 9(9)  VALUE ZERO.
           05  WS-HELD-KEPT-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-BALANCE-COUNT            PIC 9(9)  VALUE ZERO.

      *  The highest sequence number purged this run, and the
      *  retention boundary it moves AUDCTL to.  Records written
      *  before the trail was chained carry no number and do not
      *  count.
       01  WS-PURGED-THRU-SEQ              PIC 9(9)  VALUE ZERO.
       01  WS-RETAINED-FROM-SEQ            PIC 9(9)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-HEADING-1.
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-CURRENT-FILE UNTIL WS-EOF
           PERFORM 3000-CARRY-ARCHIVE-FORWARD
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-CARD FROM SYSIN
      *        a blank archive-thru date is logged under CSRUNLOG's
      *        business date - the one its predecessors log under -
      *        and that is the date archived
           PERFORM 9800-LOG-RUN-START
           IF WS-PARM-THRU-DATE = SPACES
               MOVE RLP-BUS-DATE TO WS-PARM-THRU-DATE
           END-IF
           IF WS-PARM-RETAIN-DATE = SPACES
               MOVE '00000000' TO WS-PARM-RETAIN-DATE
           END-IF
           PERFORM 1100-LOAD-LEGAL-HOLDS

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'

           PERFORM 8000-READ-AUDIT.

      *----------------------------------------------------------------
      *  The customers whose history may not age off.  Without the
      *  hold file the job cannot tell, so it stops before touching
      *  the trail rather than drop a held customer's records.
      *----------------------------------------------------------------
       1100-LOAD-LEGAL-HOLDS.
           MOVE HIGH-VALUES TO WS-HOLD-TABLE
           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'CSAUDARC - LEGLHOLD OPEN FAILED, STATUS = '
                   WS-LEGLHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-READ-LEGLHOLD
           PERFORM 1110-LOAD-ONE-HOLD UNTIL WS-EOF
           CLOSE LEGLHOLD-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *        one entry per customer, however many matters hold them
       1110-LOAD-ONE-HOLD.
           IF LH-HELD
               IF LH-CUST-NO NOT = WS-LAST-HOLD-CUST-NO
                   IF WS-HOLD-COUNT = 2000
                       DISPLAY 'CSAUDARC - MORE THAN 2000 CUSTOMERS ON'
                           ' LEGAL HOLD - ENLARGE WS-HOLD-TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LH-CUST-NO TO HT-CUST-NO(WS-HOLD-COUNT)
                   MOVE LH-CUST-NO TO WS-LAST-HOLD-CUST-NO
               END-IF
           END-IF
           PERFORM 8200-READ-LEGLHOLD.

      *----------------------------------------------------------------
      *  Leg 1 - the current online file.  The day's records go to
      *  the archive; anything newer than the archive-thru date is
               ADD 1 TO WS-RETAINED-COUNT
           ELSE
               IF AUD-DATE < WS-PARM-RETAIN-DATE
                   PERFORM 7100-CHECK-LEGAL-HOLD
               END-IF
               IF AUD-DATE < WS-PARM-RETAIN-DATE AND NOT WS-ON-HOLD
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM 7200-NOTE-PURGED-SEQ
               ELSE
                   PERFORM 7000-WRITE-ARCHIVE
                   ADD 1 TO WS-ARCHIVED-COUNT
       3100-CARRY-LOOP.
           ADD 1 TO WS-ARCH-READ-COUNT
           MOVE ARCH-IN-RECORD(1:8) TO WS-ARCH-IN-DATE
           MOVE ARCH-IN-RECORD TO AUDIT-RECORD
           IF WS-ARCH-IN-DATE < WS-PARM-RETAIN-DATE
               PERFORM 7100-CHECK-LEGAL-HOLD
           END-IF
           IF WS-ARCH-IN-DATE < WS-PARM-RETAIN-DATE
             AND NOT WS-ON-HOLD
               ADD 1 TO WS-PURGED-COUNT
               PERFORM 7200-NOTE-PURGED-SEQ
           ELSE
               PERFORM 7000-WRITE-ARCHIVE
               ADD 1 TO WS-REARCHIVED-COUNT
           END-IF
               STOP RUN
           END-IF.

      *        a record past retention is kept when its customer
      *        is on hold
       7100-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-HOLD-COUNT > ZERO
               SEARCH ALL HT-CUST-NO
                   AT END
                       CONTINUE
                   WHEN HT-CUST-NO(HT-IDX) = AUD-CUST-NO
                       MOVE 'Y' TO WS-HOLD-SWITCH
                       ADD 1 TO WS-HELD-KEPT-COUNT
               END-SEARCH
           END-IF.

       7200-NOTE-PURGED-SEQ.
           IF AUD-SEQ-NO IS NUMERIC
               IF AUD-SEQ-NO > WS-PURGED-THRU-SEQ
                   MOVE AUD-SEQ-NO TO WS-PURGED-THRU-SEQ
               END-IF
           END-IF.

       5000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE ARCH-OUT-FILE
           CLOSE AUDNEW-FILE

           IF WS-PURGED-THRU-SEQ > ZERO
               PERFORM 5200-SAVE-RETENTION-BOUNDARY
           END-IF

           PERFORM 5100-WRITE-SUMMARY-LINES

      *        the proof: everything read must be accounted for as
           DISPLAY 'CSAUDARC - RETAINED ON CURRENT   = '
               WS-RETAINED-COUNT
           DISPLAY 'CSAUDARC - PURGED PAST RETENTION = '
               WS-PURGED-COUNT
           DISPLAY 'CSAUDARC - KEPT FOR LEGAL HOLD   = '
               WS-HELD-KEPT-COUNT
           DISPLAY 'CSAUDARC - CHAIN RETAINED FROM   = '
               WS-RETAINED-FROM-SEQ.

       5100-WRITE-SUMMARY-LINES.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-PURGED-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      *        already counted as archived or carried forward
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'PAST RETENTION, KEPT FOR HOLD   ' TO SL-LABEL
           MOVE WS-HELD-KEPT-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      *        zero when nothing sequenced was purged this run
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CHAIN RETAINED FROM SEQUENCE NO ' TO SL-LABEL
           MOVE WS-RETAINED-FROM-SEQ TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Move the retention boundary on AUDCTL past the last record
      *  purged, so the verification job does not read the purged
      *  numbers as records cut from the trail.  The boundary only
      *  ever moves forward.  No control record means the trail has
      *  never been chained, and there is no boundary to keep.
      *----------------------------------------------------------------
       5200-SAVE-RETENTION-BOUNDARY.
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSAUDARC - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           EVALUATE WS-AUDCTL-STATUS
               WHEN '00'
                   PERFORM 5210-ADVANCE-BOUNDARY
               WHEN '23'
                   DISPLAY 'CSAUDARC - NO AUDCTL CONTROL RECORD, '
                       'RETENTION BOUNDARY NOT RECORDED'
               WHEN OTHER
                   DISPLAY 'CSAUDARC - AUDCTL READ FAILED, STATUS = '
                       WS-AUDCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE AUDCTL-FILE.

      *        a control record seeded before the boundary was kept
      *        holds spaces there
       5210-ADVANCE-BOUNDARY.
           IF AC-RETAINED-FROM-SEQ IS NOT NUMERIC
               MOVE ZERO TO AC-RETAINED-FROM-SEQ
           END-IF
           COMPUTE WS-RETAINED-FROM-SEQ = WS-PURGED-THRU-SEQ + 1
           IF WS-RETAINED-FROM-SEQ > AC-RETAINED-FROM-SEQ
               MOVE WS-RETAINED-FROM-SEQ TO AC-RETAINED-FROM-SEQ
               REWRITE AUDCTL-RECORD
               IF WS-AUDCTL-STATUS NOT = '00'
                   DISPLAY 'CSAUDARC - AUDCTL REWRITE FAILED, '
                       'STATUS = ' WS-AUDCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE AC-RETAINED-FROM-SEQ TO WS-RETAINED-FROM-SEQ
           END-IF.

       8000-READ-AUDIT.
           READ AUDIT-FILE
               AT END
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8200-READ-LEGLHOLD.
           READ LEGLHOLD-FILE NEXT RECORD
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
           MOVE 'CSAUDARC' TO RLP-PROGRAM
           MOVE WS-PARM-THRU-DATE TO RLP-BUS-DATE
           MOVE 'CSBALRPT' TO RLP-PRED-NAME(1)
           MOVE 'CSCRMX1' TO RLP-PRED-NAME(2)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSAUDARC - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-CURR-READ-COUNT + WS-ARCH-READ-COUNT
           COMPUTE RLP-OUT-COUNT =
               WS-ARCHIVED-COUNT + WS-REARCHIVED-COUNT
                 + WS-RETAINED-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

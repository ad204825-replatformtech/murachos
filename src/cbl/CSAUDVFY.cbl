       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSAUDVFY.
      *================================================================
      *  CSAUDVFY - nightly verification of the AUDTRAIL chain.  Runs
      *  ahead of the CSAUDARC rollover, against the current file
      *  (AUDTRAIL) and the latest archive master generation (ARCHIN),
      *  so between them it sees every audit record still inside
      *  retention, and security is alerted before the day is rolled
      *  off.  Both are sorted into sequence-number order and walked
      *  once:
      *
      *     - a sequence number missing between two records is a GAP;
      *     - a sequence number on more than one record is a
      *       DUPLICATE;
      *     - a record whose check value does not recompute (CSAUDCHK)
      *       from the record before it is a BROKEN LINK - the record
      *       was altered, or one in front of it was;
      *     - a record with no sequence number dated on or after the
      *       day chaining began is UNSEQUENCED - it was written
      *       without drawing a number off AUDCTL;
      *     - a trail ending short of the last number AUDCTL handed out
      *       has lost records off the end.
      *
      *  The chain is anchored on the first record at or after the
      *  retention boundary CSAUDARC keeps on AUDCTL (the oldest
      *  record, before anything has been purged) - the records in
      *  front of it have been purged past retention, so it is the
      *  one link that cannot be proved.  Records numbered below the
      *  boundary were kept past retention for a legal hold while
      *  the records around them went; they are counted as retained
      *  out of sequence, not reported as gaps.
      *
      *  The first run finds no AUDCTL control record and seeds it,
      *  setting the chain start date to the day after the run - the
      *  online system may still write unnumbered records on the run
      *  day itself; every AUDTRAIL writer draws its numbers off that
      *  record from then on.
      *
      *  Any exception ends the job with RETURN-CODE 8 for the
      *  scheduler to alert on.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO VFYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-SEQ-NO                   PIC 9(9).
           05  SR-SOURCE                   PIC X(1).
           05  SR-AUDIT-DATA               PIC X(503).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      *  No control record means this is the first run - it is seeded
      *  once the trail has been walked.
       01  WS-CONTROL-SWITCH               PIC X     VALUE 'N'.
           88  WS-CONTROL-FOUND            VALUE 'Y'.
       01  WS-ANCHOR-SWITCH                PIC X     VALUE 'N'.
           88  WS-CHAIN-ANCHORED           VALUE 'Y'.

       01  WS-CONTROL-LAST-SEQ             PIC 9(9)  VALUE ZERO.
       01  WS-CHAIN-START-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RETAINED-FROM-SEQ            PIC 9(9)  VALUE ZERO.
       01  WS-PREV-HELD-SEQ-NO             PIC 9(9)  VALUE ZERO.
       01  WS-PREV-SEQ-NO                  PIC 9(9)  VALUE ZERO.
       01  WS-PREV-CHECK-VALUE             PIC 9(9)  VALUE ZERO.
       01  WS-STORED-CHECK-VALUE           PIC 9(9)  VALUE ZERO.
       01  WS-GAP-FROM                     PIC 9(9)  VALUE ZERO.
       01  WS-GAP-THRU                     PIC 9(9)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CURR-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-VERIFIED-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-PRECHAIN-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-HELD-RETAINED-COUNT      PIC 9(9)  VALUE ZERO.
           05  WS-GAP-COUNT                PIC 9(9)  VALUE ZERO.
           05  WS-DUPLICATE-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-BROKEN-COUNT             PIC 9(9)  VALUE ZERO.
           05  WS-UNSEQUENCED-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(9)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY                  PIC 9(4).
           05  WS-DW-MM                    PIC 9(2).
           05  WS-DW-DD                    PIC 9(2).
       01  WS-MONTH-END-DD                 PIC 9(2).
       01  WS-LEAP-QUOTIENT                PIC 9(4).
       01  WS-LEAP-REM-4                   PIC 9(4).
       01  WS-LEAP-REM-100                 PIC 9(4).
       01  WS-LEAP-REM-400                 PIC 9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)  OCCURS 12 TIMES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(45)
               VALUE 'CSAUDVFY - AUDTRAIL CHAIN VERIFICATION REPORT'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9)  VALUE 'RUN DATE '.
           05  HL2-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(3).
           05  FILLER                      PIC X(20)
               VALUE 'CHAIN STARTED       '.
           05  HL2-START-DATE              PIC X(8).
           05  FILLER                      PIC X(3).
           05  FILLER                      PIC X(23)
               VALUE 'AUDCTL LAST SEQUENCE   '.
           05  HL2-CONTROL-SEQ             PIC Z(8)9.
       01  WS-HEADING-3.
           05  FILLER                      PIC X(14) VALUE 'EXCEPTION'.
           05  FILLER                      PIC X(11) VALUE 'SEQ-NO'.
           05  FILLER                      PIC X(11) VALUE 'THRU'.
           05  FILLER                      PIC X(4)  VALUE 'SRC'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(8)  VALUE 'TIME'.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(6)  VALUE 'TRAN'.
           05  FILLER                      PIC X(9)  VALUE 'CUST-NO'.

       01  WS-DETAIL-LINE.
           05  DL-EXCEPTION                PIC X(12).
           05  FILLER                      PIC X(2).
           05  DL-SEQ-NO                   PIC Z(8)9.
           05  FILLER                      PIC X(2).
           05  DL-THRU-SEQ-NO              PIC Z(8)9.
           05  FILLER                      PIC X(2).
           05  DL-SOURCE                   PIC X(1).
           05  FILLER                      PIC X(3).
           05  DL-DATE                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  DL-TIME                     PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-OPERID                   PIC X(8).
           05  FILLER                      PIC X(2).
           05  DL-TRANCODE                 PIC X(4).
           05  FILLER                      PIC X(2).
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-TEXT                     PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SEQ-NO SR-SOURCE
               INPUT PROCEDURE IS 2000-COLLECT-AUDIT-RECORDS
               OUTPUT PROCEDURE IS 3000-VERIFY-CHAIN
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSAUDVFY - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *        read before the trail is sorted, so a record written by
      *        the online system while the job runs is never mistaken
      *        for one missing off the end
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           EVALUATE WS-AUDCTL-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CONTROL-SWITCH
                   MOVE AC-LAST-SEQ-NO      TO WS-CONTROL-LAST-SEQ
                   MOVE AC-CHAIN-START-DATE TO WS-CHAIN-START-DATE
                   IF AC-RETAINED-FROM-SEQ IS NUMERIC
                       MOVE AC-RETAINED-FROM-SEQ
                           TO WS-RETAINED-FROM-SEQ
                   END-IF
               WHEN '23'
                   PERFORM 1100-SET-CHAIN-START-DATE
               WHEN OTHER
                   DISPLAY 'CSAUDVFY - AUDCTL READ FAILED, STATUS = '
                       WS-AUDCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSAUDVFY - VFYRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE         TO HL2-RUN-DATE
           MOVE WS-CHAIN-START-DATE TO HL2-START-DATE
           MOVE WS-CONTROL-LAST-SEQ TO HL2-CONTROL-SEQ
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  First run - chaining begins the day after the run date.
      *  Until the control record is seeded the online system writes
      *  its records unnumbered, so anything dated the run day or
      *  earlier was written before the trail was chained.
      *----------------------------------------------------------------
       1100-SET-CHAIN-START-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-END-DD
           IF WS-DW-MM = 2
               PERFORM 1110-CHECK-LEAP-YEAR
           END-IF
           IF WS-DW-DD < WS-MONTH-END-DD
               ADD 1 TO WS-DW-DD
           ELSE
               MOVE 1 TO WS-DW-DD
               IF WS-DW-MM < 12
                   ADD 1 TO WS-DW-MM
               ELSE
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
               END-IF
           END-IF
           MOVE WS-DATE-WORK TO WS-CHAIN-START-DATE.

       1110-CHECK-LEAP-YEAR.
           DIVIDE WS-DW-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DW-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DW-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = ZERO
               OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WS-MONTH-END-DD
           END-IF.

      *----------------------------------------------------------------
      *  Sort input - the archive master and the current file, each
      *  record tagged with where it came from.  The archive master
      *  is missing only before the first rollover.
      *----------------------------------------------------------------
       2000-COLLECT-AUDIT-RECORDS.
           OPEN INPUT ARCH-IN-FILE
           IF WS-ARCH-IN-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8100-READ-ARCH-IN
               PERFORM 2100-RELEASE-ARCHIVE UNTIL WS-EOF
               CLOSE ARCH-IN-FILE
           ELSE
               DISPLAY 'CSAUDVFY - NO ARCHIVE MASTER, STATUS = '
                   WS-ARCH-IN-STATUS
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSAUDVFY - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8000-READ-AUDIT
           PERFORM 2200-RELEASE-CURRENT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       2100-RELEASE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ-COUNT
           MOVE ARCH-IN-RECORD TO AUDIT-RECORD
           MOVE 'A' TO SR-SOURCE
           PERFORM 2300-RELEASE-ONE-RECORD
           PERFORM 8100-READ-ARCH-IN.

       2200-RELEASE-CURRENT.
           ADD 1 TO WS-CURR-READ-COUNT
           MOVE 'C' TO SR-SOURCE
           PERFORM 2300-RELEASE-ONE-RECORD
           PERFORM 8000-READ-AUDIT.

      *        records written before the trail was chained carry no
      *        number at all - they sort to the front as zero
       2300-RELEASE-ONE-RECORD.
           IF AUD-SEQ-NO IS NUMERIC
               MOVE AUD-SEQ-NO TO SR-SEQ-NO
           ELSE
               MOVE ZERO TO SR-SEQ-NO
           END-IF
           MOVE AUDIT-RECORD TO SR-AUDIT-DATA
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------
      *  Sort output - walk the trail in sequence-number order.
      *----------------------------------------------------------------
       3000-VERIFY-CHAIN.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-RETURN-SORT-RECORD
           PERFORM 3100-VERIFY-ONE-RECORD UNTIL WS-EOF.

       3100-VERIFY-ONE-RECORD.
           MOVE SR-AUDIT-DATA TO AUDIT-RECORD
           EVALUATE TRUE
               WHEN SR-SEQ-NO = ZERO
                   PERFORM 3200-CHECK-UNSEQUENCED
               WHEN SR-SEQ-NO < WS-RETAINED-FROM-SEQ
                   PERFORM 3250-CHECK-HELD-RECORD
               WHEN NOT WS-CHAIN-ANCHORED
                   PERFORM 3300-ANCHOR-CHAIN
               WHEN SR-SEQ-NO = WS-PREV-SEQ-NO
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE 'DUPLICATE' TO DL-EXCEPTION
                   MOVE 'SEQUENCE NUMBER ALREADY ON THE TRAIL'
                       TO DL-TEXT
                   PERFORM 4000-WRITE-EXCEPTION
               WHEN SR-SEQ-NO > WS-PREV-SEQ-NO + 1
                   PERFORM 3400-REPORT-GAP
               WHEN OTHER
                   PERFORM 3500-CHECK-LINK
           END-EVALUATE
           PERFORM 8200-RETURN-SORT-RECORD.

       3200-CHECK-UNSEQUENCED.
           IF AUD-DATE < WS-CHAIN-START-DATE
               ADD 1 TO WS-PRECHAIN-COUNT
           ELSE
               ADD 1 TO WS-UNSEQUENCED-COUNT
               MOVE 'UNSEQUENCED' TO DL-EXCEPTION
               MOVE 'WRITTEN WITHOUT AN AUDCTL SEQUENCE NUMBER'
                   TO DL-TEXT
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.

      *        below the retention boundary - kept for a legal hold
      *        with its neighbours purged, so there is no link to
      *        prove, but a number can still only appear once
       3250-CHECK-HELD-RECORD.
           IF SR-SEQ-NO = WS-PREV-HELD-SEQ-NO
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'DUPLICATE' TO DL-EXCEPTION
               MOVE 'SEQUENCE NUMBER ALREADY ON THE TRAIL'
                   TO DL-TEXT
               PERFORM 4000-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-HELD-RETAINED-COUNT
           END-IF
           MOVE SR-SEQ-NO TO WS-PREV-HELD-SEQ-NO.

      *        sequence 1 is the start of the chain and links to zero.
      *        Once CSAUDARC has purged, the boundary record itself
      *        must be there - anything between it and the anchor is
      *        missing; only the boundary record has lost its
      *        predecessor to retention.  Before anything has been
      *        purged the chain must start at 1, so a trail starting
      *        later has lost its head.
       3300-ANCHOR-CHAIN.
           MOVE 'Y' TO WS-ANCHOR-SWITCH
           EVALUATE TRUE
               WHEN SR-SEQ-NO = 1
                   MOVE ZERO TO WS-PREV-CHECK-VALUE
                   PERFORM 3500-CHECK-LINK
               WHEN WS-RETAINED-FROM-SEQ > ZERO
                 AND SR-SEQ-NO > WS-RETAINED-FROM-SEQ
                   COMPUTE WS-PREV-SEQ-NO = WS-RETAINED-FROM-SEQ - 1
                   PERFORM 3400-REPORT-GAP
               WHEN WS-RETAINED-FROM-SEQ = ZERO
                   MOVE ZERO TO WS-PREV-SEQ-NO
                   PERFORM 3400-REPORT-GAP
               WHEN OTHER
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE SR-SEQ-NO       TO WS-PREV-SEQ-NO
                   MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK-VALUE
           END-EVALUATE.

      *        a gap cannot be linked across - the record after it
      *        starts the chain again
       3400-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           COMPUTE WS-GAP-FROM = WS-PREV-SEQ-NO + 1
           COMPUTE WS-GAP-THRU = SR-SEQ-NO - 1
           MOVE 'GAP' TO DL-EXCEPTION
           MOVE 'SEQUENCE NUMBERS MISSING FROM THE TRAIL' TO DL-TEXT
           PERFORM 4100-WRITE-RANGE-EXCEPTION
           ADD 1 TO WS-VERIFIED-COUNT
           MOVE SR-SEQ-NO       TO WS-PREV-SEQ-NO
           MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK-VALUE.

      *        the stored value carries the chain forward either way,
      *        so one altered record is reported once, not onwards
       3500-CHECK-LINK.
           MOVE AUD-CHECK-VALUE TO WS-STORED-CHECK-VALUE
           CALL 'CSAUDCHK' USING AUDIT-RECORD WS-PREV-CHECK-VALUE
           IF AUD-CHECK-VALUE NOT = WS-STORED-CHECK-VALUE
               ADD 1 TO WS-BROKEN-COUNT
               MOVE 'BROKEN LINK' TO DL-EXCEPTION
               MOVE 'CHECK VALUE DOES NOT FOLLOW FROM PRIOR'
                   TO DL-TEXT
               PERFORM 4000-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-VERIFIED-COUNT
           END-IF
           MOVE SR-SEQ-NO             TO WS-PREV-SEQ-NO
           MOVE WS-STORED-CHECK-VALUE TO WS-PREV-CHECK-VALUE.

       4000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SR-SEQ-NO    TO DL-SEQ-NO
           MOVE ZERO         TO DL-THRU-SEQ-NO
           MOVE SR-SOURCE    TO DL-SOURCE
           MOVE AUD-DATE     TO DL-DATE
           MOVE AUD-TIME     TO DL-TIME
           MOVE AUD-OPERID   TO DL-OPERID
           MOVE AUD-TRANCODE TO DL-TRANCODE
           MOVE AUD-CUST-NO  TO DL-CUSTNO
           PERFORM 4200-PRINT-DETAIL.

       4100-WRITE-RANGE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-GAP-FROM TO DL-SEQ-NO
           MOVE WS-GAP-THRU TO DL-THRU-SEQ-NO
           MOVE SPACES TO DL-SOURCE
           MOVE SPACES TO DL-DATE
           MOVE SPACES TO DL-TIME
           MOVE SPACES TO DL-OPERID
           MOVE SPACES TO DL-TRANCODE
           MOVE SPACES TO DL-CUSTNO
           PERFORM 4200-PRINT-DETAIL.

       4200-PRINT-DETAIL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE.

       5000-TERMINATE.
      *        the end of the trail must reach the last number handed
      *        out when the job started - from the retention boundary,
      *        when nothing at or after it was found at all
           IF NOT WS-CHAIN-ANCHORED
               AND WS-RETAINED-FROM-SEQ > ZERO
               COMPUTE WS-PREV-SEQ-NO = WS-RETAINED-FROM-SEQ - 1
           END-IF
           IF WS-CONTROL-FOUND
               AND WS-PREV-SEQ-NO < WS-CONTROL-LAST-SEQ
               ADD 1 TO WS-GAP-COUNT
               COMPUTE WS-GAP-FROM = WS-PREV-SEQ-NO + 1
               MOVE WS-CONTROL-LAST-SEQ TO WS-GAP-THRU
               MOVE 'TRAIL SHORT' TO DL-EXCEPTION
               MOVE 'RECORDS MISSING OFF THE END OF THE TRAIL'
                   TO DL-TEXT
               PERFORM 4100-WRITE-RANGE-EXCEPTION
           END-IF

           IF NOT WS-CONTROL-FOUND
               PERFORM 5200-SEED-CONTROL-RECORD
           END-IF
           CLOSE AUDCTL-FILE

           PERFORM 5100-WRITE-SUMMARY-LINES

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '** AUDIT TRAIL EXCEPTIONS **    ' TO SL-LABEL
               MOVE WS-EXCEPTION-COUNT TO SL-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'CSAUDVFY - AUDIT TRAIL EXCEPTIONS FOUND = '
                   WS-EXCEPTION-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'CSAUDVFY - ARCHIVE RECORDS READ  = '
               WS-ARCH-READ-COUNT
           DISPLAY 'CSAUDVFY - CURRENT RECORDS READ  = '
               WS-CURR-READ-COUNT
           DISPLAY 'CSAUDVFY - RECORDS VERIFIED      = '
               WS-VERIFIED-COUNT
           DISPLAY 'CSAUDVFY - WRITTEN BEFORE CHAIN  = '
               WS-PRECHAIN-COUNT
           DISPLAY 'CSAUDVFY - RETAINED FOR HOLD     = '
               WS-HELD-RETAINED-COUNT
           DISPLAY 'CSAUDVFY - GAPS                  = '
               WS-GAP-COUNT
           DISPLAY 'CSAUDVFY - DUPLICATES            = '
               WS-DUPLICATE-COUNT
           DISPLAY 'CSAUDVFY - BROKEN LINKS          = '
               WS-BROKEN-COUNT
           DISPLAY 'CSAUDVFY - UNSEQUENCED           = '
               WS-UNSEQUENCED-COUNT.

       5100-WRITE-SUMMARY-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'ARCHIVE RECORDS READ            ' TO SL-LABEL
           MOVE WS-ARCH-READ-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CURRENT RECORDS READ            ' TO SL-LABEL
           MOVE WS-CURR-READ-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'RECORDS VERIFIED                ' TO SL-LABEL
           MOVE WS-VERIFIED-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'WRITTEN BEFORE CHAINING BEGAN   ' TO SL-LABEL
           MOVE WS-PRECHAIN-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'RETAINED FOR HOLD, OUT OF SEQ   ' TO SL-LABEL
           MOVE WS-HELD-RETAINED-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'GAPS                            ' TO SL-LABEL
           MOVE WS-GAP-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'DUPLICATES                      ' TO SL-LABEL
           MOVE WS-DUPLICATE-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'BROKEN LINKS                    ' TO SL-LABEL
           MOVE WS-BROKEN-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'UNSEQUENCED RECORDS             ' TO SL-LABEL
           MOVE WS-UNSEQUENCED-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  First run - seed the control record from the end of the
      *  trail.  On a trail that was never chained that is zero; a
      *  chained trail with no control record means the record was
      *  lost, which is itself an exception.
      *----------------------------------------------------------------
       5200-SEED-CONTROL-RECORD.
           MOVE SPACES TO AUDCTL-RECORD
           MOVE 'AUDTRAIL'          TO AC-KEY
           MOVE WS-PREV-SEQ-NO      TO AC-LAST-SEQ-NO
           MOVE WS-PREV-CHECK-VALUE TO AC-LAST-CHECK-VALUE
           MOVE WS-CHAIN-START-DATE TO AC-CHAIN-START-DATE
           MOVE ZERO                TO AC-RETAINED-FROM-SEQ
           WRITE AUDCTL-RECORD
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSAUDVFY - AUDCTL WRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-PREV-SEQ-NO > ZERO
               MOVE 'NO CONTROL' TO DL-EXCEPTION
               MOVE 'AUDCTL MISSING - RESEEDED FROM END OF TRAIL'
                   TO DL-TEXT
               MOVE ZERO            TO WS-GAP-FROM
               MOVE WS-PREV-SEQ-NO  TO WS-GAP-THRU
               PERFORM 4100-WRITE-RANGE-EXCEPTION
           ELSE
               DISPLAY 'CSAUDVFY - AUDCTL SEEDED, CHAIN STARTS '
                   WS-CHAIN-START-DATE
           END-IF.

       8000-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8100-READ-ARCH-IN.
           READ ARCH-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8200-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
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
           MOVE 'CSAUDVFY' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSAUDVFY - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-ARCH-READ-COUNT + WS-CURR-READ-COUNT
           MOVE WS-VERIFIED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

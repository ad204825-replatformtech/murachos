       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSCRMR1.
      *================================================================
      *  CSCRMR1 - weekly full-file reconciliation of the CRM's
      *  customer base against CUSTMAST.  CSCRMX1 only ever sends the
      *  CRM the night's net changes; a delta file dropped or
      *  mis-applied on the CRM side stays wrong until a customer
      *  complains.  Once a week the CRM sends back a full extract in
      *  the CUSTEXT layout (CRMFULL), and this job matches it by
      *  customer number to the CUSTSNAP snapshot CSSNAP1 writes:
      *
      *     - on CUSTSNAP, not on the CRM ......... NOT ON CRM
      *     - on the CRM, not on CUSTSNAP ......... NOT ON MASTER
      *     - customer number twice on the CRM .... DUPLICATE (the
      *                                              first is matched)
      *     - status differs ...................... STATUS
      *     - name, address, city, state, ZIP, phone or email
      *       differs ............................. one line per field
      *
      *  With the corrective option the job also writes a CRMDELT
      *  resync file in the nightly feed's format - header, trailer
      *  totals and all - for the CRM to load: 'A' for a customer the
      *  CRM is missing, 'C' (final master image) for one it holds
      *  differently, and 'D' for one the master no longer has.
      *
      *  Parameter card: col 1 'C' = write the corrective CRMDELT
      *  file as well as the report; blank or 'R' = report only (the
      *  CRMDELT DD is not opened).
      *
      *  RETURN-CODE 4 when the two sides do not agree.  Run in the
      *  weekly stream after CSSNAP1, against the CRM extract taken
      *  after the night's CSCRMX1 feed was loaded.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP-FILE ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT CRMFULL-FILE ASSIGN TO CRMFULL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFULL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT CRMDELT-FILE ASSIGN TO CRMDELT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMDELT-STATUS.

           SELECT REPORT-FILE ASSIGN TO CRMRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP-FILE
           RECORDING MODE IS F.
       COPY CUSTMAST.

       FD  CRMFULL-FILE
           RECORDING MODE IS F.
       01  CRMFULL-RECORD                  PIC X(200).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CUST-NO                  PIC X(6).
           05  SR-CRM-DATA                 PIC X(194).

       FD  CRMDELT-FILE
           RECORDING MODE IS F.
       COPY CRMDELT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CUSTEXT.

       01  WS-CUSTSNAP-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-CRMFULL-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-CRMDELT-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                PIC X(1).
               88  WS-CORRECTIVE-RUN       VALUE 'C'.
               88  WS-REPORT-ONLY-RUN      VALUES 'R' ' '.
           05  FILLER                      PIC X(79).

      *  Current key on each side of the match - HIGH-VALUES once a
      *  side is exhausted, so the other side drains against it.
       01  WS-SNAP-KEY                     PIC X(6)  VALUE SPACES.
       01  WS-CRM-KEY                      PIC X(6)  VALUE SPACES.
       01  WS-PREV-CRM-KEY                 PIC X(6)  VALUE LOW-VALUES.
       01  WS-DUP-SWITCH                   PIC X     VALUE 'N'.
           88  WS-CRM-DUPLICATE            VALUE 'Y'.
       01  WS-DIFF-SWITCH                  PIC X     VALUE 'N'.
           88  WS-CUST-DIFFERS             VALUE 'Y'.

       01  WS-MASTER-STATUS                PIC X(1).
       01  WS-CRM-STATUS                   PIC X(1).
       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SNAP-READ-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-CRM-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-MATCHED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-AGREE-COUNT              PIC 9(7)  VALUE ZERO.
           05  WS-NOT-ON-CRM-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-NOT-ON-MASTER-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-DUPLICATE-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-STATUS-DIFF-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-DIFF-CUST-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-FIELD-DIFF-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ADD-FED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CHG-FED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-DEL-FED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-TOTAL-FED-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-OUT-OF-STEP-COUNT        PIC 9(7)  VALUE ZERO.

      *----------------------------------------------------------------
      *  Offsets and lengths of the compared fields - the same in the
      *  CUSTMAST and CUSTEXT layouts, so one table serves both sides
      *  of the compare, the way CSHIST1 walks the audit images.
      *----------------------------------------------------------------
       01  WS-FIELD-TABLE-DEF.
           05  FILLER                      PIC X(15)
               VALUE 'LAST NAME 00730'.
           05  FILLER                      PIC X(15)
               VALUE 'FIRST NAME03720'.
           05  FILLER                      PIC X(15)
               VALUE 'ADDRESS   05730'.
           05  FILLER                      PIC X(15)
               VALUE 'CITY      08720'.
           05  FILLER                      PIC X(15)
               VALUE 'STATE     10702'.
           05  FILLER                      PIC X(15)
               VALUE 'ZIP CODE  10910'.
           05  FILLER                      PIC X(15)
               VALUE 'PHONE     11912'.
           05  FILLER                      PIC X(15)
               VALUE 'EMAIL     13140'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-DEF.
           05  WS-FIELD-ENTRY OCCURS 8 TIMES
                   INDEXED BY FLD-IDX.
               10  WS-FLD-LABEL            PIC X(10).
               10  WS-FLD-START            PIC 9(3).
               10  WS-FLD-LEN              PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(46)
               VALUE 'CSCRMR1 - CRM FULL-FILE RECONCILIATION REPORT'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9)  VALUE 'RUN DATE '.
           05  HL2-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  HL2-MODE                    PIC X(40).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(16) VALUE 'EXCEPTION'.
           05  FILLER                      PIC X(42) VALUE 'MASTER'.
           05  FILLER                      PIC X(40) VALUE 'CRM'.

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-EXCEPTION                PIC X(14).
           05  FILLER                      PIC X(2).
           05  DL-MASTER-VALUE             PIC X(40).
           05  FILLER                      PIC X(2).
           05  DL-CRM-VALUE                PIC X(40).

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
               ON ASCENDING KEY SR-CUST-NO
               INPUT PROCEDURE IS 2000-LOAD-CRM-EXTRACT
               OUTPUT PROCEDURE IS 3000-MATCH-FILES
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF NOT WS-CORRECTIVE-RUN AND NOT WS-REPORT-ONLY-RUN
               DISPLAY 'CSCRMR1 - PARM MODE MUST BE C, R OR BLANK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTSNAP-FILE
           IF WS-CUSTSNAP-STATUS NOT = '00'
               DISPLAY 'CSCRMR1 - CUSTSNAP OPEN FAILED, STATUS = '
                   WS-CUSTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSCRMR1 - CRMRRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CORRECTIVE-RUN
               OPEN OUTPUT CRMDELT-FILE
               IF WS-CRMDELT-STATUS NOT = '00'
                   DISPLAY 'CSCRMR1 - CRMDELT OPEN FAILED, STATUS = '
                       WS-CRMDELT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO CRMDELT-RECORD
               MOVE 'H' TO CD-ACTION
               MOVE WS-RUN-DATE TO CD-HDR-FEED-DATE
               PERFORM 7000-WRITE-DELTA
               MOVE 'CORRECTIVE CRMDELT FILE WRITTEN' TO HL2-MODE
           ELSE
               MOVE 'REPORT ONLY' TO HL2-MODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO HL2-RUN-DATE
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
      *  Sort input - the CRM extract, in whatever order the CRM
      *  wrote it, into customer-number order to match CUSTSNAP.
      *----------------------------------------------------------------
       2000-LOAD-CRM-EXTRACT.
           OPEN INPUT CRMFULL-FILE
           IF WS-CRMFULL-STATUS NOT = '00'
               DISPLAY 'CSCRMR1 - CRMFULL OPEN FAILED, STATUS = '
                   WS-CRMFULL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-READ-CRMFULL
           PERFORM 2100-RELEASE-LOOP UNTIL WS-EOF
           CLOSE CRMFULL-FILE.

       2100-RELEASE-LOOP.
           ADD 1 TO WS-CRM-READ-COUNT
           RELEASE SORT-RECORD FROM CUSTEXT-RECORD
           PERFORM 8200-READ-CRMFULL.

      *----------------------------------------------------------------
      *  Sort output - match the sorted CRM extract to the snapshot
      *  by customer number.
      *----------------------------------------------------------------
       3000-MATCH-FILES.
           PERFORM 8000-READ-CUSTSNAP
           PERFORM 8100-RETURN-CRM
           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-SNAP-KEY = HIGH-VALUES
                 AND WS-CRM-KEY = HIGH-VALUES.

       3100-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY < WS-CRM-KEY
                   PERFORM 3200-NOT-ON-CRM
                   PERFORM 8000-READ-CUSTSNAP
               WHEN WS-SNAP-KEY > WS-CRM-KEY
                   PERFORM 3300-NOT-ON-MASTER
                   PERFORM 8100-RETURN-CRM
               WHEN OTHER
                   PERFORM 3400-COMPARE-CUSTOMER
                   PERFORM 8000-READ-CUSTSNAP
                   PERFORM 8100-RETURN-CRM
           END-EVALUATE.

       3200-NOT-ON-CRM.
           ADD 1 TO WS-NOT-ON-CRM-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CUST-NO      TO DL-CUSTNO
           MOVE 'NOT ON CRM' TO DL-EXCEPTION
           MOVE CUST-LNAME   TO DL-MASTER-VALUE
           PERFORM 4000-PRINT-DETAIL
           IF WS-CORRECTIVE-RUN
               MOVE 'A' TO CD-ACTION
               PERFORM 7100-BUILD-FROM-MASTER
               PERFORM 7000-WRITE-DELTA
               ADD 1 TO WS-ADD-FED-COUNT
           END-IF.

      *        the CRM still holds a customer the master has purged -
      *        the delete carries the CRM's own image back to it
       3300-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CE-CUST-NO      TO DL-CUSTNO
           MOVE 'NOT ON MASTER' TO DL-EXCEPTION
           MOVE CE-LNAME        TO DL-CRM-VALUE
           PERFORM 4000-PRINT-DETAIL
           IF WS-CORRECTIVE-RUN
               MOVE SPACES TO CRMDELT-RECORD
               MOVE 'D' TO CD-ACTION
               MOVE CUSTEXT-RECORD TO CD-DATA
               PERFORM 7000-WRITE-DELTA
               ADD 1 TO WS-DEL-FED-COUNT
           END-IF.

       3400-COMPARE-CUSTOMER.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 'N' TO WS-DIFF-SWITCH

      *        a blank status is active on both sides
           IF CUST-ACTIVE
               MOVE 'A' TO WS-MASTER-STATUS
           ELSE
               MOVE CUST-STATUS TO WS-MASTER-STATUS
           END-IF
           IF CE-STATUS = SPACE
               MOVE 'A' TO WS-CRM-STATUS
           ELSE
               MOVE CE-STATUS TO WS-CRM-STATUS
           END-IF
           IF WS-MASTER-STATUS NOT = WS-CRM-STATUS
               MOVE 'Y' TO WS-DIFF-SWITCH
               ADD 1 TO WS-STATUS-DIFF-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CUST-NO          TO DL-CUSTNO
               MOVE 'STATUS'         TO DL-EXCEPTION
               MOVE WS-MASTER-STATUS TO DL-MASTER-VALUE
               MOVE WS-CRM-STATUS    TO DL-CRM-VALUE
               PERFORM 4000-PRINT-DETAIL
           END-IF

           PERFORM 3500-COMPARE-ONE-FIELD
               VARYING FLD-IDX FROM 1 BY 1
               UNTIL FLD-IDX > 8

           IF WS-CUST-DIFFERS
               ADD 1 TO WS-DIFF-CUST-COUNT
               IF WS-CORRECTIVE-RUN
                   MOVE 'C' TO CD-ACTION
                   PERFORM 7100-BUILD-FROM-MASTER
                   PERFORM 7000-WRITE-DELTA
                   ADD 1 TO WS-CHG-FED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-AGREE-COUNT
           END-IF.

       3500-COMPARE-ONE-FIELD.
           IF CUSTMAST-RECORD(WS-FLD-START(FLD-IDX):
                   WS-FLD-LEN(FLD-IDX))
               NOT = CUSTEXT-RECORD(WS-FLD-START(FLD-IDX):
                   WS-FLD-LEN(FLD-IDX))
               MOVE 'Y' TO WS-DIFF-SWITCH
               ADD 1 TO WS-FIELD-DIFF-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CUST-NO TO DL-CUSTNO
               MOVE WS-FLD-LABEL(FLD-IDX) TO DL-EXCEPTION
               MOVE CUSTMAST-RECORD(WS-FLD-START(FLD-IDX):
                   WS-FLD-LEN(FLD-IDX)) TO DL-MASTER-VALUE
               MOVE CUSTEXT-RECORD(WS-FLD-START(FLD-IDX):
                   WS-FLD-LEN(FLD-IDX)) TO DL-CRM-VALUE
               PERFORM 4000-PRINT-DETAIL
           END-IF.

       4000-PRINT-DETAIL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE CUSTSNAP-FILE

           COMPUTE WS-TOTAL-FED-COUNT =
               WS-ADD-FED-COUNT + WS-CHG-FED-COUNT
               + WS-DEL-FED-COUNT
           IF WS-CORRECTIVE-RUN
               MOVE SPACES TO CRMDELT-RECORD
               MOVE 'T' TO CD-ACTION
               MOVE WS-ADD-FED-COUNT   TO CD-TRL-ADD-COUNT
               MOVE WS-CHG-FED-COUNT   TO CD-TRL-CHG-COUNT
               MOVE WS-DEL-FED-COUNT   TO CD-TRL-DEL-COUNT
               MOVE WS-TOTAL-FED-COUNT TO CD-TRL-TOTAL-COUNT
               PERFORM 7000-WRITE-DELTA
               CLOSE CRMDELT-FILE
           END-IF

           COMPUTE WS-OUT-OF-STEP-COUNT =
               WS-NOT-ON-CRM-COUNT + WS-NOT-ON-MASTER-COUNT
               + WS-DIFF-CUST-COUNT + WS-DUPLICATE-COUNT

           PERFORM 5100-WRITE-SUMMARY-LINES
           CLOSE REPORT-FILE

           IF WS-OUT-OF-STEP-COUNT > ZERO
               DISPLAY 'CSCRMR1 - CRM OUT OF STEP WITH MASTER = '
                   WS-OUT-OF-STEP-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'CSCRMR1 - SNAPSHOT RECORDS READ = '
               WS-SNAP-READ-COUNT
           DISPLAY 'CSCRMR1 - CRM RECORDS READ      = '
               WS-CRM-READ-COUNT
           DISPLAY 'CSCRMR1 - MATCHED, IN AGREEMENT = '
               WS-AGREE-COUNT
           DISPLAY 'CSCRMR1 - MATCHED, DIFFERENT    = '
               WS-DIFF-CUST-COUNT
           DISPLAY 'CSCRMR1 - NOT ON CRM            = '
               WS-NOT-ON-CRM-COUNT
           DISPLAY 'CSCRMR1 - NOT ON MASTER         = '
               WS-NOT-ON-MASTER-COUNT
           DISPLAY 'CSCRMR1 - DUPLICATES ON CRM     = '
               WS-DUPLICATE-COUNT
           DISPLAY 'CSCRMR1 - CORRECTIONS WRITTEN   = '
               WS-TOTAL-FED-COUNT.

       5100-WRITE-SUMMARY-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'SNAPSHOT RECORDS READ           ' TO SL-LABEL
           MOVE WS-SNAP-READ-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'CRM RECORDS READ                ' TO SL-LABEL
           MOVE WS-CRM-READ-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'MATCHED, IN AGREEMENT           ' TO SL-LABEL
           MOVE WS-AGREE-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'MATCHED, DIFFERENT              ' TO SL-LABEL
           MOVE WS-DIFF-CUST-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE '  STATUS MISMATCHES             ' TO SL-LABEL
           MOVE WS-STATUS-DIFF-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE '  FIELD DIFFERENCES             ' TO SL-LABEL
           MOVE WS-FIELD-DIFF-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'NOT ON CRM                      ' TO SL-LABEL
           MOVE WS-NOT-ON-CRM-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'NOT ON MASTER                   ' TO SL-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'DUPLICATES ON CRM               ' TO SL-LABEL
           MOVE WS-DUPLICATE-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           IF WS-CORRECTIVE-RUN
               MOVE 'CORRECTIVE ADDS WRITTEN         ' TO SL-LABEL
               MOVE WS-ADD-FED-COUNT TO SL-COUNT
               PERFORM 5200-PRINT-SUMMARY-LINE
               MOVE 'CORRECTIVE CHANGES WRITTEN      ' TO SL-LABEL
               MOVE WS-CHG-FED-COUNT TO SL-COUNT
               PERFORM 5200-PRINT-SUMMARY-LINE
               MOVE 'CORRECTIVE DELETES WRITTEN      ' TO SL-LABEL
               MOVE WS-DEL-FED-COUNT TO SL-COUNT
               PERFORM 5200-PRINT-SUMMARY-LINE
           END-IF.

       5200-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-WRITE-DELTA.
           WRITE CRMDELT-RECORD
           IF WS-CRMDELT-STATUS NOT = '00'
               DISPLAY 'CSCRMR1 - CRMDELT WRITE FAILED, STATUS = '
                   WS-CRMDELT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        corrections always carry the master's image - the
      *        master is the book of record
       7100-BUILD-FROM-MASTER.
           MOVE SPACES              TO CD-DATA
           MOVE CUST-NO             TO CD-CUST-NO
           MOVE CUST-LNAME          TO CD-LNAME
           MOVE CUST-FNAME          TO CD-FNAME
           MOVE CUST-ADDR           TO CD-ADDR
           MOVE CUST-CITY           TO CD-CITY
           MOVE CUST-STATE          TO CD-STATE
           MOVE CUST-ZIPCODE        TO CD-ZIPCODE
           MOVE CUST-HOME-PHONE     TO CD-HOME-PHONE
           MOVE CUST-EMAIL          TO CD-EMAIL
           MOVE CUST-STATUS         TO CD-STATUS.

       8000-READ-CUSTSNAP.
           READ CUSTSNAP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   ADD 1 TO WS-SNAP-READ-COUNT
                   MOVE CUST-NO TO WS-SNAP-KEY
           END-READ.

      *        a customer number the CRM holds twice is reported and
      *        skipped - only the first is matched
       8100-RETURN-CRM.
           MOVE 'Y' TO WS-DUP-SWITCH
           PERFORM 8110-RETURN-ONE-CRM UNTIL NOT WS-CRM-DUPLICATE.

       8110-RETURN-ONE-CRM.
           MOVE 'N' TO WS-DUP-SWITCH
           RETURN SORT-WORK-FILE INTO CUSTEXT-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CRM-KEY
               NOT AT END
                   IF CE-CUST-NO = WS-PREV-CRM-KEY
                       MOVE 'Y' TO WS-DUP-SWITCH
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE CE-CUST-NO  TO DL-CUSTNO
                       MOVE 'DUPLICATE' TO DL-EXCEPTION
                       MOVE CE-LNAME    TO DL-CRM-VALUE
                       PERFORM 4000-PRINT-DETAIL
                   ELSE
                       MOVE CE-CUST-NO TO WS-CRM-KEY
                       MOVE CE-CUST-NO TO WS-PREV-CRM-KEY
                   END-IF
           END-RETURN.

       8200-READ-CRMFULL.
           READ CRMFULL-FILE INTO CUSTEXT-RECORD
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
           MOVE 'CSCRMR1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSCRMR1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-SNAP-READ-COUNT + WS-CRM-READ-COUNT
           MOVE WS-TOTAL-FED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

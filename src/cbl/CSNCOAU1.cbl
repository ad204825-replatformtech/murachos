       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSNCOAU1.
      *================================================================
      *  CSNCOAU1 - NCOA return processing.  Reads the vendor's
      *  return file (NCOARTN.cpy) for the list CSNCOAX1 sent and
      *  acts on each move the change-of-address base matched:
      *
      *     forwarding address supplied ('A')
      *         the new address, city, state and ZIP go onto
      *         CUSTMAST and the undeliverable flag clears, the way
      *         any address change clears it.  Phone and email are
      *         not touched, so PHONXREF/EMALXREF stay as they are.
      *     moved, no forwarding address ('K', 'G', 'F')
      *         the address is flagged undeliverable, exactly as
      *         CSRETM1 flags a returned piece.
      *
      *  Every change is logged to AUDTRAIL with full before/after
      *  images under trancode NCOA.  A forwarding address is only
      *  applied when it passes the ZIPXREF edit (ZIP on file and
      *  agreeing with the city/state), fits CUSTMAST, and the
      *  customer still lives at the address we sent; anything else
      *  goes to the review list (NCOAREV) for the address unit to
      *  key by hand.  One report line per customer on the return
      *  file shows what was done.
      *
      *  RETURN-CODE 4 when the review list is not empty, 8 when a
      *  customer could not be read or rewritten.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOARTN-FILE ASSIGN TO NCOARTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOARTN-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ZIPXREF-FILE ASSIGN TO ZIPXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZX-ZIPCODE
               FILE STATUS IS WS-ZIPXREF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO NCOARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVIEW-FILE ASSIGN TO NCOAREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NCOARTN-FILE
           RECORDING MODE IS F.
       COPY NCOARTN.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  ZIPXREF-FILE.
       COPY ZIPXREF.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NCOARTN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-ZIPXREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REVIEW-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-MOVED-COUNT              PIC 9(7)  VALUE ZERO.
           05  WS-FLAGGED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-CURRENT-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-ALREADY-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-REVIEW-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-NOTFOUND-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-NOACTION-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.

      *  The forwarding address as it would go onto CUSTMAST
       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDR                 PIC X(30).
           05  WS-NEW-CITY                 PIC X(20).
           05  WS-NEW-STATE                PIC X(2).
           05  WS-NEW-ZIP                  PIC X(10).
       01  WS-REVIEW-REASON                PIC X(24) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(42)
               VALUE 'CSNCOAU1 - NCOA RETURN PROCESSING REPORT'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(16)
               VALUE 'REPORT FOR DATE '.
           05  HL2-DATE                    PIC X(8).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(6)  VALUE 'CODE'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(22) VALUE 'RESULT'.
           05  FILLER                      PIC X(40)
               VALUE 'FORWARDING ADDRESS'.

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(3).
           05  DL-CODE                     PIC X(1).
           05  FILLER                      PIC X(4).
           05  DL-NAME                     PIC X(30).
           05  FILLER                      PIC X(2).
           05  DL-RESULT                   PIC X(20).
           05  FILLER                      PIC X(2).
           05  DL-NEW-ADDR                 PIC X(40).

       01  WS-REVIEW-HEADING-1.
           05  FILLER                      PIC X(46)
               VALUE 'CSNCOAU1 - NCOA ADDRESSES HELD FOR REVIEW'.
       01  WS-REVIEW-HEADING-2.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(26) VALUE 'REASON'.
           05  FILLER                      PIC X(41)
               VALUE 'FORWARDING ADDRESS'.
           05  FILLER                      PIC X(29) VALUE 'CITY'.
           05  FILLER                      PIC X(3)  VALUE 'ST'.
           05  FILLER                      PIC X(10) VALUE 'ZIP'.

       01  WS-REVIEW-DETAIL.
           05  RV-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  RV-REASON                   PIC X(24).
           05  FILLER                      PIC X(2).
           05  RV-ADDR                     PIC X(40).
           05  FILLER                      PIC X(1).
           05  RV-CITY                     PIC X(28).
           05  FILLER                      PIC X(1).
           05  RV-STATE                    PIC X(2).
           05  FILLER                      PIC X(1).
           05  RV-ZIP5                     PIC X(5).
           05  RV-ZIP4-DASH                PIC X(1).
           05  RV-ZIP4                     PIC X(4).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT NCOARTN-FILE
           IF WS-NCOARTN-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - NCOARTN OPEN FAILED, STATUS = '
                   WS-NCOARTN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - CUSTMAST OPEN FAILED, STATUS = '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ZIPXREF-FILE
           IF WS-ZIPXREF-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - ZIPXREF OPEN FAILED, STATUS = '
                   WS-ZIPXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - AUDCTL OPEN FAILED, STATUS = '
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
               DISPLAY 'CSNCOAU1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - NCOARPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO HL2-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN OUTPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - NCOAREV OPEN FAILED, STATUS = '
                   WS-REVIEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REVIEW-LINE
           MOVE WS-REVIEW-HEADING-1 TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           MOVE WS-HEADING-2 TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           MOVE WS-REVIEW-HEADING-2 TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE

           PERFORM 8000-READ-NCOARTN.

       2000-PROCESS-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE NR-CLIENT-KEY(1:6) TO DL-CUSTNO
           MOVE NR-RETURN-CODE     TO DL-CODE
           MOVE NR-CLIENT-KEY(1:6) TO CUST-NO
           READ CUSTMAST-FILE
           EVALUATE TRUE
               WHEN WS-CUSTMAST-STATUS = '23'
                   ADD 1 TO WS-NOTFOUND-COUNT
                   MOVE 'NOT ON FILE' TO DL-RESULT
               WHEN WS-CUSTMAST-STATUS NOT = '00'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'READ FAILED' TO DL-RESULT
                   DISPLAY 'CSNCOAU1 - CUSTMAST READ FAILED, CUST-NO'
                       ' = ' NR-CLIENT-KEY ' STATUS = '
                       WS-CUSTMAST-STATUS
               WHEN NR-NEW-ADDRESS
                   MOVE CUST-LNAME       TO DL-NAME
                   MOVE NR-NEW-ADDR-LINE TO DL-NEW-ADDR
                   PERFORM 2100-FORWARDING-ADDRESS
               WHEN NR-NO-FORWARDING
                   MOVE CUST-LNAME TO DL-NAME
                   PERFORM 2200-NO-FORWARDING
               WHEN OTHER
                   ADD 1 TO WS-NOACTION-COUNT
                   MOVE CUST-LNAME TO DL-NAME
                   MOVE 'NO ACTION' TO DL-RESULT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8000-READ-NCOARTN.

       2100-FORWARDING-ADDRESS.
           PERFORM 2110-BUILD-NEW-ADDRESS
           EVALUATE TRUE
               WHEN CUST-ADDR = WS-NEW-ADDR
                AND CUST-ZIPCODE(1:5) = NR-NEW-ZIP5
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE 'ALREADY CURRENT' TO DL-RESULT
               WHEN OTHER
                   PERFORM 2120-EDIT-NEW-ADDRESS
                   IF WS-REVIEW-REASON = SPACES
                       PERFORM 2130-APPLY-NEW-ADDRESS
                   ELSE
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE 'HELD FOR REVIEW' TO DL-RESULT
                       PERFORM 4000-WRITE-REVIEW
                   END-IF
           END-EVALUATE.

      *        ZIP goes on as NNNNN-NNNN, the form CSADDR1 leaves it in
       2110-BUILD-NEW-ADDRESS.
           MOVE SPACES TO WS-NEW-ADDRESS
           MOVE NR-NEW-ADDR-LINE TO WS-NEW-ADDR
           MOVE NR-NEW-CITY      TO WS-NEW-CITY
           MOVE NR-NEW-STATE     TO WS-NEW-STATE
           MOVE NR-NEW-ZIP5      TO WS-NEW-ZIP(1:5)
           IF NR-NEW-ZIP4 NOT = SPACES
               MOVE '-'          TO WS-NEW-ZIP(6:1)
               MOVE NR-NEW-ZIP4  TO WS-NEW-ZIP(7:4)
           END-IF.

      *----------------------------------------------------------------
      *  The forwarding address is applied only if it passes the
      *  same ZIPXREF edit as the maintenance screen (4000-VALIDATE-
      *  ZIPCODE) - except that here a ZIP the cross-reference does
      *  not know is held too, since nobody is on the phone to
      *  confirm it.  A customer whose address has changed since the
      *  list went out is held: the vendor matched an address we no
      *  longer have.
      *----------------------------------------------------------------
       2120-EDIT-NEW-ADDRESS.
           MOVE SPACES TO WS-REVIEW-REASON
           EVALUATE TRUE
               WHEN NR-OLD-ADDR-LINE(1:30) NOT = CUST-ADDR
                 OR NR-OLD-ZIP5 NOT = CUST-ZIPCODE(1:5)
                   MOVE 'ADDRESS CHANGED SINCE' TO WS-REVIEW-REASON
               WHEN NR-NEW-ADDR-LINE = SPACES
                 OR NR-NEW-CITY = SPACES
                 OR NR-NEW-STATE = SPACES
                   MOVE 'ADDRESS INCOMPLETE' TO WS-REVIEW-REASON
               WHEN NR-NEW-ADDR-LINE(31:10) NOT = SPACES
                   MOVE 'ADDRESS TOO LONG' TO WS-REVIEW-REASON
               WHEN NR-NEW-CITY(21:8) NOT = SPACES
                   MOVE 'CITY TOO LONG' TO WS-REVIEW-REASON
               WHEN NR-NEW-ZIP5 NOT NUMERIC
                   MOVE 'ZIP CODE INVALID' TO WS-REVIEW-REASON
               WHEN OTHER
                   MOVE SPACES TO ZX-ZIPCODE
                   MOVE NR-NEW-ZIP5 TO ZX-ZIPCODE(1:5)
                   READ ZIPXREF-FILE
                   IF WS-ZIPXREF-STATUS NOT = '00'
                       MOVE 'ZIP NOT ON XREF' TO WS-REVIEW-REASON
                   ELSE
                       IF ZX-CITY NOT = WS-NEW-CITY
                           OR ZX-STATE NOT = WS-NEW-STATE
                           MOVE 'ZIP DOES NOT MATCH CITY'
                               TO WS-REVIEW-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       2130-APPLY-NEW-ADDRESS.
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-ADDR  TO CUST-ADDR
           MOVE WS-NEW-CITY  TO CUST-CITY
           MOVE WS-NEW-STATE TO CUST-STATE
           MOVE WS-NEW-ZIP   TO CUST-ZIPCODE
           MOVE SPACE        TO CUST-MAIL-FLAG
           REWRITE CUSTMAST-RECORD
           IF WS-CUSTMAST-STATUS = '00'
               ADD 1 TO WS-MOVED-COUNT
               MOVE 'ADDRESS CHANGED' TO DL-RESULT
               PERFORM 7000-AUDIT-CHANGE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'REWRITE FAILED' TO DL-RESULT
               DISPLAY 'CSNCOAU1 - CUSTMAST REWRITE FAILED, CUST-NO'
                   ' = ' CUST-NO ' STATUS = ' WS-CUSTMAST-STATUS
           END-IF.

       2200-NO-FORWARDING.
           IF CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY FLAGGED' TO DL-RESULT
           ELSE
               MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
               MOVE 'U' TO CUST-MAIL-FLAG
               REWRITE CUSTMAST-RECORD
               IF WS-CUSTMAST-STATUS = '00'
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE 'FLAGGED UNDELIV' TO DL-RESULT
                   PERFORM 7000-AUDIT-CHANGE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'REWRITE FAILED' TO DL-RESULT
                   DISPLAY 'CSNCOAU1 - CUSTMAST REWRITE FAILED,'
                       ' CUST-NO = ' CUST-NO ' STATUS = '
                       WS-CUSTMAST-STATUS
               END-IF
           END-IF.

       4000-WRITE-REVIEW.
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE CUST-NO          TO RV-CUSTNO
           MOVE WS-REVIEW-REASON TO RV-REASON
           MOVE NR-NEW-ADDR-LINE TO RV-ADDR
           MOVE NR-NEW-CITY      TO RV-CITY
           MOVE NR-NEW-STATE     TO RV-STATE
           MOVE NR-NEW-ZIP5      TO RV-ZIP5
           IF NR-NEW-ZIP4 NOT = SPACES
               MOVE '-'          TO RV-ZIP4-DASH
               MOVE NR-NEW-ZIP4  TO RV-ZIP4
           END-IF
           MOVE SPACES TO REVIEW-LINE
           MOVE WS-REVIEW-DETAIL TO REVIEW-LINE
           WRITE REVIEW-LINE.

       7000-AUDIT-CHANGE.
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSNCOAU1'       TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'NCOA'           TO AUD-TRANCODE
           MOVE 'C'              TO AUD-FUNCTION
           MOVE CUST-NO          TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSNCOAU1 - AUDTRAIL WRITE FAILED, STATUS = '
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
               DISPLAY 'CSNCOAU1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSNCOAU1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'RETURN RECORDS READ         ' TO SL-LABEL
           MOVE WS-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ADDRESSES CHANGED           ' TO SL-LABEL
           MOVE WS-MOVED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'FLAGGED UNDELIVERABLE       ' TO SL-LABEL
           MOVE WS-FLAGGED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'HELD FOR REVIEW             ' TO SL-LABEL
           MOVE WS-REVIEW-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ALREADY CURRENT             ' TO SL-LABEL
           MOVE WS-CURRENT-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ALREADY FLAGGED             ' TO SL-LABEL
           MOVE WS-ALREADY-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'NO ACTION CODE              ' TO SL-LABEL
           MOVE WS-NOACTION-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS NOT ON FILE       ' TO SL-LABEL
           MOVE WS-NOTFOUND-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'FAILURES                    ' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

           CLOSE NCOARTN-FILE
           CLOSE CUSTMAST-FILE
           CLOSE ZIPXREF-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE REPORT-FILE
           CLOSE REVIEW-FILE

           DISPLAY 'CSNCOAU1 - RETURN RECORDS READ = ' WS-READ-COUNT
           DISPLAY 'CSNCOAU1 - ADDRESSES CHANGED   = ' WS-MOVED-COUNT
           DISPLAY 'CSNCOAU1 - FLAGGED UNDELIV     = '
               WS-FLAGGED-COUNT
           DISPLAY 'CSNCOAU1 - HELD FOR REVIEW     = '
               WS-REVIEW-COUNT
           DISPLAY 'CSNCOAU1 - NOT ON FILE         = '
               WS-NOTFOUND-COUNT
           DISPLAY 'CSNCOAU1 - FAILURES            = '
               WS-FAILED-COUNT
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REVIEW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-READ-NCOARTN.
           READ NCOARTN-FILE
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
           MOVE 'CSNCOAU1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSNCOAU1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           COMPUTE RLP-OUT-COUNT = WS-MOVED-COUNT + WS-FLAGGED-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

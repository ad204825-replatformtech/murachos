      *  released on the REJM screen come back through the optional
      *  RCYTRAN recycle file, applied after the night's CUSTTRAN,
      *  each still carrying the run date that first rejected it.
      *
      *  Every add is screened against the sanctions and fraud watch
      *  list (WATCHLST) before it is written.  A probable hit opens
      *  a WATCHHIT entry for compliance (CSWLRV1) and the add is
      *  rejected with reason 07; once compliance clears the hit and
      *  the reject is released on REJM, the recycle pass screens it
      *  again and a cleared entry no longer stops it.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT WATCHLST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

           SELECT WATCHHIT-FILE ASSIGN TO WATCHHIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WATCHHIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTTRAN-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       FD  WATCHLST-FILE.
       COPY WATCHLST.

       FD  WATCHHIT-FILE.
       COPY WATCHHIT.

       WORKING-STORAGE SECTION.
       01  WS-CUSTTRAN-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-RECYCLE-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-UPDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-WATCHLST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-WATCHHIT-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-RECYCLE-PASS-SWITCH          PIC X     VALUE 'N'.
           05  WS-INV-REJECT-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ASSIGNED-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-RECYCLE-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-SCREEN-HELD-COUNT        PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
      *  the recycle record for the recycle pass.
       01  WS-TRAN-ORIG-DATE               PIC X(8)  VALUE SPACES.

      *  Watch-list screen of an add - any probable hit compliance
      *  has not cleared rejects it.
       01  WS-WL-BROWSE-SWITCH             PIC X     VALUE 'N'.
           88  WS-WL-BROWSE-DONE           VALUE 'Y'.
       01  WS-SCREEN-RESULT                PIC X     VALUE SPACE.
           88  WS-SCREEN-PASSED            VALUE SPACE.
           88  WS-SCREEN-HIT               VALUE 'H'.
       01  WS-WL-BROWSE-CODE               PIC X(4).
       01  WS-WL-LNAME-CODE                PIC X(4).

       COPY WLMATCH.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-LOOP UNTIL WS-EOF
           PERFORM 2700-APPLY-RECYCLE
           PERFORM 3000-TERMINATE
           PERFORM 6000-CARRY-POSITION-FORWARD
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSUPDT1 - AUDCTL OPEN FAILED, STATUS = '
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
               DISPLAY 'CSUPDT1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WATCHLST-FILE
           IF WS-WATCHLST-STATUS NOT = '00'
               DISPLAY 'CSUPDT1 - WATCHLST OPEN FAILED, STATUS = '
                   WS-WATCHLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WATCHHIT-FILE
           IF WS-WATCHHIT-STATUS NOT = '00'
               DISPLAY 'CSUPDT1 - WATCHHIT OPEN FAILED, STATUS = '
                   WS-WATCHHIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8000-READ-CUSTTRAN.

               DISPLAY 'CSUPDT1 - CUSTTRAN FILE IS EMPTY - NOTHING'
                   ' APPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9810-LOG-RUN-END
               STOP RUN
           END-IF
           IF NOT CT-HEADER
               DISPLAY 'CSUPDT1 - FIRST RECORD IS NOT A FILE HEADER'
                   ' - NOTHING APPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9810-LOG-RUN-END
               STOP RUN
           END-IF
           MOVE CT-HDR-FILE-DATE TO WS-FILE-DATE
                       WS-LAST-FILE-DATE '/' WS-LAST-FILE-SEQ
                       ') - NOTHING APPLIED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9810-LOG-RUN-END
                   STOP RUN
               END-IF
           END-IF
               DISPLAY 'CSUPDT1 - NO FILE TRAILER - SHORT FILE -'
                   ' NOTHING APPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9810-LOG-RUN-END
               STOP RUN
           END-IF

                   WS-VAL-ADD-COUNT ' ' WS-VAL-CHG-COUNT ' '
                   WS-VAL-DEL-COUNT ' ' WS-VAL-BODY-COUNT
               MOVE 8 TO RETURN-CODE
               PERFORM 9810-LOG-RUN-END
               STOP RUN
           END-IF

               DISPLAY 'CSUPDT1 - RECORDS FOUND AFTER THE TRAILER -'
                   ' NOTHING APPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9810-LOG-RUN-END
               STOP RUN
           END-IF

                   DISPLAY 'CSUPDT1 - SECOND FILE HEADER FOUND -'
                       ' NOTHING APPLIED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9810-LOG-RUN-END
                   STOP RUN
               WHEN CT-ADD
                   ADD 1 TO WS-VAL-ADD-COUNT
               END-EVALUATE
           END-IF.

      *        a number already on file is rejected before the
      *        screen, so a duplicate never raises a watch-list hit
       2100-APPLY-ADD.
           MOVE CT-CUST-NO TO CUST-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = '00'
               ADD 1 TO WS-ADD-REJECT-COUNT
               MOVE '02' TO REJ-REASON-CODE
               PERFORM 2600-WRITE-REJECT
           ELSE
               PERFORM 2110-BUILD-CUSTMAST-RECORD
               MOVE 'A' TO CUST-STATUS
               MOVE WS-RUN-DATE TO CUST-STATUS-DATE
               PERFORM 2800-SCREEN-WATCH-LIST
               IF WS-SCREEN-HIT
                   ADD 1 TO WS-ADD-REJECT-COUNT
                   ADD 1 TO WS-SCREEN-HELD-COUNT
                   MOVE '07' TO REJ-REASON-CODE
                   PERFORM 2600-WRITE-REJECT
               ELSE
                   PERFORM 2150-WRITE-NEW-CUSTOMER
               END-IF
           END-IF.

       2150-WRITE-NEW-CUSTOMER.
           WRITE CUSTMAST-RECORD
           EVALUATE WS-CUSTMAST-STATUS
               WHEN '00'
                   MOVE WS-BEFORE-IMAGE(171:1) TO CUST-STATUS
                   MOVE WS-BEFORE-IMAGE(172:8) TO CUST-STATUS-DATE
                   MOVE WS-BEFORE-IMAGE(180:1) TO CUST-MAIL-FLAG
                   MOVE WS-BEFORE-IMAGE(183:3) TO CUST-BRANCH
      *            a new address is presumed deliverable - it clears
      *            the returned-mail flag automatically
                   IF CUST-ADDR NOT = WS-BEFORE-IMAGE(57:30)
           PERFORM 2050-APPLY-ONE-TRAN
           PERFORM 8100-READ-RECYCLE.

      *----------------------------------------------------------------
      *  Watch-list screen of an add, with the same CSWLMAT matcher
      *  as the nightly screen and the online add: every entry whose
      *  surname sounds like the customer's last name, then given
      *  name.  Each probable hit is looked up on WATCHHIT - a hit
      *  compliance cleared for this customer number no longer
      *  stops it; any other holds the add, and one not seen before
      *  is opened for review.  The watch list is infrastructure
      *  like CUSTNOCT - if it cannot be read, nothing is added
      *  unscreened and the run stops.
      *----------------------------------------------------------------
       2800-SCREEN-WATCH-LIST.
           MOVE SPACE TO WS-SCREEN-RESULT
           MOVE SPACES TO WLMATCH-PARMS
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-LNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-LNAME-CODE WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
               PERFORM 2810-BROWSE-NAME-CODE
           END-IF
           MOVE 'K' TO WM-FUNCTION
           MOVE CUST-FNAME TO WM-NAME-IN
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           MOVE WM-NAME-CODE TO WS-WL-BROWSE-CODE
           IF WS-WL-BROWSE-CODE NOT = SPACES
             AND WS-WL-BROWSE-CODE NOT = WS-WL-LNAME-CODE
               PERFORM 2810-BROWSE-NAME-CODE
           END-IF.

       2810-BROWSE-NAME-CODE.
           MOVE 'N' TO WS-WL-BROWSE-SWITCH
           MOVE LOW-VALUES TO WL-KEY
           MOVE WS-WL-BROWSE-CODE TO WL-NAME-CODE
           START WATCHLST-FILE KEY NOT < WL-KEY
           EVALUATE WS-WATCHLST-STATUS
               WHEN '00'
                   PERFORM 2820-SCORE-ONE-ENTRY
                       UNTIL WS-WL-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSUPDT1 - WATCHLST START FAILED, STATUS = '
                       WS-WATCHLST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2820-SCORE-ONE-ENTRY.
           READ WATCHLST-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-WATCHLST-STATUS = '00'
                AND WL-NAME-CODE = WS-WL-BROWSE-CODE
                   PERFORM 2830-SCORE-ENTRY
               WHEN WS-WATCHLST-STATUS = '00'
                 OR WS-WATCHLST-STATUS = '10'
                   MOVE 'Y' TO WS-WL-BROWSE-SWITCH
               WHEN OTHER
                   DISPLAY 'CSUPDT1 - WATCHLST READ FAILED, STATUS = '
                       WS-WATCHLST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2830-SCORE-ENTRY.
           MOVE 'S' TO WM-FUNCTION
           MOVE CUST-LNAME   TO WM-CUST-LNAME
           MOVE CUST-FNAME   TO WM-CUST-FNAME
           MOVE CUST-ADDR    TO WM-CUST-ADDR
           MOVE CUST-CITY    TO WM-CUST-CITY
           MOVE CUST-STATE   TO WM-CUST-STATE
           MOVE CUST-ZIPCODE TO WM-CUST-ZIPCODE
           MOVE WL-LNAME     TO WM-ENTRY-LNAME
           MOVE WL-FNAME     TO WM-ENTRY-FNAME
           MOVE WL-ADDR      TO WM-ENTRY-ADDR
           MOVE WL-CITY      TO WM-ENTRY-CITY
           MOVE WL-STATE     TO WM-ENTRY-STATE
           MOVE WL-ZIPCODE   TO WM-ENTRY-ZIPCODE
           CALL 'CSWLMAT' USING WLMATCH-PARMS
           IF WM-PROBABLE-HIT
               PERFORM 2840-CHECK-HIT-DECISION
           END-IF.

       2840-CHECK-HIT-DECISION.
           MOVE CUST-NO     TO WH-CUST-NO
           MOVE WL-ENTRY-ID TO WH-ENTRY-ID
           READ WATCHHIT-FILE
           EVALUATE TRUE
               WHEN WS-WATCHHIT-STATUS = '23'
                   MOVE 'H' TO WS-SCREEN-RESULT
                   PERFORM 2850-OPEN-HELD-ADD
               WHEN WS-WATCHHIT-STATUS NOT = '00'
                   DISPLAY 'CSUPDT1 - WATCHHIT READ FAILED, STATUS = '
                       WS-WATCHHIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN WH-CLEARED
                   CONTINUE
               WHEN OTHER
                   MOVE 'H' TO WS-SCREEN-RESULT
           END-EVALUATE.

       2850-OPEN-HELD-ADD.
           MOVE SPACES TO WATCHHIT-RECORD
           MOVE CUST-NO          TO WH-CUST-NO
           MOVE WL-ENTRY-ID      TO WH-ENTRY-ID
           MOVE 'O'              TO WH-STATUS
           MOVE 'B'              TO WH-SOURCE
           MOVE WL-LIST-CODE     TO WH-LIST-CODE
           MOVE WM-SCORE         TO WH-SCORE
           MOVE WS-RUN-DATE      TO WH-HIT-DATE
           MOVE WS-RUN-TIME(1:6) TO WH-HIT-TIME
           MOVE 'CSUPDT1'        TO WH-MAKER-OPERID
           MOVE 'BTCH'           TO WH-MAKER-TERMID
           IF WS-RECYCLE-PASS
               MOVE 'RCYC' TO WH-MAKER-TRANCODE
           ELSE
               MOVE 'UPDT' TO WH-MAKER-TRANCODE
           END-IF
           MOVE CUSTMAST-RECORD  TO WH-CUST-IMAGE
           WRITE WATCHHIT-RECORD
           IF WS-WATCHHIT-STATUS NOT = '00'
               DISPLAY 'CSUPDT1 - WATCHHIT WRITE FAILED, STATUS = '
                   WS-WATCHHIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2600-WRITE-REJECT.
           MOVE CUSTTRAN-RECORD TO REJ-TRAN-DATA
           MOVE WS-TRAN-ORIG-DATE TO REJ-ORIG-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'          TO AUD-TERMID
           MOVE 'CSUPDT1'       TO AUD-OPERID
           MOVE SPACES          TO AUD-CHECKER-OPERID
      *        recycled rejects are stamped RCYC so the trail shows
      *        which applies came through the repair queue
           IF WS-RECYCLE-PASS
           END-IF.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSUPDT1 - AUDTRAIL WRITE FAILED, STATUS = '
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
               DISPLAY 'CSUPDT1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSUPDT1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-TERMINATE.
           CLOSE EMALXREF-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE WATCHLST-FILE
           CLOSE WATCHHIT-FILE
           DISPLAY 'CSUPDT1 - RUN DATE ' WS-RUN-DATE
               ' TIME ' WS-RUN-TIME
           DISPLAY 'CSUPDT1 - TRANSACTIONS READ   = ' WS-READ-COUNT
           DISPLAY 'CSUPDT1 - NUMBERS ASSIGNED    = '
               WS-ASSIGNED-COUNT
           DISPLAY 'CSUPDT1 - RECYCLED TRANS READ = '
               WS-RECYCLE-READ-COUNT
           DISPLAY 'CSUPDT1 - ADDS HELD (WATCH)   = '
               WS-SCREEN-HELD-COUNT.

      *----------------------------------------------------------------
      *  The applied file's date/sequence becomes the rerun guard
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
           MOVE 'CSUPDT1' TO RLP-PROGRAM
           MOVE 'CSREJX1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSUPDT1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-READ-COUNT + WS-RECYCLE-READ-COUNT
           COMPUTE RLP-OUT-COUNT =
               WS-ADD-APPLIED-COUNT + WS-CHG-APPLIED-COUNT
                 + WS-DEL-APPLIED-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSWLLD1.
      *================================================================
      *  CSWLLD1 - loads the WATCHLST watch-list KSDS from the watch-
      *  list load file (WATCHIN.cpy): the published government
      *  sanctions list, converted into the load format by
      *  compliance, followed by the internal fraud watch list.  The
      *  load file is always the complete list, so WATCHLST is
      *  reloaded from scratch every run - an entry taken off the
      *  published list drops off the next screen.  Run whenever a
      *  new list is published, ahead of the nightly screen.
      *
      *  Each name becomes one WATCHLST record keyed on the sound-
      *  alike code of the surname (CSWLMAT), so screening browses
      *  only the entries that sound like the customer's name.  The
      *  published name is 'SURNAME, GIVEN NAMES'; an organization or
      *  vessel has no comma and loads as a surname alone.
      *
      *  Rejected: an unknown list code, a blank entry id or name, a
      *  name with no letters, and the same name keyed twice under
      *  one entry id and name sequence.  RC 4 when anything is
      *  rejected; RC 16 when nothing loads at all - an empty watch
      *  list would pass every customer.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHIN-FILE ASSIGN TO WATCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHIN-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT WATCHLST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHIN-FILE
           RECORDING MODE IS F.
       COPY WATCHIN.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-KEY                      PIC X(16).
           05  SR-DATA                     PIC X(168).

       FD  WATCHLST-FILE.
       COPY WATCHLST.

       WORKING-STORAGE SECTION.
       COPY WLMATCH.

       01  WS-WATCHIN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-WATCHLST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-VALID-SWITCH                 PIC X     VALUE 'Y'.
           88  WS-ENTRY-VALID              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-LOADED-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-SANCTIONS-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-FRAUD-COUNT              PIC 9(7)  VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-GIVEN-NAMES                  PIC X(60).
       01  WS-LEADING-SPACES               PIC S9(4) COMP.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-WATCHLST
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

      *----------------------------------------------------------------
      *  Input procedure - validate each load record, split the name
      *  and build its key.
      *----------------------------------------------------------------
       2000-LOAD-SORT-FILE.
           OPEN INPUT WATCHIN-FILE
           IF WS-WATCHIN-STATUS NOT = '00'
               DISPLAY 'CSWLLD1 - WATCHIN OPEN FAILED, STATUS = '
                   WS-WATCHIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8000-READ-WATCHIN
           PERFORM 2100-RELEASE-LOOP UNTIL WS-EOF

           CLOSE WATCHIN-FILE.

       2100-RELEASE-LOOP.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-BUILD-WATCHLST-RECORD
           IF WS-ENTRY-VALID
               MOVE WL-KEY TO SR-KEY
               MOVE WATCHLST-RECORD(17:) TO SR-DATA
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 8000-READ-WATCHIN.

       2200-BUILD-WATCHLST-RECORD.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WATCHLST-RECORD
           EVALUATE TRUE
               WHEN WI-LIST-CODE NOT = 'S' AND WI-LIST-CODE NOT = 'F'
                   DISPLAY 'CSWLLD1 - INVALID LIST CODE, ENTRY '
                       WI-ENTRY-ID
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN WI-ENTRY-ID = SPACES
                   DISPLAY 'CSWLLD1 - BLANK ENTRY ID, NAME '
                       WI-NAME(1:30)
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN WI-NAME = SPACES
                   DISPLAY 'CSWLLD1 - BLANK NAME, ENTRY ' WI-ENTRY-ID
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN WI-NAME-SEQ IS NOT NUMERIC
                   DISPLAY 'CSWLLD1 - INVALID NAME SEQUENCE, ENTRY '
                       WI-ENTRY-ID
                   MOVE 'N' TO WS-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ENTRY-VALID
               PERFORM 2300-SPLIT-NAME
               MOVE 'K' TO WM-FUNCTION
               MOVE WL-LNAME TO WM-NAME-IN
               CALL 'CSWLMAT' USING WLMATCH-PARMS
               IF WM-NAME-CODE = SPACES
                   DISPLAY 'CSWLLD1 - NAME HAS NO LETTERS, ENTRY '
                       WI-ENTRY-ID
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               MOVE WM-NAME-CODE TO WL-NAME-CODE
               MOVE WI-ENTRY-ID  TO WL-ENTRY-ID
               MOVE WI-NAME-SEQ  TO WL-NAME-SEQ
               MOVE WI-LIST-CODE TO WL-LIST-CODE
               MOVE WI-ADDR      TO WL-ADDR
               MOVE WI-CITY      TO WL-CITY
               MOVE WI-STATE     TO WL-STATE
               MOVE WI-ZIPCODE   TO WL-ZIPCODE
               MOVE WI-COUNTRY   TO WL-COUNTRY
               MOVE WI-PROGRAM   TO WL-PROGRAM
               MOVE WI-LIST-DATE TO WL-LIST-DATE
           END-IF.

      *        surname before the comma, given names after it with
      *        the leading blanks dropped
       2300-SPLIT-NAME.
           MOVE SPACES TO WS-GIVEN-NAMES
           UNSTRING WI-NAME DELIMITED BY ','
               INTO WL-LNAME WS-GIVEN-NAMES
           END-UNSTRING
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-GIVEN-NAMES
               TALLYING WS-LEADING-SPACES FOR LEADING SPACES
           IF WS-LEADING-SPACES < LENGTH OF WS-GIVEN-NAMES
               MOVE WS-GIVEN-NAMES(WS-LEADING-SPACES + 1:)
                   TO WL-FNAME
           END-IF.

      *----------------------------------------------------------------
      *  Output procedure - the records come back in key order, so
      *  WATCHLST is written straight through.  A duplicate key is
      *  the same name keyed twice for one entry.
      *----------------------------------------------------------------
       3000-WRITE-WATCHLST.
           OPEN OUTPUT WATCHLST-FILE
           IF WS-WATCHLST-STATUS NOT = '00'
               DISPLAY 'CSWLLD1 - WATCHLST OPEN FAILED, STATUS = '
                   WS-WATCHLST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3500-RETURN-SORT-RECORD
           PERFORM 3100-WRITE-LOOP UNTIL WS-EOF

           CLOSE WATCHLST-FILE.

       3100-WRITE-LOOP.
           MOVE SR-KEY  TO WL-KEY
           MOVE SR-DATA TO WATCHLST-RECORD(17:)
           WRITE WATCHLST-RECORD
           EVALUATE WS-WATCHLST-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-COUNT
                   IF WL-SANCTIONS
                       ADD 1 TO WS-SANCTIONS-COUNT
                   ELSE
                       ADD 1 TO WS-FRAUD-COUNT
                   END-IF
               WHEN '22'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CSWLLD1 - DUPLICATE NAME, ENTRY '
                       WL-ENTRY-ID ' SEQ ' WL-NAME-SEQ
               WHEN OTHER
                   DISPLAY 'CSWLLD1 - WATCHLST WRITE FAILED, STATUS = '
                       WS-WATCHLST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 3500-RETURN-SORT-RECORD.

       3500-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-RETURN.

       5000-TERMINATE.
           DISPLAY 'CSWLLD1 - RECORDS READ:      ' WS-READ-COUNT
           DISPLAY 'CSWLLD1 - NAMES LOADED:      ' WS-LOADED-COUNT
           DISPLAY 'CSWLLD1 -   SANCTIONS LIST:  ' WS-SANCTIONS-COUNT
           DISPLAY 'CSWLLD1 -   FRAUD LIST:      ' WS-FRAUD-COUNT
           DISPLAY 'CSWLLD1 - RECORDS REJECTED:  ' WS-REJECT-COUNT
           EVALUATE TRUE
               WHEN WS-LOADED-COUNT = ZERO
                   DISPLAY 'CSWLLD1 - NOTHING LOADED - WATCH LIST IS '
                       'EMPTY'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-READ-WATCHIN.
           READ WATCHIN-FILE
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
           MOVE 'CSWLLD1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSWLLD1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-LOADED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

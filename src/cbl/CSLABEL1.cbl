      *           CSHHBLD1 rebuilds nightly; the other members are
      *           counted as pieces saved
      *     anything else = one label per customer
      *
      *  A customer with an alternate address in effect on the run
      *  date (ALTADDR - seasonal, billing or temporary, chosen by
      *  CSALTWIN) gets the label at that address instead of the
      *  home address, and is not held back by an undeliverable
      *  flag, which belongs to the home address.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLDXREF-STATUS.

           SELECT ALTADDR-FILE ASSIGN TO ALTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-KEY
               FILE STATUS IS WS-ALTADDR-STATUS.

           SELECT LABEL-FILE ASSIGN TO CUSTLABL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
       FD  HHLDXREF-FILE.
       COPY HHLDXREF.

       FD  ALTADDR-FILE.
       COPY ALTADDR.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-ZIPCODE                  PIC X(10).
       01  WS-HHLD-MAIL-SWITCH             PIC X     VALUE 'Y'.
           88  WS-HHLD-MAILABLE            VALUE 'Y'.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-ALTADDR-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-ALT-USED-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-ALT-DONE-SWITCH              PIC X     VALUE 'N'.
           88  WS-ALT-DONE                 VALUE 'Y'.
       01  WS-ALT-FOUND-SWITCH             PIC X     VALUE 'N'.
           88  WS-ALT-FOUND                VALUE 'Y'.
       01  WS-ALT-IN-EFFECT                PIC X     VALUE 'N'.
       01  WS-ALT-PRIORITY                 PIC 9     VALUE ZERO.
       01  WS-ALT-BEST-PRIORITY            PIC 9     VALUE ZERO.

      *  Where this customer's mail goes today - the home address,
      *  or the alternate address in effect on the run date
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-ADDR                PIC X(30).
           05  WS-MAIL-CITY                PIC X(20).
           05  WS-MAIL-STATE               PIC X(2).
           05  WS-MAIL-ZIPCODE             PIC X(10).

       01  WS-NAME-LINE.
           05  WS-NAME-FNAME               PIC X(20).
           05  FILLER                      PIC X.
           05  FILLER                      PIC XX.
           05  WS-CITY-ZIP                 PIC X(10).

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT ALTADDR-FILE
           IF WS-ALTADDR-STATUS NOT = '00'
               DISPLAY 'CSLABEL1 - ALTADDR OPEN FAILED, STATUS = '
                   WS-ALTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-HOUSEHOLD-RUN
               OPEN INPUT HHLDXREF-FILE
               OUTPUT PROCEDURE IS 2000-WRITE-LABELS

           CLOSE LABEL-FILE
           CLOSE ALTADDR-FILE

           DISPLAY 'CSLABEL1 - LABELS WRITTEN: ' WS-LABEL-COUNT
           DISPLAY 'CSLABEL1 - NON-ACTIVE SKIPPED: ' WS-SKIPPED-COUNT
           DISPLAY 'CSLABEL1 - UNDELIVERABLE SKIPPED: '
               WS-UNDELIV-COUNT
           DISPLAY 'CSLABEL1 - ALTERNATE ADDRESS USED: '
               WS-ALT-USED-COUNT
           IF WS-MARKETING-RUN
               DISPLAY 'CSLABEL1 - NO-MKT-MAIL SUPPRESSED: '
                   WS-NOMAIL-COUNT
               DISPLAY 'CSLABEL1 - HOUSEHOLD PIECES SAVED: '
                   WS-HHLD-SAVED-COUNT
           END-IF
           PERFORM 9810-LOG-RUN-END
           GOBACK.

      *----------------------------------------------------------------
               IF WS-HOUSEHOLD-RUN AND CUST-ACTIVE
                   PERFORM 1200-CHECK-HOUSEHOLD
               END-IF
               IF CUST-ACTIVE
                   PERFORM 1300-FIND-MAIL-ADDRESS
               END-IF
               EVALUATE TRUE
                   WHEN NOT CUST-ACTIVE
                       ADD 1 TO WS-SKIPPED-COUNT
      *            no postage to an address the post office already
      *            sent back - skipped like the inactives, unless
      *            the mail is going to an alternate address
                   WHEN CUST-ADDR-UNDELIVERABLE AND NOT WS-ALT-FOUND
                       ADD 1 TO WS-UNDELIV-COUNT
      *            consent is only honored on a marketing run - an
      *            operational run (statements) mails everyone
                   WHEN WS-HOUSEHOLD-RUN AND NOT WS-HHLD-MAILABLE
                       ADD 1 TO WS-HHLD-SAVED-COUNT
                   WHEN OTHER
                       MOVE WS-MAIL-ZIPCODE TO SR-ZIPCODE
                       MOVE CUST-NO      TO SR-CUST-NO
                       MOVE CUST-LNAME   TO SR-LNAME
                       MOVE CUST-FNAME   TO SR-FNAME
                       MOVE WS-MAIL-ADDR  TO SR-ADDR
                       MOVE WS-MAIL-CITY  TO SR-CITY
                       MOVE WS-MAIL-STATE TO SR-STATE
                       IF WS-ALT-FOUND
                           ADD 1 TO WS-ALT-USED-COUNT
                       END-IF
                       RELEASE SORT-RECORD
               END-EVALUATE
               PERFORM 1100-READ-CUSTSNAP
               MOVE 'N' TO WS-HHLD-MAIL-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Mailing address for the run date - the home address unless
      *  an ALTADDR address is in effect.  Of several in effect the
      *  highest CSALTWIN priority wins (temporary, then seasonal,
      *  then billing).
      *----------------------------------------------------------------
       1300-FIND-MAIL-ADDRESS.
           MOVE 'N' TO WS-ALT-FOUND-SWITCH
           MOVE ZERO TO WS-ALT-BEST-PRIORITY
           MOVE CUST-ADDR    TO WS-MAIL-ADDR
           MOVE CUST-CITY    TO WS-MAIL-CITY
           MOVE CUST-STATE   TO WS-MAIL-STATE
           MOVE CUST-ZIPCODE TO WS-MAIL-ZIPCODE
           MOVE CUST-NO TO AA-CUST-NO
           MOVE LOW-VALUES TO AA-ADDR-TYPE
           MOVE LOW-VALUES TO AA-EFF-FROM
           MOVE 'N' TO WS-ALT-DONE-SWITCH
           START ALTADDR-FILE KEY NOT < AA-KEY
           IF WS-ALTADDR-STATUS NOT = '00'
               MOVE 'Y' TO WS-ALT-DONE-SWITCH
           END-IF
           PERFORM 1310-CHECK-ONE-ALT-ADDRESS UNTIL WS-ALT-DONE.

       1310-CHECK-ONE-ALT-ADDRESS.
           READ ALTADDR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ALT-DONE-SWITCH
           END-READ
           IF NOT WS-ALT-DONE
               IF WS-ALTADDR-STATUS NOT = '00'
                 OR AA-CUST-NO NOT = CUST-NO
                   MOVE 'Y' TO WS-ALT-DONE-SWITCH
               ELSE
                   CALL 'CSALTWIN' USING ALTADDR-RECORD WS-RUN-DATE
                       WS-ALT-IN-EFFECT WS-ALT-PRIORITY
                   IF WS-ALT-IN-EFFECT = 'Y'
                     AND WS-ALT-PRIORITY NOT < WS-ALT-BEST-PRIORITY
                       MOVE 'Y' TO WS-ALT-FOUND-SWITCH
                       MOVE WS-ALT-PRIORITY TO WS-ALT-BEST-PRIORITY
                       MOVE AA-ADDR    TO WS-MAIL-ADDR
                       MOVE AA-CITY    TO WS-MAIL-CITY
                       MOVE AA-STATE   TO WS-MAIL-STATE
                       MOVE AA-ZIPCODE TO WS-MAIL-ZIPCODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Output procedure - return sorted records and write a four-
      *  line label for each.
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
           MOVE 'CSLABEL1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSLABEL1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-LABEL-COUNT + WS-SKIPPED-COUNT + WS-UNDELIV-COUNT
                 + WS-NOMAIL-COUNT + WS-HHLD-SAVED-COUNT
           MOVE WS-LABEL-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

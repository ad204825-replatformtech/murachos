      *  With no criteria cards every active customer is selected,
      *  which is the old CSLABEL1 full-file behaviour.  Inactive
      *  and pending-purge customers never extract.
      *
      *  The criteria select on the CUSTMAST home address, but the
      *  extract carries the address the customer is at on the run
      *  date - an ALTADDR seasonal, billing or temporary address
      *  when one is in effect (CSALTWIN), so the mail house sends
      *  the piece where it will be read.  Such a customer is not
      *  held back by an undeliverable flag on the home address.
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

           SELECT SELEXT-FILE ASSIGN TO SELEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELEXT-STATUS.
       FD  HHLDXREF-FILE.
       COPY HHLDXREF.

       FD  ALTADDR-FILE.
       COPY ALTADDR.

       FD  SELEXT-FILE
           RECORDING MODE IS F.
       COPY CUSTEXT.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-HHLDXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-SELEXT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-ALTADDR-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
           05  WS-NOMAIL-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-NOEMAIL-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-HHLD-SAVED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ALT-USED-COUNT           PIC 9(7)  VALUE ZERO.

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

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

           05  SL-LABEL                    PIC X(28).
           05  SL-COUNT                    PIC ZZZZZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-LOOP UNTIL WS-EOF
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
               END-IF
           END-IF

           OPEN INPUT ALTADDR-FILE
           IF WS-ALTADDR-STATUS NOT = '00'
               DISPLAY 'CSSELEX1 - ALTADDR OPEN FAILED, STATUS = '
                   WS-ALTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SELEXT-FILE
           IF WS-SELEXT-STATUS NOT = '00'
               DISPLAY 'CSSELEX1 - SELEXT OPEN FAILED, STATUS = '
           IF WS-HOUSEHOLD-RUN AND CUST-ACTIVE
               PERFORM 2300-CHECK-HOUSEHOLD
           END-IF
           IF CUST-ACTIVE
               PERFORM 2400-FIND-MAIL-ADDRESS
           END-IF
           EVALUATE TRUE
               WHEN NOT CUST-ACTIVE
                   ADD 1 TO WS-NONACTIVE-COUNT
      *        an address the post office already sent back never
      *        extracts - same treatment as the inactives - unless
      *        the piece is going to an alternate address
               WHEN CUST-ADDR-UNDELIVERABLE AND NOT WS-ALT-FOUND
                   ADD 1 TO WS-UNDELIV-COUNT
      *        this extract feeds marketing campaigns, so a customer
      *        who asked off marketing mailings never extracts - the
           MOVE CUST-NO             TO CE-CUST-NO
           MOVE CUST-LNAME          TO CE-LNAME
           MOVE CUST-FNAME          TO CE-FNAME
           MOVE WS-MAIL-ADDR        TO CE-ADDR
           MOVE WS-MAIL-CITY        TO CE-CITY
           MOVE WS-MAIL-STATE       TO CE-STATE
           MOVE WS-MAIL-ZIPCODE     TO CE-ZIPCODE
           IF WS-ALT-FOUND
               ADD 1 TO WS-ALT-USED-COUNT
           END-IF
           MOVE CUST-HOME-PHONE     TO CE-HOME-PHONE
           MOVE CUST-EMAIL          TO CE-EMAIL
      *        no-marketing-email blanks the address on the extract -
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Mailing address for the run date - the home address unless
      *  an ALTADDR address is in effect.  Of several in effect the
      *  highest CSALTWIN priority wins (temporary, then seasonal,
      *  then billing).
      *----------------------------------------------------------------
       2400-FIND-MAIL-ADDRESS.
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
           PERFORM 2410-CHECK-ONE-ALT-ADDRESS UNTIL WS-ALT-DONE.

       2410-CHECK-ONE-ALT-ADDRESS.
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

       5000-TERMINATE.
           CLOSE CUSTMAST-FILE
           CLOSE ALTADDR-FILE
           CLOSE SELEXT-FILE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'ALTERNATE ADDRESS USED      ' TO SL-LABEL
           MOVE WS-ALT-USED-COUNT TO SL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-HOUSEHOLD-RUN
               CLOSE HHLDXREF-FILE
               MOVE SPACES TO WS-SUMMARY-LINE
               WS-NOMAIL-COUNT
           DISPLAY 'CSSELEX1 - NO-MKT-EMAIL BLANK = '
               WS-NOEMAIL-COUNT
           DISPLAY 'CSSELEX1 - ALT ADDRESS USED   = '
               WS-ALT-USED-COUNT
           IF WS-HOUSEHOLD-RUN
               DISPLAY 'CSSELEX1 - HHLD PIECES SAVED  = '
                   WS-HHLD-SAVED-COUNT
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
           MOVE 'CSSELEX1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSSELEX1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-SELECTED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

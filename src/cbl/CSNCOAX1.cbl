       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSNCOAX1.
      *================================================================
      *  CSNCOAX1 - quarterly National Change of Address (NCOA) list.
      *  CSRETM1 only learns of a move once a statement has come back
      *  - the postage is spent and the customer has missed the
      *  mailing.  Once a quarter this job sends every active,
      *  deliverable customer off CUSTSNAP to the NCOA vendor in the
      *  vendor's submission layout (NCOAOUT.cpy), so moves reported
      *  to the post office come back to us (CSNCOAU1) before the
      *  next mailing goes out.
      *
      *  Not sent: inactive and pending-purge customers, customers
      *  already flagged undeliverable (CSRETM1 has them), and
      *  customers with no street address or ZIP to match on.
      *  Run after CSSNAP1.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP-FILE ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT NCOAOUT-FILE ASSIGN TO NCOAOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCOAOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP-FILE
           RECORDING MODE IS F.
       COPY CUSTMAST.

       FD  NCOAOUT-FILE
           RECORDING MODE IS F.
       COPY NCOAOUT.

       WORKING-STORAGE SECTION.
       01  WS-CUSTSNAP-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NCOAOUT-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      *  Our account number with the NCOA vendor
       01  WS-NCOA-CLIENT-ID               PIC X(10) VALUE 'CUSTSYS001'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(9)  VALUE ZERO.
           05  WS-SENT-COUNT               PIC 9(9)  VALUE ZERO.
           05  WS-NONACTIVE-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-UNDELIV-COUNT            PIC 9(9)  VALUE ZERO.
           05  WS-NOADDR-COUNT             PIC 9(9)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-LOOP UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CUSTSNAP-FILE
           IF WS-CUSTSNAP-STATUS NOT = '00'
               DISPLAY 'CSNCOAX1 - CUSTSNAP OPEN FAILED, STATUS = '
                   WS-CUSTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NCOAOUT-FILE
           IF WS-NCOAOUT-STATUS NOT = '00'
               DISPLAY 'CSNCOAX1 - NCOAOUT OPEN FAILED, STATUS = '
                   WS-NCOAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO NCOA-OUT-RECORD
           MOVE 'H' TO NO-REC-TYPE
           MOVE WS-NCOA-CLIENT-ID TO NO-HDR-CLIENT-ID
           MOVE WS-RUN-DATE TO NO-HDR-LIST-DATE
           PERFORM 7000-WRITE-NCOAOUT

           PERFORM 8000-READ-CUSTSNAP.

       2000-SELECT-LOOP.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN NOT CUST-ACTIVE
                   ADD 1 TO WS-NONACTIVE-COUNT
               WHEN CUST-ADDR-UNDELIVERABLE
                   ADD 1 TO WS-UNDELIV-COUNT
               WHEN CUST-ADDR = SPACES
                 OR CUST-ZIPCODE = SPACES
                   ADD 1 TO WS-NOADDR-COUNT
               WHEN OTHER
                   PERFORM 2100-WRITE-DETAIL
           END-EVALUATE
           PERFORM 8000-READ-CUSTSNAP.

      *        the vendor takes the ZIP as 5 + 4; ours is NNNNN-NNNN
      *        once CSADDR1 has seen it, but older keyed nine-digit
      *        ZIPs can still be run together
       2100-WRITE-DETAIL.
           MOVE SPACES TO NCOA-OUT-RECORD
           MOVE 'D' TO NO-REC-TYPE
           MOVE CUST-NO      TO NO-CLIENT-KEY
           MOVE CUST-FNAME   TO NO-FIRST-NAME
           MOVE CUST-LNAME   TO NO-LAST-NAME
           MOVE CUST-ADDR    TO NO-ADDR-LINE
           MOVE CUST-CITY    TO NO-CITY
           MOVE CUST-STATE   TO NO-STATE
           MOVE CUST-ZIPCODE(1:5) TO NO-ZIP5
           IF CUST-ZIPCODE(6:1) = '-'
               MOVE CUST-ZIPCODE(7:4) TO NO-ZIP4
           ELSE
               MOVE CUST-ZIPCODE(6:4) TO NO-ZIP4
           END-IF
           PERFORM 7000-WRITE-NCOAOUT
           ADD 1 TO WS-SENT-COUNT.

       3000-TERMINATE.
           MOVE SPACES TO NCOA-OUT-RECORD
           MOVE 'T' TO NO-REC-TYPE
           MOVE WS-SENT-COUNT TO NO-TRL-DETAIL-COUNT
           PERFORM 7000-WRITE-NCOAOUT

           CLOSE CUSTSNAP-FILE
           CLOSE NCOAOUT-FILE

           DISPLAY 'CSNCOAX1 - CUSTOMERS READ       = ' WS-READ-COUNT
           DISPLAY 'CSNCOAX1 - SENT TO NCOA VENDOR  = ' WS-SENT-COUNT
           DISPLAY 'CSNCOAX1 - NOT ACTIVE           = '
               WS-NONACTIVE-COUNT
           DISPLAY 'CSNCOAX1 - ALREADY UNDELIVERABLE= '
               WS-UNDELIV-COUNT
           DISPLAY 'CSNCOAX1 - NO ADDRESS OR ZIP    = '
               WS-NOADDR-COUNT.

       7000-WRITE-NCOAOUT.
           WRITE NCOA-OUT-RECORD
           IF WS-NCOAOUT-STATUS NOT = '00'
               DISPLAY 'CSNCOAX1 - NCOAOUT WRITE FAILED, STATUS = '
                   WS-NCOAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-READ-CUSTSNAP.
           READ CUSTSNAP-FILE
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
           MOVE 'CSNCOAX1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSNCOAX1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-SENT-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

      *       of maintenance history covered;
      *     - the CUSTMAST record, field by field;
      *     - every NOTEFILE contact note;
      *     - every RELLINK relationship link, current and ended,
      *       with the related customer's name;
      *     - the full maintenance history - adds, changes, deletes
      *       with changed-field before/after detail the way the
      *       CSHIST1 screen shows them - from BOTH the archive
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTEFILE-STATUS.

           SELECT RELLINK-FILE ASSIGN TO RELLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RELLINK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  NOTEFILE-FILE.
       COPY NOTEREC.

       FD  RELLINK-FILE.
       COPY RELLINK.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDTRAIL.

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NOTEFILE-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-RELLINK-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
           05  WS-REQUEST-COUNT            PIC 9(5)  VALUE ZERO.
           05  WS-PACKET-COUNT             PIC 9(5)  VALUE ZERO.
           05  WS-NOTE-COUNT               PIC 9(5)  VALUE ZERO.
           05  WS-LINK-COUNT               PIC 9(5)  VALUE ZERO.
           05  WS-HIST-COUNT               PIC 9(5)  VALUE ZERO.

       01  WS-COVER-LINE-1.
           05  FILLER                      PIC X(2).
           05  NL-TEXT                     PIC X(54).

       01  WS-LINK-HEAD-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(25)
               VALUE 'CUST   TYPE              '.
           05  FILLER                      PIC X(20)
               VALUE 'FROM      TO        '.
           05  FILLER                      PIC X(32)
               VALUE 'RELATED CUSTOMER                '.
           05  FILLER                      PIC X(27)
               VALUE 'ADDED BY           ENDED BY'.

       01  WS-LINK-LINE.
           05  FILLER                      PIC X(2).
           05  LK-REL-CUST-NO              PIC X(6).
           05  FILLER                      PIC X(1).
           05  LK-REL-TYPE                 PIC X(2).
           05  FILLER                      PIC X(1).
           05  LK-DESC                     PIC X(13).
           05  FILLER                      PIC X(2).
           05  LK-EFF-FROM                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  LK-EFF-TO                   PIC X(8).
           05  FILLER                      PIC X(2).
           05  LK-REL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2).
           05  LK-ADD-OPERID               PIC X(8).
           05  FILLER                      PIC X(1).
           05  LK-ADD-DATE                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  LK-END-OPERID               PIC X(8).
           05  FILLER                      PIC X(1).
           05  LK-END-DATE                 PIC X(8).

       01  WS-HIST-LINE.
           05  FILLER                      PIC X(2).
           05  HL-DATE                     PIC X(8).
               10  WS-FLD-START            PIC 9(3).
               10  WS-FLD-LEN              PIC 9(2).

       COPY RELTYPE.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD UNTIL WS-CARDS-DONE
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
               STOP RUN
           END-IF

           OPEN INPUT RELLINK-FILE
           IF WS-RELLINK-STATUS NOT = '00'
               DISPLAY 'CSDOSR1 - RELLINK OPEN FAILED, STATUS = '
                   WS-RELLINK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSDOSR1 - DOSRPT OPEN FAILED, STATUS = '
       2100-BUILD-ONE-PACKET.
           ADD 1 TO WS-PACKET-COUNT
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE ZERO TO WS-LINK-COUNT
           MOVE ZERO TO WS-HIST-COUNT
           MOVE SPACES TO WS-EARLIEST-DATE


           PERFORM 4000-PRINT-MASTER-SECTION
           PERFORM 4100-PRINT-NOTES-SECTION
           PERFORM 4150-PRINT-RELATIONSHIPS-SECTION
           PERFORM 4200-PRINT-HISTORY-SECTIONS.

       3000-READ-CUSTOMER-MASTER.
           WRITE REPORT-LINE
           PERFORM 8200-READ-NOTE.

      *----------------------------------------------------------------
      *  Relationship links, ended ones included - the related
      *  customer's name comes off CUSTMAST, which is safe to re-read
      *  now the master section has been printed.
      *----------------------------------------------------------------
       4150-PRINT-RELATIONSHIPS-SECTION.
           MOVE 'RELATIONSHIP LINKS' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION-HEADING
           MOVE WS-REQ-CUSTNO TO RK-CUST-NO
           MOVE LOW-VALUES TO RK-REL-CUST-NO
           MOVE LOW-VALUES TO RK-REL-TYPE
           MOVE LOW-VALUES TO RK-EFF-FROM
           START RELLINK-FILE KEY NOT < RK-KEY
           IF WS-RELLINK-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8300-READ-LINK
               IF NOT WS-EOF AND RK-CUST-NO = WS-REQ-CUSTNO
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-LINK-HEAD-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM 4160-LINK-LOOP
                   UNTIL WS-EOF OR RK-CUST-NO NOT = WS-REQ-CUSTNO
           END-IF
           IF WS-LINK-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '  NO RELATIONSHIP LINKS ON FILE'
                   TO REPORT-LINE(1:31)
               WRITE REPORT-LINE
           END-IF.

       4160-LINK-LOOP.
           ADD 1 TO WS-LINK-COUNT
           MOVE SPACES TO WS-LINK-LINE
           MOVE RK-REL-CUST-NO TO LK-REL-CUST-NO
           MOVE RK-REL-TYPE    TO LK-REL-TYPE
           MOVE RK-EFF-FROM    TO LK-EFF-FROM
           MOVE RK-ADD-OPERID  TO LK-ADD-OPERID
           MOVE RK-ADD-DATE    TO LK-ADD-DATE
           MOVE RK-END-OPERID  TO LK-END-OPERID
           MOVE RK-END-DATE    TO LK-END-DATE
           IF RK-EFF-TO = SPACES
               MOVE 'OPEN' TO LK-EFF-TO
           ELSE
               MOVE RK-EFF-TO TO LK-EFF-TO
           END-IF
           SET RT-IDX TO 1
           SEARCH RT-ENTRY
               AT END
                   MOVE 'UNKNOWN TYPE' TO LK-DESC
               WHEN RT-CODE(RT-IDX) = RK-REL-TYPE
                   MOVE RT-DESC(RT-IDX) TO LK-DESC
           END-SEARCH
           MOVE RK-REL-CUST-NO TO CUST-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = '00'
               STRING CUST-FNAME DELIMITED BY '  '
                      ' '        DELIMITED BY SIZE
                      CUST-LNAME DELIMITED BY SIZE
                   INTO LK-REL-NAME
               END-STRING
           ELSE
               MOVE '** NOT ON FILE **' TO LK-REL-NAME
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 8300-READ-LINK.

       4200-PRINT-HISTORY-SECTIONS.
           MOVE 'MAINTENANCE HISTORY - ARCHIVE (OLDEST FIRST)'
               TO SEC-TITLE
                       MOVE 'CHANGE' TO HL-FUNCTION
                   WHEN 'D'
                       MOVE 'DELETE' TO HL-FUNCTION
                   WHEN 'R'
                       MOVE 'LINK'   TO HL-FUNCTION
                   WHEN 'M'
                       MOVE 'ALTADR' TO HL-FUNCTION
                   WHEN 'E'
                       MOVE 'ERASED' TO HL-FUNCTION
                   WHEN 'W'
                       MOVE 'WATCH'  TO HL-FUNCTION
                   WHEN 'X'
                       MOVE 'ORPHAN' TO HL-FUNCTION
                   WHEN OTHER
                       MOVE AUD-FUNCTION TO HL-FUNCTION
               END-EVALUATE
       5000-TERMINATE.
           CLOSE CUSTMAST-FILE
           CLOSE NOTEFILE-FILE
           CLOSE RELLINK-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CSDOSR1 - REQUEST CARDS READ = '
               WS-REQUEST-COUNT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8300-READ-LINK.
           READ RELLINK-FILE NEXT RECORD
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
           MOVE 'CSDOSR1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSDOSR1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-REQUEST-COUNT TO RLP-IN-COUNT
           MOVE WS-PACKET-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSADCL1.
      *================================================================
      *  CSADCL1 - nightly address-change confirmation letters and
      *  contact-change review list.  The usual account takeover is
      *  to change the address and have the mail redirected, and the
      *  old address never heard of it.  This job reads the audit
      *  trail before/after images, so every path that changes a
      *  customer is covered alike - the maintenance screen, the
      *  CSUPDT1 batch and its recycles, CSCAPI2, the dual-control
      *  releases (CSAPPR1), the CSPENDR1 future-dated releases, the
      *  NCOA update and any other job that logs a 'C' record.
      *
      *  Letters.  For every change made on the day whose address
      *  (street, city, state or ZIP) differs between the images, a
      *  confirmation letter goes to the new address off the after
      *  image and another to the previous address off the before
      *  image - the old-address letter never shows the new address.
      *  Changes logged by CSADDR1 (trancode ADDR) only reformat the
      *  address and get no letters; nor does a side that is blank
      *  or holds the erasure marker (ERASMARK.cpy).  One letter per
      *  page on the LETTERS print file.
      *
      *  Review list.  A customer whose address, phone or email was
      *  changed more than once inside the window, the latest change
      *  falling on the day, is listed on ADCLRPT with every change
      *  in the window for fraud review.  Listing only on the day of
      *  the latest change keeps a customer off the list on the
      *  nights nothing new happened to them.  CSADDR1 records do not
      *  count.
      *
      *  The window reaches back past the current file, so the
      *  archive master (ARCHIN) is read with it.  Whether the night's
      *  CSAUDARC rollover has run or not, each day's records are on
      *  one or the other, never both.  Audit dates are calendar
      *  dates: a batch change applied after midnight is dated, and
      *  written to, the next day.
      *
      *  Parameter card:
      *     col 1-8    change date (YYYYMMDD, blank = the business
      *                date off the run-control log)
      *     col 10-12  review window in days, counting the change
      *                date (blank = 30, 2 to 366)
      *
      *  RETURN-CODE 16 on a bad parameter card or a file failure.
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

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT LETTER-FILE ASSIGN TO LETTERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO ADCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD                 PIC X(503).

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-CUST-NO                  PIC X(6).
           05  SR-DATE                     PIC X(8).
           05  SR-TIME                     PIC X(6).
           05  SR-SEQ-NO                   PIC 9(9).
           05  SR-READ-NO                  PIC 9(9).
           05  SR-ADDR-FLAG                PIC X(1).
           05  SR-PHONE-FLAG               PIC X(1).
           05  SR-EMAIL-FLAG               PIC X(1).
           05  SR-AUDIT-DATA               PIC X(503).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-LINE                     PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-LETTER-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CUST-SWITCH                  PIC X     VALUE 'N'.
           88  WS-CUST-OPEN                VALUE 'Y'.

       COPY ERASMARK.

       01  WS-PARM-CARD.
           05  WS-PARM-DATE                PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-PARM-WINDOW              PIC X(3).
           05  FILLER                      PIC X(68).

       01  WS-CHANGE-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-WINDOW-DAYS                  PIC 9(3)  VALUE 30.
       01  WS-BACK-DAYS                    PIC 9(3)  VALUE ZERO.
       01  WS-WINDOW-FROM                  PIC X(8)  VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-DW-YYYY                  PIC 9(4).
           05  WS-DW-MM                    PIC 9(2).
           05  WS-DW-DD                    PIC 9(2).
       01  WS-LEAP-QUOTIENT                PIC 9(4).
       01  WS-LEAP-REM-4                   PIC 9(4).
       01  WS-LEAP-REM-100                 PIC 9(4).
       01  WS-LEAP-REM-400                 PIC 9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)  OCCURS 12 TIMES.

       COPY AUDTRAIL.

      *  A 220-byte audit image viewed as a CUSTMAST record - the
      *  before and the after image of the change in hand.
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.
       01  WS-BEFORE-CUST REDEFINES WS-BEFORE-IMAGE.
           05  BI-CUST-NO                  PIC X(6).
           05  BI-LNAME                    PIC X(30).
           05  BI-FNAME                    PIC X(20).
           05  BI-ADDRESS.
               10  BI-ADDR                 PIC X(30).
               10  BI-CITY                 PIC X(20).
               10  BI-STATE                PIC X(2).
               10  BI-ZIPCODE              PIC X(10).
           05  BI-HOME-PHONE               PIC X(12).
           05  BI-EMAIL                    PIC X(40).
           05  FILLER                      PIC X(50).
       01  WS-AFTER-IMAGE                  PIC X(220) VALUE SPACES.
       01  WS-AFTER-CUST REDEFINES WS-AFTER-IMAGE.
           05  AI-CUST-NO                  PIC X(6).
           05  AI-LNAME                    PIC X(30).
           05  AI-FNAME                    PIC X(20).
           05  AI-ADDRESS.
               10  AI-ADDR                 PIC X(30).
               10  AI-CITY                 PIC X(20).
               10  AI-STATE                PIC X(2).
               10  AI-ZIPCODE              PIC X(10).
           05  AI-HOME-PHONE               PIC X(12).
           05  AI-EMAIL                    PIC X(40).
           05  FILLER                      PIC X(50).

      *  The letter in hand - who and where it goes to
       01  WS-LETTER-KIND                  PIC X(1)  VALUE SPACE.
           88  WS-NEW-ADDRESS-LETTER       VALUE 'N'.
           88  WS-OLD-ADDRESS-LETTER       VALUE 'O'.
       01  WS-OLD-SIDE-SWITCH              PIC X(1)  VALUE 'N'.
           88  WS-OLD-SIDE-WRITABLE        VALUE 'Y'.
       01  WS-LETTER-TO.
           05  WS-LT-CUST-NO               PIC X(6).
           05  WS-LT-LNAME                 PIC X(30).
           05  WS-LT-FNAME                 PIC X(20).
           05  WS-LT-ADDR                  PIC X(30).
           05  WS-LT-CITY                  PIC X(20).
           05  WS-LT-STATE                 PIC X(2).
           05  WS-LT-ZIPCODE               PIC X(10).

       01  WS-PRINT-DATE.
           05  WS-PD-MM                    PIC X(2).
           05  FILLER                      PIC X(1)  VALUE '/'.
           05  WS-PD-DD                    PIC X(2).
           05  FILLER                      PIC X(1)  VALUE '/'.
           05  WS-PD-YYYY                  PIC X(4).

       01  WS-LETTER-DATE-LINE.
           05  FILLER                      PIC X(50).
           05  LL-DATE                     PIC X(10).
       01  WS-NAME-LINE.
           05  WS-NAME-FNAME               PIC X(20).
           05  FILLER                      PIC X.
           05  WS-NAME-LNAME               PIC X(30).
       01  WS-CITY-LINE.
           05  WS-CITY-CITY                PIC X(20).
           05  FILLER                      PIC X VALUE ','.
           05  WS-CITY-STATE               PIC X(2).
           05  FILLER                      PIC XX VALUE SPACES.
           05  WS-CITY-ZIP                 PIC X(10).
       01  WS-CUST-NO-LINE.
           05  FILLER                      PIC X(16)
               VALUE 'CUSTOMER NUMBER '.
           05  LL-CUST-NO                  PIC X(6).
       01  WS-CHANGED-ON-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'THE MAILING ADDRESS ON YOUR ACCOUNT '.
           05  FILLER                      PIC X(15)
               VALUE 'WAS CHANGED ON '.
           05  LL-CHANGED-ON               PIC X(10).

       01  WS-NEW-BODY-VALUES.
           05  FILLER                      PIC X(32)
               VALUE 'TO THE ADDRESS SHOWN ABOVE.  WE '.
           05  FILLER                      PIC X(32)
               VALUE 'HAVE ALSO WRITTEN TO THE ADDRESS'.
           05  FILLER                      PIC X(32)
               VALUE 'WE HELD FOR YOU BEFORE.'.
           05  FILLER                      PIC X(32)
               VALUE SPACES.
       01  WS-NEW-BODY-TABLE REDEFINES WS-NEW-BODY-VALUES.
           05  NB-LINE                     PIC X(64) OCCURS 2 TIMES.
       01  WS-NEW-ONLY-LINE                PIC X(64)
               VALUE 'TO THE ADDRESS SHOWN ABOVE.'.
       01  WS-OLD-BODY-VALUES.
           05  FILLER                      PIC X(32)
               VALUE 'FROM THE ADDRESS SHOWN ABOVE TO '.
           05  FILLER                      PIC X(32)
               VALUE 'A NEW ADDRESS.  WE ARE WRITING'.
           05  FILLER                      PIC X(32)
               VALUE 'HERE AS WELL SO THAT YOU HEAR OF'.
           05  FILLER                      PIC X(32)
               VALUE ' THE CHANGE.'.
       01  WS-OLD-BODY-TABLE REDEFINES WS-OLD-BODY-VALUES.
           05  OB-LINE                     PIC X(64) OCCURS 2 TIMES.
       01  WS-CLOSE-BODY-VALUES.
           05  FILLER                      PIC X(32)
               VALUE 'IF YOU DID NOT ASK FOR THIS CHAN'.
           05  FILLER                      PIC X(32)
               VALUE 'GE, PLEASE CALL CUSTOMER SERVICE'.
           05  FILLER                      PIC X(32)
               VALUE 'AT ONCE SO THAT WE CAN PROTECT Y'.
           05  FILLER                      PIC X(32)
               VALUE 'OUR ACCOUNT.'.
       01  WS-CLOSE-BODY-TABLE REDEFINES WS-CLOSE-BODY-VALUES.
           05  CB-LINE                     PIC X(64) OCCURS 2 TIMES.
       01  WS-BODY-SUB                     PIC 9(2)  VALUE ZERO.

      *  The customer in hand on the review pass - every contact
      *  change in the window, oldest first
       01  WS-CURR-CUST-NO                 PIC X(6)  VALUE SPACES.
       01  WS-CURR-NAME.
           05  WS-CURR-LNAME               PIC X(30).
           05  WS-CURR-FNAME               PIC X(20).
       01  WS-LAST-EVENT-DATE              PIC X(8)  VALUE SPACES.
       01  WS-EVENT-COUNT                  PIC 9(4)  VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  EV-ENTRY OCCURS 20 TIMES
                   INDEXED BY EV-IDX.
               10  EV-DATE                 PIC X(8).
               10  EV-TIME                 PIC X(6).
               10  EV-TRANCODE             PIC X(4).
               10  EV-OPERID               PIC X(8).
               10  EV-TERMID               PIC X(4).
               10  EV-WHAT                 PIC X(22).
       01  WS-WHAT                         PIC X(22) VALUE SPACES.
       01  WS-WHAT-PTR                     PIC 9(2)  VALUE 1.

       01  WS-COUNTERS.
           05  WS-CURR-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-CHANGE-COUNT             PIC 9(9)  VALUE ZERO.
           05  WS-ADDR-CHANGE-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-REFORMAT-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-NEW-LETTER-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-OLD-LETTER-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-NO-LETTER-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-REVIEW-COUNT             PIC 9(9)  VALUE ZERO.
           05  WS-LETTER-COUNT             PIC 9(9)  VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(50)
               VALUE 'CSADCL1 - ADDRESS CHANGE LETTERS AND REVIEW LIST'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(13)
               VALUE 'CHANGE DATE  '.
           05  HL2-DATE                    PIC X(8).
           05  FILLER                      PIC X(18)
               VALUE '   REVIEW WINDOW  '.
           05  HL2-FROM                    PIC X(8).
           05  FILLER                      PIC X(6)  VALUE ' THRU '.
           05  HL2-THRU                    PIC X(8).
       01  WS-REVIEW-TITLE-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'CUSTOMERS WITH MORE THAN ONE CONTACT CHA'.
           05  FILLER                      PIC X(20)
               VALUE 'NGE IN THE WINDOW'.
       01  WS-REVIEW-CUST-LINE.
           05  FILLER                      PIC X(9)  VALUE 'CUST-NO  '.
           05  RC-CUST-NO                  PIC X(6).
           05  FILLER                      PIC X(3).
           05  RC-LNAME                    PIC X(30).
           05  FILLER                      PIC X(1).
           05  RC-FNAME                    PIC X(20).
           05  FILLER                      PIC X(3).
           05  RC-COUNT                    PIC ZZZ9.
           05  FILLER                      PIC X(8)  VALUE ' CHANGES'.
       01  WS-REVIEW-COLUMN-LINE.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(8)  VALUE 'TIME'.
           05  FILLER                      PIC X(6)  VALUE 'TRAN'.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(6)  VALUE 'TERM'.
           05  FILLER                      PIC X(22) VALUE 'CHANGED'.
       01  WS-REVIEW-DETAIL-LINE.
           05  FILLER                      PIC X(5).
           05  RD-DATE                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  RD-TIME                     PIC X(6).
           05  FILLER                      PIC X(2).
           05  RD-TRANCODE                 PIC X(4).
           05  FILLER                      PIC X(2).
           05  RD-OPERID                   PIC X(8).
           05  FILLER                      PIC X(2).
           05  RD-TERMID                   PIC X(4).
           05  FILLER                      PIC X(2).
           05  RD-WHAT                     PIC X(22).
       01  WS-REVIEW-MORE-LINE.
           05  FILLER                      PIC X(5).
           05  RM-COUNT                    PIC ZZZ9.
           05  FILLER                      PIC X(30)
               VALUE ' EARLIER CHANGES NOT LISTED'.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUST-NO SR-DATE SR-TIME
                                SR-SEQ-NO SR-READ-NO
               INPUT PROCEDURE IS 2000-COLLECT-CHANGES
               OUTPUT PROCEDURE IS 3000-PROCESS-CHANGES
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           PERFORM 9800-LOG-RUN-START

           IF WS-PARM-DATE NOT = SPACES
             AND WS-PARM-DATE NOT NUMERIC
               DISPLAY 'CSADCL1 - CHANGE DATE PARM IS NOT YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-WINDOW NOT = SPACES
               IF WS-PARM-WINDOW NOT NUMERIC
                   DISPLAY 'CSADCL1 - REVIEW WINDOW PARM IS NOT NNN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
               IF WS-WINDOW-DAYS < 2 OR WS-WINDOW-DAYS > 366
                   DISPLAY 'CSADCL1 - REVIEW WINDOW MUST BE 2 TO 366'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE RLP-BUS-DATE TO WS-CHANGE-DATE

      *        the window counts the change date itself
           MOVE WS-CHANGE-DATE TO WS-DATE-WORK
           COMPUTE WS-BACK-DAYS = WS-WINDOW-DAYS - 1
           PERFORM 7100-BACK-ONE-DAY WS-BACK-DAYS TIMES
           MOVE WS-DATE-WORK TO WS-WINDOW-FROM

           MOVE WS-CHANGE-DATE(1:4) TO WS-PD-YYYY
           MOVE WS-CHANGE-DATE(5:2) TO WS-PD-MM
           MOVE WS-CHANGE-DATE(7:2) TO WS-PD-DD

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'CSADCL1 - LETTERS OPEN FAILED, STATUS = '
                   WS-LETTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSADCL1 - ADCLRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHANGE-DATE TO HL2-DATE
           MOVE WS-WINDOW-FROM TO HL2-FROM
           MOVE WS-CHANGE-DATE TO HL2-THRU
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REVIEW-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Sort input - the 'C' records inside the window that changed
      *  the address, phone or email, off the archive master and the
      *  current file.  The archive master is missing only before
      *  the first CSAUDARC rollover.
      *----------------------------------------------------------------
       2000-COLLECT-CHANGES.
           OPEN INPUT ARCH-IN-FILE
           IF WS-ARCH-IN-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8100-READ-ARCH-IN
               PERFORM 2010-RELEASE-ARCHIVE UNTIL WS-EOF
               CLOSE ARCH-IN-FILE
           ELSE
               DISPLAY 'CSADCL1 - NO ARCHIVE MASTER, STATUS = '
                   WS-ARCH-IN-STATUS
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSADCL1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8000-READ-AUDIT
           PERFORM 2020-RELEASE-CURRENT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       2010-RELEASE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ-COUNT
           MOVE ARCH-IN-RECORD TO AUDIT-RECORD
           PERFORM 2100-SELECT-CHANGE
           PERFORM 8100-READ-ARCH-IN.

       2020-RELEASE-CURRENT.
           ADD 1 TO WS-CURR-READ-COUNT
           MOVE AUDIT-IN-RECORD TO AUDIT-RECORD
           PERFORM 2100-SELECT-CHANGE
           PERFORM 8000-READ-AUDIT.

      *        a change with no before image has nothing to compare
      *        and is passed over
       2100-SELECT-CHANGE.
           IF AUD-FUNCTION = 'C'
             AND AUD-DATE NOT < WS-WINDOW-FROM
             AND AUD-DATE NOT > WS-CHANGE-DATE
             AND AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE
               MOVE 'N' TO SR-ADDR-FLAG
               MOVE 'N' TO SR-PHONE-FLAG
               MOVE 'N' TO SR-EMAIL-FLAG
               IF BI-ADDRESS NOT = AI-ADDRESS
                   IF AUD-TRANCODE = 'ADDR'
                       IF AUD-DATE = WS-CHANGE-DATE
                           ADD 1 TO WS-REFORMAT-COUNT
                       END-IF
                   ELSE
                       MOVE 'Y' TO SR-ADDR-FLAG
                   END-IF
               END-IF
               IF BI-HOME-PHONE NOT = AI-HOME-PHONE
                   MOVE 'Y' TO SR-PHONE-FLAG
               END-IF
               IF BI-EMAIL NOT = AI-EMAIL
                   MOVE 'Y' TO SR-EMAIL-FLAG
               END-IF
               IF SR-ADDR-FLAG = 'Y'
                 OR SR-PHONE-FLAG = 'Y'
                 OR SR-EMAIL-FLAG = 'Y'
                   PERFORM 2200-RELEASE-CHANGE
               END-IF
           END-IF.

      *        records written before the trail was chained carry no
      *        number - they sort on date and time as zero
       2200-RELEASE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE AUD-CUST-NO TO SR-CUST-NO
           MOVE AUD-DATE TO SR-DATE
           MOVE AUD-TIME TO SR-TIME
           IF AUD-SEQ-NO IS NUMERIC
               MOVE AUD-SEQ-NO TO SR-SEQ-NO
           ELSE
               MOVE ZERO TO SR-SEQ-NO
           END-IF
           COMPUTE SR-READ-NO = WS-ARCH-READ-COUNT
               + WS-CURR-READ-COUNT
           MOVE AUDIT-RECORD TO SR-AUDIT-DATA
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------
      *  Sort output - customer by customer, oldest change first.
      *  The letters go as each of the day's address changes comes
      *  off; the review decision waits for the customer's last.
      *----------------------------------------------------------------
       3000-PROCESS-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-CUST-SWITCH
           PERFORM 8200-RETURN-SORT-RECORD
           PERFORM 3100-PROCESS-ONE-CHANGE UNTIL WS-EOF
           PERFORM 3800-CLOSE-CUSTOMER.

       3100-PROCESS-ONE-CHANGE.
           IF NOT WS-CUST-OPEN
             OR SR-CUST-NO NOT = WS-CURR-CUST-NO
               PERFORM 3800-CLOSE-CUSTOMER
               MOVE 'Y' TO WS-CUST-SWITCH
               MOVE SR-CUST-NO TO WS-CURR-CUST-NO
               MOVE ZERO TO WS-EVENT-COUNT
           END-IF
           MOVE SR-AUDIT-DATA TO AUDIT-RECORD
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE AUD-AFTER-IMAGE TO WS-AFTER-IMAGE
           MOVE AI-LNAME TO WS-CURR-LNAME
           MOVE AI-FNAME TO WS-CURR-FNAME
           MOVE SR-DATE TO WS-LAST-EVENT-DATE
           PERFORM 3200-NOTE-EVENT
           IF SR-ADDR-FLAG = 'Y' AND SR-DATE = WS-CHANGE-DATE
               ADD 1 TO WS-ADDR-CHANGE-COUNT
               PERFORM 3300-WRITE-CHANGE-LETTERS
           END-IF
           PERFORM 8200-RETURN-SORT-RECORD.

      *        the table keeps the latest 20 - the oldest roll off
       3200-NOTE-EVENT.
           MOVE SPACES TO WS-WHAT
           MOVE 1 TO WS-WHAT-PTR
           IF SR-ADDR-FLAG = 'Y'
               STRING 'ADDRESS ' DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           IF SR-PHONE-FLAG = 'Y'
               STRING 'PHONE ' DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           IF SR-EMAIL-FLAG = 'Y'
               STRING 'EMAIL' DELIMITED BY SIZE
                   INTO WS-WHAT WITH POINTER WS-WHAT-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           IF WS-EVENT-COUNT > 20
               PERFORM 3210-SHIFT-EVENT
                   VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > 19
               SET EV-IDX TO 20
           ELSE
               SET EV-IDX TO WS-EVENT-COUNT
           END-IF
           MOVE AUD-DATE     TO EV-DATE(EV-IDX)
           MOVE AUD-TIME     TO EV-TIME(EV-IDX)
           MOVE AUD-TRANCODE TO EV-TRANCODE(EV-IDX)
           MOVE AUD-OPERID   TO EV-OPERID(EV-IDX)
           MOVE AUD-TERMID   TO EV-TERMID(EV-IDX)
           MOVE WS-WHAT      TO EV-WHAT(EV-IDX).

       3210-SHIFT-EVENT.
           MOVE EV-ENTRY(EV-IDX + 1) TO EV-ENTRY(EV-IDX).

      *        one letter to each side of the change that has an
      *        address to write to - the new side says nothing of a
      *        letter to the old when there is none
       3300-WRITE-CHANGE-LETTERS.
           MOVE 'N' TO WS-OLD-SIDE-SWITCH
           IF BI-ADDR NOT = SPACES
             AND BI-ADDR NOT = ERASE-MARKER
               MOVE 'Y' TO WS-OLD-SIDE-SWITCH
           END-IF
           IF AI-ADDR NOT = SPACES
             AND AI-ADDR NOT = ERASE-MARKER
               MOVE AI-CUST-NO  TO WS-LT-CUST-NO
               MOVE AI-LNAME    TO WS-LT-LNAME
               MOVE AI-FNAME    TO WS-LT-FNAME
               MOVE AI-ADDR     TO WS-LT-ADDR
               MOVE AI-CITY     TO WS-LT-CITY
               MOVE AI-STATE    TO WS-LT-STATE
               MOVE AI-ZIPCODE  TO WS-LT-ZIPCODE
               MOVE 'N' TO WS-LETTER-KIND
               PERFORM 3400-WRITE-LETTER
               ADD 1 TO WS-NEW-LETTER-COUNT
           ELSE
               ADD 1 TO WS-NO-LETTER-COUNT
           END-IF
           IF WS-OLD-SIDE-WRITABLE
               MOVE BI-CUST-NO  TO WS-LT-CUST-NO
               MOVE BI-LNAME    TO WS-LT-LNAME
               MOVE BI-FNAME    TO WS-LT-FNAME
               MOVE BI-ADDR     TO WS-LT-ADDR
               MOVE BI-CITY     TO WS-LT-CITY
               MOVE BI-STATE    TO WS-LT-STATE
               MOVE BI-ZIPCODE  TO WS-LT-ZIPCODE
               MOVE 'O' TO WS-LETTER-KIND
               PERFORM 3400-WRITE-LETTER
               ADD 1 TO WS-OLD-LETTER-COUNT
           ELSE
               ADD 1 TO WS-NO-LETTER-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  One letter, starting on a new page: date, address block,
      *  customer number, the body for the side it goes to and the
      *  closing paragraph.
      *----------------------------------------------------------------
       3400-WRITE-LETTER.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING PAGE
           PERFORM 3490-CHECK-LETTER-WRITE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-DATE-LINE
           MOVE WS-PRINT-DATE TO LL-DATE
           MOVE WS-LETTER-DATE-LINE TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE

           MOVE SPACES TO WS-NAME-LINE
           MOVE WS-LT-FNAME TO WS-NAME-FNAME
           MOVE WS-LT-LNAME TO WS-NAME-LNAME
           MOVE WS-NAME-LINE TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE WS-LT-ADDR TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE WS-LT-CITY    TO WS-CITY-CITY
           MOVE WS-LT-STATE   TO WS-CITY-STATE
           MOVE WS-LT-ZIPCODE TO WS-CITY-ZIP
           MOVE WS-CITY-LINE TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE

           MOVE WS-LT-CUST-NO TO LL-CUST-NO
           MOVE WS-CUST-NO-LINE TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE 'DEAR CUSTOMER,' TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE WS-PRINT-DATE TO LL-CHANGED-ON
           MOVE WS-CHANGED-ON-LINE TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           IF WS-NEW-ADDRESS-LETTER AND NOT WS-OLD-SIDE-WRITABLE
               MOVE WS-NEW-ONLY-LINE TO LETTER-LINE
               PERFORM 3480-WRITE-LETTER-LINE
           ELSE
               PERFORM 3410-WRITE-BODY-LINE
                   VARYING WS-BODY-SUB FROM 1 BY 1
                   UNTIL WS-BODY-SUB > 2
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           PERFORM 3420-WRITE-CLOSE-LINE
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > 2
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           MOVE 'CUSTOMER SERVICE' TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

       3410-WRITE-BODY-LINE.
           IF WS-NEW-ADDRESS-LETTER
               MOVE NB-LINE(WS-BODY-SUB) TO LETTER-LINE
           ELSE
               MOVE OB-LINE(WS-BODY-SUB) TO LETTER-LINE
           END-IF
           PERFORM 3480-WRITE-LETTER-LINE.

       3420-WRITE-CLOSE-LINE.
           MOVE CB-LINE(WS-BODY-SUB) TO LETTER-LINE
           PERFORM 3480-WRITE-LETTER-LINE.

       3480-WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           PERFORM 3490-CHECK-LETTER-WRITE.

       3490-CHECK-LETTER-WRITE.
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'CSADCL1 - LETTERS WRITE FAILED, STATUS = '
                   WS-LETTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  End of a customer - listed for review when changed more
      *  than once in the window and last changed on the day.
      *----------------------------------------------------------------
       3800-CLOSE-CUSTOMER.
           IF WS-CUST-OPEN
             AND WS-EVENT-COUNT > 1
             AND WS-LAST-EVENT-DATE = WS-CHANGE-DATE
               ADD 1 TO WS-REVIEW-COUNT
               MOVE WS-CURR-CUST-NO TO RC-CUST-NO
               MOVE WS-CURR-LNAME TO RC-LNAME
               MOVE WS-CURR-FNAME TO RC-FNAME
               MOVE WS-EVENT-COUNT TO RC-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-REVIEW-CUST-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-REVIEW-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-EVENT-COUNT > 20
                   COMPUTE RM-COUNT = WS-EVENT-COUNT - 20
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-REVIEW-MORE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   SET EV-IDX TO 20
               ELSE
                   SET EV-IDX TO WS-EVENT-COUNT
               END-IF
               PERFORM 3810-PRINT-ONE-EVENT
                   VARYING WS-BODY-SUB FROM 1 BY 1
                   UNTIL WS-BODY-SUB > EV-IDX
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3810-PRINT-ONE-EVENT.
           MOVE SPACES TO WS-REVIEW-DETAIL-LINE
           MOVE EV-DATE(WS-BODY-SUB)     TO RD-DATE
           MOVE EV-TIME(WS-BODY-SUB)     TO RD-TIME
           MOVE EV-TRANCODE(WS-BODY-SUB) TO RD-TRANCODE
           MOVE EV-OPERID(WS-BODY-SUB)   TO RD-OPERID
           MOVE EV-TERMID(WS-BODY-SUB)   TO RD-TERMID
           MOVE EV-WHAT(WS-BODY-SUB)     TO RD-WHAT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REVIEW-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           IF WS-REVIEW-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '     NONE' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 'RUN TOTALS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'ARCHIVE RECORDS READ            ' TO SL-LABEL
           MOVE WS-ARCH-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CURRENT RECORDS READ            ' TO SL-LABEL
           MOVE WS-CURR-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CONTACT CHANGES IN THE WINDOW   ' TO SL-LABEL
           MOVE WS-CHANGE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ADDRESS CHANGES ON THE DAY      ' TO SL-LABEL
           MOVE WS-ADDR-CHANGE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CSADDR1 REFORMATS - NO LETTER   ' TO SL-LABEL
           MOVE WS-REFORMAT-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'LETTERS TO THE NEW ADDRESS      ' TO SL-LABEL
           MOVE WS-NEW-LETTER-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'LETTERS TO THE OLD ADDRESS      ' TO SL-LABEL
           MOVE WS-OLD-LETTER-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'SIDES WITH NO ADDRESS TO WRITE  ' TO SL-LABEL
           MOVE WS-NO-LETTER-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS LISTED FOR REVIEW     ' TO SL-LABEL
           MOVE WS-REVIEW-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

           CLOSE LETTER-FILE
           CLOSE REPORT-FILE

           DISPLAY 'CSADCL1 - ADDRESS CHANGES      = '
               WS-ADDR-CHANGE-COUNT
           DISPLAY 'CSADCL1 - LETTERS WRITTEN      = ' WS-LETTER-COUNT
           DISPLAY 'CSADCL1 - LISTED FOR REVIEW    = ' WS-REVIEW-COUNT.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *        as CSRUNLOG steps back from the calendar date
       7100-BACK-ONE-DAY.
           IF WS-DW-DD > 1
               SUBTRACT 1 FROM WS-DW-DD
           ELSE
               IF WS-DW-MM > 1
                   SUBTRACT 1 FROM WS-DW-MM
               ELSE
                   SUBTRACT 1 FROM WS-DW-YYYY
                   MOVE 12 TO WS-DW-MM
               END-IF
               MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-DD
               IF WS-DW-MM = 2
                   PERFORM 7110-CHECK-LEAP-YEAR
               END-IF
           END-IF.

       7110-CHECK-LEAP-YEAR.
           DIVIDE WS-DW-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DW-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DW-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-400 = ZERO
               OR (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
               MOVE 29 TO WS-DW-DD
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
      *  clean for the business date goes no further.  The day's
      *  batch maintenance must be on the trail before the letters
      *  go.
      *----------------------------------------------------------------
       9800-LOG-RUN-START.
           MOVE SPACES TO RUNLOG-PARMS
           MOVE 'S' TO RLP-FUNCTION
           MOVE 'CSADCL1' TO RLP-PROGRAM
           IF WS-PARM-DATE NUMERIC
               MOVE WS-PARM-DATE TO RLP-BUS-DATE
           END-IF
           MOVE 'CSUPDT1' TO RLP-PRED-NAME(1)
           MOVE 'CSPENDR1' TO RLP-PRED-NAME(2)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSADCL1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT = WS-ARCH-READ-COUNT
               + WS-CURR-READ-COUNT
           MOVE WS-LETTER-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

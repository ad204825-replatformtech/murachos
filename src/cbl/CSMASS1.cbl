       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSMASS1.
      *================================================================
      *  CSMASS1 - control-card mass change.  When the telephone
      *  company splits an area code, or a town is renamed or given
      *  new ZIP codes, every customer affected is changed in one
      *  pass instead of one at a time on the maintenance screen.
      *  Sweeps CUSTMAST in key order and applies the cards below to
      *  every customer they match, whatever the customer's status.
      *
      *  Control cards (keyword cols 1-8, value from col 10):
      *     MODE     SIMULATE | UPDATE
      *              SIMULATE (the default when the card is absent)
      *              only prints what would change; UPDATE changes
      *              CUSTMAST
      *     PHONE    aaa eee nnn
      *              area code aaa, exchange eee becomes area code
      *              nnn on CUST-HOME-PHONE (cols 10-12, 14-16,
      *              18-20); up to 50 cards
      *     CITY     old city cols 10-29, old state cols 30-31,
      *              old ZIP cols 32-41 (blank = any ZIP), new city
      *              cols 42-61 (blank = city unchanged), new ZIP
      *              cols 62-71 (blank = ZIP unchanged); up to 20
      *              cards.  A five-digit old ZIP matches ZIP+4s on
      *              that base.
      *     END      last card
      *
      *  A CITY card whose resulting ZIP is on ZIPXREF must agree
      *  with the resulting city/state, the same edit the
      *  maintenance screen makes - update ZIPXREF (CSZUPDT1) first.
      *  Any invalid card stops the run before CUSTMAST is opened.
      *
      *  In update mode every customer changed is logged to AUDTRAIL
      *  with full before/after images under trancode MASS, and
      *  PHONXREF is kept current as the phone numbers change.  The
      *  undeliverable flag is left alone - a renamed town is not a
      *  move.  A customer with a change parked on PENDCHG is not
      *  touched (the parked change would put the old value back
      *  when CSPENDR1 releases it); they are listed on MASSREV for
      *  the address unit to fix by hand.
      *
      *  RETURN-CODE 4 when anyone was listed for review, 8 when a
      *  customer could not be rewritten, 16 on a bad card.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT ZIPXREF-FILE ASSIGN TO ZIPXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZX-ZIPCODE
               FILE STATUS IS WS-ZIPXREF-STATUS.

           SELECT PHONXREF-FILE ASSIGN TO PHONXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PHONXREF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO MASSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVIEW-FILE ASSIGN TO MASSREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  PENDCHG-FILE.
       COPY PENDCHG.

       FD  ZIPXREF-FILE.
       COPY ZIPXREF.

       FD  PHONXREF-FILE.
       COPY PHONXREF.

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
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-PENDCHG-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-ZIPXREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-PHONXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REVIEW-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CARDS-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-CARDS-DONE               VALUE 'Y'.
       01  WS-BAD-CARD-SWITCH              PIC X     VALUE 'N'.
           88  WS-BAD-CARD                 VALUE 'Y'.
       01  WS-CARD-ERROR                   PIC X(40) VALUE SPACES.

       01  WS-MODE                         PIC X(8)  VALUE 'SIMULATE'.
           88  WS-SIMULATE-RUN             VALUE 'SIMULATE'.
           88  WS-UPDATE-RUN               VALUE 'UPDATE  '.

       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD             PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-CARD-VALUE               PIC X(71).
       01  WS-PHONE-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                      PIC X(9).
           05  CP-OLD-AREA                 PIC X(3).
           05  FILLER                      PIC X(1).
           05  CP-EXCHANGE                 PIC X(3).
           05  FILLER                      PIC X(1).
           05  CP-NEW-AREA                 PIC X(3).
           05  FILLER                      PIC X(60).
       01  WS-CITY-CARD REDEFINES WS-PARM-CARD.
           05  FILLER                      PIC X(9).
           05  CC-OLD-CITY                 PIC X(20).
           05  CC-OLD-STATE                PIC X(2).
           05  CC-OLD-ZIP                  PIC X(10).
           05  CC-NEW-CITY                 PIC X(20).
           05  CC-NEW-ZIP                  PIC X(10).
           05  FILLER                      PIC X(9).

      *  Area code / exchange pairs off the PHONE cards
       01  WS-PHONE-CARD-COUNT             PIC 9(2)  VALUE ZERO.
       01  WS-PHONE-TABLE.
           05  PH-ENTRY OCCURS 50 TIMES
                   INDEXED BY PH-IDX.
               10  PH-OLD-AREA             PIC X(3).
               10  PH-EXCHANGE             PIC X(3).
               10  PH-NEW-AREA             PIC X(3).

      *  Old / new city off the CITY cards
       01  WS-CITY-CARD-COUNT              PIC 9(2)  VALUE ZERO.
       01  WS-CITY-TABLE.
           05  CY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CY-IDX.
               10  CY-OLD-CITY             PIC X(20).
               10  CY-OLD-STATE            PIC X(2).
               10  CY-OLD-ZIP              PIC X(10).
               10  CY-NEW-CITY             PIC X(20).
               10  CY-NEW-ZIP              PIC X(10).

      *  The customer's phone taken apart - NNN-NNN-NNNN as keyed on
      *  the screen, or ten digits run together
       01  WS-PHONE-AREA                   PIC X(3)  VALUE SPACES.
       01  WS-PHONE-EXCHANGE               PIC X(3)  VALUE SPACES.
       01  WS-RESULT-CITY                  PIC X(20) VALUE SPACES.
       01  WS-RESULT-ZIP                   PIC X(10) VALUE SPACES.

       01  WS-PHONE-CHANGED-SWITCH         PIC X     VALUE 'N'.
           88  WS-PHONE-CHANGED            VALUE 'Y'.
       01  WS-CITY-CHANGED-SWITCH          PIC X     VALUE 'N'.
           88  WS-CITY-CHANGED             VALUE 'Y'.
       01  WS-PENDING-SWITCH               PIC X     VALUE 'N'.
           88  WS-CHANGE-PENDING           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-CHANGED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-PHONE-COUNT              PIC 9(7)  VALUE ZERO.
           05  WS-CITY-COUNT               PIC 9(7)  VALUE ZERO.
           05  WS-REVIEW-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-BEFORE-IMAGE                 PIC X(220) VALUE SPACES.
       01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
           05  FILLER                      PIC X(86).
           05  WB-CITY                     PIC X(20).
           05  WB-STATE                    PIC X(2).
           05  WB-ZIPCODE                  PIC X(10).
           05  WB-HOME-PHONE               PIC X(12).
           05  FILLER                      PIC X(90).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(36)
               VALUE 'CSMASS1 - CONTROL-CARD MASS CHANGE'.
           05  FILLER                      PIC X(7)  VALUE ' MODE: '.
           05  HL1-MODE                    PIC X(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(16)
               VALUE 'REPORT FOR DATE '.
           05  HL2-DATE                    PIC X(8).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(18) VALUE 'RESULT'.
           05  FILLER                      PIC X(8)  VALUE 'FIELD'.
           05  FILLER                      PIC X(36) VALUE 'FROM'.
           05  FILLER                      PIC X(36) VALUE 'TO'.
       01  WS-CARD-ECHO-LINE.
           05  FILLER                      PIC X(5)
               VALUE 'CARD '.
           05  CE-CARD                     PIC X(80).
       01  WS-CARD-ERROR-LINE.
           05  FILLER                      PIC X(23)
               VALUE '     ** CARD REJECTED: '.
           05  CEL-ERROR                   PIC X(40).

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-RESULT                   PIC X(16).
           05  FILLER                      PIC X(2).
           05  DL-FIELD                    PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-FROM                     PIC X(34).
           05  FILLER                      PIC X(2).
           05  DL-TO                       PIC X(34).

      *  City / state / ZIP laid out for the FROM and TO columns
       01  WS-CITY-VALUE.
           05  CV-CITY                     PIC X(20).
           05  FILLER                      PIC X(1).
           05  CV-STATE                    PIC X(2).
           05  FILLER                      PIC X(1).
           05  CV-ZIPCODE                  PIC X(10).

       01  WS-REVIEW-HEADING-1.
           05  FILLER                      PIC X(50)
               VALUE 'CSMASS1 - CUSTOMERS SKIPPED, CHANGE PENDING'.
       01  WS-REVIEW-HEADING-2.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'PENDING'.
           05  FILLER                      PIC X(12) VALUE 'CHANGE'.
           05  FILLER                      PIC X(14) VALUE 'PHONE'.
           05  FILLER                      PIC X(34) VALUE 'CITY'.

       01  WS-REVIEW-DETAIL.
           05  RV-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  RV-NAME                     PIC X(30).
           05  FILLER                      PIC X(2).
           05  RV-EFF-DATE                 PIC X(8).
           05  FILLER                      PIC X(2).
           05  RV-CHANGE                   PIC X(10).
           05  FILLER                      PIC X(2).
           05  RV-PHONE                    PIC X(12).
           05  FILLER                      PIC X(2).
           05  RV-CITY                     PIC X(34).

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
           MOVE SPACES TO WS-PHONE-TABLE
           MOVE SPACES TO WS-CITY-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - MASSRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ZIPXREF-FILE
           IF WS-ZIPXREF-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - ZIPXREF OPEN FAILED, STATUS = '
                   WS-ZIPXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-READ-PARM-CARD UNTIL WS-CARDS-DONE
           CLOSE ZIPXREF-FILE
           IF NOT WS-BAD-CARD
             AND WS-PHONE-CARD-COUNT = ZERO
             AND WS-CITY-CARD-COUNT = ZERO
               MOVE 'Y' TO WS-BAD-CARD-SWITCH
               MOVE 'NO PHONE OR CITY CARDS' TO WS-CARD-ERROR
               PERFORM 1190-REPORT-CARD-ERROR
           END-IF
           IF WS-BAD-CARD
               DISPLAY 'CSMASS1 - INVALID CONTROL CARD - SEE MASSRPT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MODE TO HL1-MODE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
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

           IF WS-UPDATE-RUN
               OPEN I-O CUSTMAST-FILE
           ELSE
               OPEN INPUT CUSTMAST-FILE
           END-IF
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - CUSTMAST OPEN FAILED, STATUS = '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - PENDCHG OPEN FAILED, STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-UPDATE-RUN
               PERFORM 1050-OPEN-UPDATE-FILES
           END-IF

           OPEN OUTPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - MASSREV OPEN FAILED, STATUS = '
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

           PERFORM 8000-READ-CUSTMAST.

      *        a simulate run changes nothing, so it needs neither the
      *        cross-reference nor the audit trail
       1050-OPEN-UPDATE-FILES.
           OPEN I-O PHONXREF-FILE
           IF WS-PHONXREF-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - PHONXREF OPEN FAILED, STATUS = '
                   WS-PHONXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - AUDCTL OPEN FAILED, STATUS = '
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
               DISPLAY 'CSMASS1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  One control card per ACCEPT, echoed to the report exactly as
      *  read.  A blank card is treated as END so a missing
      *  terminator cannot spin the read.
      *----------------------------------------------------------------
       1100-READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           MOVE WS-PARM-CARD TO CE-CARD
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ECHO-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CARD-ERROR
           EVALUATE WS-CARD-KEYWORD
               WHEN 'MODE    '
                   IF WS-CARD-VALUE(1:8) = 'SIMULATE'
                     OR WS-CARD-VALUE(1:8) = 'UPDATE  '
                       MOVE WS-CARD-VALUE(1:8) TO WS-MODE
                   ELSE
                       MOVE 'MODE MUST BE SIMULATE OR UPDATE'
                           TO WS-CARD-ERROR
                   END-IF
               WHEN 'PHONE   '
                   PERFORM 1110-LOAD-PHONE-CARD
               WHEN 'CITY    '
                   PERFORM 1120-LOAD-CITY-CARD
               WHEN 'END     '
                   MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               WHEN SPACES
                   MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               WHEN OTHER
                   MOVE 'UNKNOWN KEYWORD' TO WS-CARD-ERROR
           END-EVALUATE
           IF WS-CARD-ERROR NOT = SPACES
               MOVE 'Y' TO WS-BAD-CARD-SWITCH
               MOVE 'Y' TO WS-CARDS-DONE-SWITCH
               PERFORM 1190-REPORT-CARD-ERROR
           END-IF.

       1110-LOAD-PHONE-CARD.
           EVALUATE TRUE
               WHEN CP-OLD-AREA NOT NUMERIC
                 OR CP-EXCHANGE NOT NUMERIC
                 OR CP-NEW-AREA NOT NUMERIC
                   MOVE 'AREA CODES AND EXCHANGE MUST BE NUMERIC'
                       TO WS-CARD-ERROR
               WHEN CP-OLD-AREA = CP-NEW-AREA
                   MOVE 'OLD AND NEW AREA CODE ARE THE SAME'
                       TO WS-CARD-ERROR
               WHEN WS-PHONE-CARD-COUNT = 50
                   MOVE 'MORE THAN 50 PHONE CARDS' TO WS-CARD-ERROR
               WHEN OTHER
                   ADD 1 TO WS-PHONE-CARD-COUNT
                   SET PH-IDX TO WS-PHONE-CARD-COUNT
                   MOVE CP-OLD-AREA TO PH-OLD-AREA(PH-IDX)
                   MOVE CP-EXCHANGE TO PH-EXCHANGE(PH-IDX)
                   MOVE CP-NEW-AREA TO PH-NEW-AREA(PH-IDX)
           END-EVALUATE.

       1120-LOAD-CITY-CARD.
           EVALUATE TRUE
               WHEN CC-OLD-CITY = SPACES OR CC-OLD-STATE = SPACES
                   MOVE 'OLD CITY AND STATE ARE REQUIRED'
                       TO WS-CARD-ERROR
               WHEN CC-NEW-CITY = SPACES AND CC-NEW-ZIP = SPACES
                   MOVE 'NO NEW CITY OR NEW ZIP' TO WS-CARD-ERROR
               WHEN WS-CITY-CARD-COUNT = 20
                   MOVE 'MORE THAN 20 CITY CARDS' TO WS-CARD-ERROR
               WHEN OTHER
                   PERFORM 1130-CHECK-CITY-ZIPXREF
           END-EVALUATE
           IF WS-CARD-ERROR = SPACES
               ADD 1 TO WS-CITY-CARD-COUNT
               SET CY-IDX TO WS-CITY-CARD-COUNT
               MOVE CC-OLD-CITY  TO CY-OLD-CITY(CY-IDX)
               MOVE CC-OLD-STATE TO CY-OLD-STATE(CY-IDX)
               MOVE CC-OLD-ZIP   TO CY-OLD-ZIP(CY-IDX)
               MOVE CC-NEW-CITY  TO CY-NEW-CITY(CY-IDX)
               MOVE CC-NEW-ZIP   TO CY-NEW-ZIP(CY-IDX)
           END-IF.

      *----------------------------------------------------------------
      *  The city and ZIP the card leaves customers with must pass
      *  the maintenance-screen ZIPXREF edit (4000-VALIDATE-ZIPCODE):
      *  a ZIP on file must agree with the city/state; a ZIP the
      *  cross-reference does not know is let through.  When the
      *  card names no ZIP at all there is nothing to check.
      *----------------------------------------------------------------
       1130-CHECK-CITY-ZIPXREF.
           IF CC-NEW-CITY = SPACES
               MOVE CC-OLD-CITY TO WS-RESULT-CITY
           ELSE
               MOVE CC-NEW-CITY TO WS-RESULT-CITY
           END-IF
           IF CC-NEW-ZIP = SPACES
               MOVE CC-OLD-ZIP TO WS-RESULT-ZIP
           ELSE
               MOVE CC-NEW-ZIP TO WS-RESULT-ZIP
           END-IF
           IF WS-RESULT-ZIP NOT = SPACES
               MOVE SPACES TO ZX-ZIPCODE
               MOVE WS-RESULT-ZIP(1:5) TO ZX-ZIPCODE(1:5)
               READ ZIPXREF-FILE
               IF WS-ZIPXREF-STATUS = '00'
                   IF ZX-CITY NOT = WS-RESULT-CITY
                     OR ZX-STATE NOT = CC-OLD-STATE
                       MOVE 'ZIPXREF DISAGREES WITH NEW CITY/ZIP'
                           TO WS-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

       1190-REPORT-CARD-ERROR.
           MOVE WS-CARD-ERROR TO CEL-ERROR
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  One customer: apply the cards to the record in storage and,
      *  if anything moved, either report it (simulate), or rewrite
      *  and audit it (update) - unless a change is parked for the
      *  customer, in which case the record is put back as it was
      *  and the customer goes on the review list.
      *----------------------------------------------------------------
       2000-PROCESS-LOOP.
           ADD 1 TO WS-READ-COUNT
           MOVE CUSTMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE 'N' TO WS-PHONE-CHANGED-SWITCH
           MOVE 'N' TO WS-CITY-CHANGED-SWITCH
           IF WS-PHONE-CARD-COUNT > ZERO
               PERFORM 2100-APPLY-PHONE-CARDS
           END-IF
           IF WS-CITY-CARD-COUNT > ZERO
               PERFORM 2200-APPLY-CITY-CARDS
           END-IF
           IF WS-PHONE-CHANGED OR WS-CITY-CHANGED
               PERFORM 2300-CHECK-PENDING-CHANGE
               EVALUATE TRUE
                   WHEN WS-CHANGE-PENDING
                       PERFORM 4000-WRITE-REVIEW
                       MOVE WS-BEFORE-IMAGE TO CUSTMAST-RECORD
                   WHEN WS-SIMULATE-RUN
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 2500-COUNT-FIELDS
                       MOVE 'WOULD CHANGE' TO DL-RESULT
                       PERFORM 3000-PRINT-DETAIL
                   WHEN OTHER
                       PERFORM 2400-REWRITE-CUSTOMER
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-CUSTMAST.

      *        the area code is the first three bytes in both forms
       2100-APPLY-PHONE-CARDS.
           MOVE SPACES TO WS-PHONE-AREA
           MOVE SPACES TO WS-PHONE-EXCHANGE
           EVALUATE TRUE
               WHEN CUST-HOME-PHONE(4:1) = '-'
                 AND CUST-HOME-PHONE(8:1) = '-'
                   MOVE CUST-HOME-PHONE(1:3) TO WS-PHONE-AREA
                   MOVE CUST-HOME-PHONE(5:3) TO WS-PHONE-EXCHANGE
               WHEN CUST-HOME-PHONE(1:10) IS NUMERIC
                 AND CUST-HOME-PHONE(11:2) = SPACES
                   MOVE CUST-HOME-PHONE(1:3) TO WS-PHONE-AREA
                   MOVE CUST-HOME-PHONE(4:3) TO WS-PHONE-EXCHANGE
           END-EVALUATE
           IF WS-PHONE-AREA NOT = SPACES
               SET PH-IDX TO 1
               SEARCH PH-ENTRY
                   WHEN PH-OLD-AREA(PH-IDX) = WS-PHONE-AREA
                     AND PH-EXCHANGE(PH-IDX) = WS-PHONE-EXCHANGE
                       MOVE PH-NEW-AREA(PH-IDX)
                           TO CUST-HOME-PHONE(1:3)
                       MOVE 'Y' TO WS-PHONE-CHANGED-SWITCH
               END-SEARCH
           END-IF.

      *        the first card that matches wins; a five-digit old ZIP
      *        matches every ZIP+4 on that base
       2200-APPLY-CITY-CARDS.
           SET CY-IDX TO 1
           SEARCH CY-ENTRY
               WHEN CY-OLD-CITY(CY-IDX) = CUST-CITY
                 AND CY-OLD-STATE(CY-IDX) = CUST-STATE
                 AND (CY-OLD-ZIP(CY-IDX) = SPACES
                   OR CY-OLD-ZIP(CY-IDX) = CUST-ZIPCODE
                   OR (CY-OLD-ZIP(CY-IDX)(6:5) = SPACES
                     AND CY-OLD-ZIP(CY-IDX)(1:5) = CUST-ZIPCODE(1:5)))
                   IF CY-NEW-CITY(CY-IDX) NOT = SPACES
                       MOVE CY-NEW-CITY(CY-IDX) TO CUST-CITY
                   END-IF
                   IF CY-NEW-ZIP(CY-IDX) NOT = SPACES
                       MOVE CY-NEW-ZIP(CY-IDX) TO CUST-ZIPCODE
                   END-IF
           END-SEARCH
           IF CUST-CITY NOT = WB-CITY
             OR CUST-ZIPCODE NOT = WB-ZIPCODE
               MOVE 'Y' TO WS-CITY-CHANGED-SWITCH
           END-IF.

      *----------------------------------------------------------------
      *  Is a future-dated change parked for this customer?  The
      *  same prefix test the maintenance screen makes (6150-CHECK-
      *  PENDING-CHANGE).
      *----------------------------------------------------------------
       2300-CHECK-PENDING-CHANGE.
           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE CUST-NO TO PC-CUST-NO
           MOVE LOW-VALUES TO PC-EFF-DATE
           START PENDCHG-FILE KEY NOT < PC-KEY
           IF WS-PENDCHG-STATUS = '00'
               READ PENDCHG-FILE NEXT RECORD
               IF WS-PENDCHG-STATUS = '00'
                 AND PC-CUST-NO = CUST-NO
                   MOVE 'Y' TO WS-PENDING-SWITCH
               END-IF
           END-IF.

       2400-REWRITE-CUSTOMER.
           REWRITE CUSTMAST-RECORD
           IF WS-CUSTMAST-STATUS = '00'
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM 2500-COUNT-FIELDS
               PERFORM 7000-AUDIT-CHANGE
               IF WS-PHONE-CHANGED
                   PERFORM 7700-MAINTAIN-PHONE-XREF
               END-IF
               MOVE 'CHANGED' TO DL-RESULT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'REWRITE FAILED' TO DL-RESULT
               DISPLAY 'CSMASS1 - CUSTMAST REWRITE FAILED, CUST-NO = '
                   CUST-NO ' STATUS = ' WS-CUSTMAST-STATUS
           END-IF
           PERFORM 3000-PRINT-DETAIL.

       2500-COUNT-FIELDS.
           IF WS-PHONE-CHANGED
               ADD 1 TO WS-PHONE-COUNT
           END-IF
           IF WS-CITY-CHANGED
               ADD 1 TO WS-CITY-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  One report line per field changed, old value and new.
      *----------------------------------------------------------------
       3000-PRINT-DETAIL.
           MOVE CUST-NO TO DL-CUSTNO
           IF WS-PHONE-CHANGED
               MOVE 'PHONE' TO DL-FIELD
               MOVE WB-HOME-PHONE TO DL-FROM
               MOVE CUST-HOME-PHONE TO DL-TO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO DL-CUSTNO DL-RESULT
           END-IF
           IF WS-CITY-CHANGED
               MOVE 'CITY' TO DL-FIELD
               MOVE SPACES TO WS-CITY-VALUE
               MOVE WB-CITY TO CV-CITY
               MOVE WB-STATE TO CV-STATE
               MOVE WB-ZIPCODE TO CV-ZIPCODE
               MOVE WS-CITY-VALUE TO DL-FROM
               MOVE SPACES TO WS-CITY-VALUE
               MOVE CUST-CITY TO CV-CITY
               MOVE CUST-STATE TO CV-STATE
               MOVE CUST-ZIPCODE TO CV-ZIPCODE
               MOVE WS-CITY-VALUE TO DL-TO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE.

      *        the review list shows the values the customer holds
      *        today and which change the cards would have made
       4000-WRITE-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE CUST-NO     TO RV-CUSTNO
           MOVE CUST-LNAME  TO RV-NAME
           MOVE PC-EFF-DATE TO RV-EFF-DATE
           EVALUATE TRUE
               WHEN WS-PHONE-CHANGED AND WS-CITY-CHANGED
                   MOVE 'PHONE+CITY' TO RV-CHANGE
               WHEN WS-PHONE-CHANGED
                   MOVE 'PHONE' TO RV-CHANGE
               WHEN OTHER
                   MOVE 'CITY' TO RV-CHANGE
           END-EVALUATE
           MOVE WB-HOME-PHONE TO RV-PHONE
           MOVE SPACES TO WS-CITY-VALUE
           MOVE WB-CITY TO CV-CITY
           MOVE WB-STATE TO CV-STATE
           MOVE WB-ZIPCODE TO CV-ZIPCODE
           MOVE WS-CITY-VALUE TO RV-CITY
           MOVE SPACES TO REVIEW-LINE
           MOVE WS-REVIEW-DETAIL TO REVIEW-LINE
           WRITE REVIEW-LINE.

       7000-AUDIT-CHANGE.
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSMASS1'        TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'MASS'           TO AUD-TRANCODE
           MOVE 'C'              TO AUD-FUNCTION
           MOVE CUST-NO          TO AUD-CUST-NO
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE CUSTMAST-RECORD  TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSMASS1 - AUDTRAIL WRITE FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7950-SAVE-AUDIT-CHAIN.

      *----------------------------------------------------------------
      *  Keep PHONXREF current as the phone numbers change, the way
      *  the batch apply does (CSUPDT1 7700-MAINTAIN-XREF-ENTRIES).
      *  The nightly CSXBLD1 rebuild remains the true-up, so a
      *  missing old entry or a duplicate new one is benign.
      *----------------------------------------------------------------
       7700-MAINTAIN-PHONE-XREF.
           MOVE WB-HOME-PHONE TO PX-PHONE
           MOVE CUST-NO TO PX-CUST-NO
           DELETE PHONXREF-FILE
           MOVE CUST-HOME-PHONE TO PX-PHONE
           MOVE CUST-NO TO PX-CUST-NO
           WRITE PHONXREF-RECORD.

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
               DISPLAY 'CSMASS1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSMASS1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CUSTOMERS READ              ' TO SL-LABEL
           MOVE WS-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           IF WS-SIMULATE-RUN
               MOVE 'CUSTOMERS THAT WOULD CHANGE ' TO SL-LABEL
           ELSE
               MOVE 'CUSTOMERS CHANGED           ' TO SL-LABEL
           END-IF
           MOVE WS-CHANGED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE '  PHONE NUMBERS             ' TO SL-LABEL
           MOVE WS-PHONE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE '  CITY / ZIP                ' TO SL-LABEL
           MOVE WS-CITY-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'SKIPPED - CHANGE PENDING    ' TO SL-LABEL
           MOVE WS-REVIEW-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'FAILURES                    ' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

           CLOSE CUSTMAST-FILE
           CLOSE PENDCHG-FILE
           IF WS-UPDATE-RUN
               CLOSE PHONXREF-FILE
               CLOSE AUDIT-FILE
               CLOSE AUDCTL-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE REVIEW-FILE

           DISPLAY 'CSMASS1 - MODE                = ' WS-MODE
           DISPLAY 'CSMASS1 - CUSTOMERS READ      = ' WS-READ-COUNT
           DISPLAY 'CSMASS1 - CUSTOMERS CHANGED   = ' WS-CHANGED-COUNT
           DISPLAY 'CSMASS1 - SKIPPED, PENDING    = ' WS-REVIEW-COUNT
           DISPLAY 'CSMASS1 - FAILURES            = ' WS-FAILED-COUNT
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

       8000-READ-CUSTMAST.
           READ CUSTMAST-FILE NEXT RECORD
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
           MOVE 'CSMASS1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSMASS1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-CHANGED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

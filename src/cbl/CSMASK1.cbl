       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSMASK1.
      *================================================================
      *  CSMASK1 - masked test-data extract.  Copies the CUSTSNAP
      *  snapshot, the contact notes (NOTEFILE) and a date slice of
      *  the audit trail (AUDTRAIL) for loading into the test region,
      *  with every name, street address, phone number, email address
      *  and note text replaced by realistic but fictitious values:
      *
      *     name       surname built from the tables below, given
      *                name from the given-name table
      *     address    house number, street name and street suffix
      *     phone      area code kept; exchange 555 and a made-up
      *                line number, in the punctuation found
      *     email      given.surnameNN@EXAMPLE.COM
      *     note text  replaced by a fixed line (the officer's note
      *                on a 'W' audit record, and a note removed by
      *                CSINTG1 on an 'X', likewise)
      *
      *  Each masked value is worked out from the production value
      *  alone (a CSAUDCHK-style fold of its bytes, started from the
      *  SEED card), never from a counter or the clock.  The same
      *  value therefore masks the same way in every file and on
      *  every run with the same seed, so customers sharing a name,
      *  an address or a phone still share one in the test copy and
      *  CSDUPRPT and CSHHBLD1 find the same pairs and households
      *  there.  Customer numbers, status codes, dates, branches and
      *  city/state/ZIP are carried unchanged, so the city/state/ZIP
      *  combination passes the ZIPXREF edit exactly as it does in
      *  production - each test customer is put through that edit
      *  again and the failures counted.  A field left blank, or
      *  holding the erasure marker (ERASMARK.cpy), is carried as
      *  found.
      *
      *  Audit images are masked by what they hold, as in CSERASE1:
      *  the customer record for most functions, the ALTADDR address
      *  on 'M', the screened customer and the officer's note on
      *  'W', the record removed on 'X' by the file it came off;
      *  'R' and 'E' hold no personal data.  The slice is taken
      *  in sequence order with its numbers kept and its check values
      *  re-stamped (CSAUDCHK) from a zero start, so CSAUDVFY proves
      *  it clean in the test region once AUDCTL there is seeded from
      *  the last sequence number and check value on the report.
      *
      *  The proof.  Every production value replaced and every value
      *  put in its place is sorted together by field; a value that
      *  turns up on both sides is a production value in the test
      *  files.  The report lists each one by the test record that
      *  carries it (never the value itself) and counts, by field,
      *  the values masked and the values found.  A new SEED moves
      *  every masked value.
      *
      *  Control cards (keyword cols 1-8, value from col 10):
      *     SEED     nnnnnnnnn - nine digits; zero when absent.  Keep
      *              the same seed from run to run so the test copies
      *              stay alike
      *     AUDFROM  yyyymmdd - first audit date in the slice
      *     AUDTHRU  yyyymmdd - last audit date in the slice; the
      *              AUDFROM date when absent
      *     END      last card
      *
      *  Outputs CUSTTEST, NOTETEST and AUDTEST are sequential copies
      *  in the production layouts, for the test region's reload.
      *
      *  RETURN-CODE 4 when any production value was found in the
      *  test files - they must not be loaded - or any test customer
      *  failed the ZIPXREF edit (ZIP not on file, or on file for
      *  another city/state), and 16 on a bad card or a file
      *  failure.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP-FILE ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT NOTEFILE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTEFILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ZIPXREF-FILE ASSIGN TO ZIPXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZX-ZIPCODE
               FILE STATUS IS WS-ZIPXREF-STATUS.

           SELECT CUSTTEST-FILE ASSIGN TO CUSTTEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTTEST-STATUS.

           SELECT NOTETEST-FILE ASSIGN TO NOTETEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTETEST-STATUS.

           SELECT AUDTEST-FILE ASSIGN TO AUDTEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTEST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT LEAK-WORK-FILE ASSIGN TO LEAKWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAKWK-STATUS.

           SELECT LEAK-SORT-FILE ASSIGN TO SORTWK02.

           SELECT REPORT-FILE ASSIGN TO MASKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP-FILE
           RECORDING MODE IS F.
       COPY CUSTMAST.

       FD  NOTEFILE-FILE.
       COPY NOTEREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD                 PIC X(503).

       FD  ZIPXREF-FILE.
       COPY ZIPXREF.

       FD  CUSTTEST-FILE
           RECORDING MODE IS F.
       01  CUSTTEST-RECORD                 PIC X(200).

       FD  NOTETEST-FILE
           RECORDING MODE IS F.
       01  NOTETEST-RECORD                 PIC X(100).

       FD  AUDTEST-FILE
           RECORDING MODE IS F.
       01  AUDTEST-RECORD                  PIC X(503).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-SEQ-NO                   PIC 9(9).
           05  SR-READ-NO                  PIC 9(9).
           05  SR-AUDIT-DATA               PIC X(503).

      *        one production value replaced ('P') or one value put
      *        in its place ('M'), with the test record carrying it
       FD  LEAK-WORK-FILE
           RECORDING MODE IS F.
       01  LEAK-WORK-RECORD.
           05  LW-FIELD-NO                 PIC 9(1).
           05  LW-VALUE                    PIC X(60).
           05  LW-SOURCE                   PIC X(1).
           05  LW-REF                      PIC X(24).

       SD  LEAK-SORT-FILE.
       01  LEAK-SORT-RECORD.
           05  LX-GROUP-KEY.
               10  LX-FIELD-NO             PIC 9(1).
               10  LX-VALUE                PIC X(60).
           05  LX-SOURCE                   PIC X(1).
           05  LX-REF                      PIC X(24).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTSNAP-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NOTEFILE-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ZIPXREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-CUSTTEST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NOTETEST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDTEST-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-LEAKWK-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-CARDS-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-CARDS-DONE               VALUE 'Y'.
       01  WS-BAD-CARD-SWITCH              PIC X     VALUE 'N'.
           88  WS-BAD-CARD                 VALUE 'Y'.
       01  WS-CARD-ERROR                   PIC X(40) VALUE SPACES.
       01  WS-GROUP-SWITCH                 PIC X     VALUE 'N'.
           88  WS-GROUP-OPEN               VALUE 'Y'.
       01  WS-GROUP-PROD-SWITCH            PIC X     VALUE 'N'.
           88  WS-GROUP-HAS-PROD           VALUE 'Y'.
       01  WS-GROUP-MASK-SWITCH            PIC X     VALUE 'N'.
           88  WS-GROUP-HAS-MASK           VALUE 'Y'.

       COPY ERASMARK.

       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD             PIC X(8).
           05  FILLER                      PIC X(1).
           05  PC-VALUE                    PIC X(9).
           05  FILLER                      PIC X(62).

       01  WS-SEED                         PIC 9(9)  VALUE ZERO.
       01  WS-AUD-FROM                     PIC X(8)  VALUE SPACES.
       01  WS-AUD-THRU                     PIC X(8)  VALUE SPACES.

      *  The fold (as CSAUDCHK) and the draws taken off it.  Each
      *  draw takes the remainder of the fold over the size of a
      *  table and leaves the quotient for the next draw.
       01  WS-HASH-TEXT                    PIC X(60) VALUE SPACES.
       01  WS-HASH-LENGTH                  PIC S9(4) COMP VALUE ZERO.
       01  WS-HASH-POS                     PIC S9(4) COMP VALUE ZERO.
       01  WS-HASH                         PIC 9(18) COMP VALUE ZERO.
       01  WS-HASH-WORK                    PIC 9(18) COMP VALUE ZERO.
       01  WS-HASH-QUOTIENT                PIC 9(18) COMP VALUE ZERO.
       01  WS-HASH-REST                    PIC 9(18) COMP VALUE ZERO.
       01  WS-DRAW-RANGE                   PIC 9(9)  COMP VALUE ZERO.
       01  WS-DRAW                         PIC 9(9)  COMP VALUE ZERO.

       01  WS-BYTE-WORK.
           05  WS-BYTE-HIGH                PIC X.
           05  WS-BYTE-LOW                 PIC X.
       01  WS-BYTE-NUM REDEFINES WS-BYTE-WORK
                                           PIC 9(4) COMP.

      *  Fictitious name and street tables
       01  WS-GIVEN-NAME-VALUES.
           05  FILLER                      PIC X(40)
               VALUE 'JAMES     MARY      ROBERT    PATRICIA  '.
           05  FILLER                      PIC X(40)
               VALUE 'JOHN      JENNIFER  MICHAEL   LINDA     '.
           05  FILLER                      PIC X(40)
               VALUE 'DAVID     ELIZABETH WILLIAM   BARBARA   '.
           05  FILLER                      PIC X(40)
               VALUE 'RICHARD   SUSAN     JOSEPH    JESSICA   '.
           05  FILLER                      PIC X(40)
               VALUE 'THOMAS    SARAH     CHARLES   KAREN     '.
           05  FILLER                      PIC X(40)
               VALUE 'DANIEL    NANCY     MATTHEW   LISA      '.
           05  FILLER                      PIC X(40)
               VALUE 'ANTHONY   BETTY     MARK      MARGARET  '.
           05  FILLER                      PIC X(40)
               VALUE 'DONALD    SANDRA    STEVEN    ASHLEY    '.
           05  FILLER                      PIC X(40)
               VALUE 'PAUL      KIMBERLY  ANDREW    EMILY     '.
           05  FILLER                      PIC X(40)
               VALUE 'JOSHUA    DONNA     KENNETH   MICHELLE  '.
           05  FILLER                      PIC X(40)
               VALUE 'KEVIN     CAROL     BRIAN     AMANDA    '.
           05  FILLER                      PIC X(40)
               VALUE 'GEORGE    DOROTHY   TIMOTHY   MELISSA   '.
           05  FILLER                      PIC X(40)
               VALUE 'RONALD    DEBORAH   EDWARD    STEPHANIE '.
           05  FILLER                      PIC X(40)
               VALUE 'JASON     REBECCA   JEFFREY   SHARON    '.
           05  FILLER                      PIC X(40)
               VALUE 'RYAN      LAURA     JACOB     CYNTHIA   '.
       01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
           05  GN-NAME                     PIC X(10) OCCURS 60 TIMES.

       01  WS-SURNAME-HEAD-VALUES.
           05  FILLER                      PIC X(30)
               VALUE 'ABER  ALDEN ASH   BARN  BLACK '.
           05  FILLER                      PIC X(30)
               VALUE 'BRAM  BRIGHTCALD  CARL  CLAY  '.
           05  FILLER                      PIC X(30)
               VALUE 'CORN  CRAN  DAL   DEN   ELM   '.
           05  FILLER                      PIC X(30)
               VALUE 'FAIR  FERN  GLEN  GRAN  HAL   '.
           05  FILLER                      PIC X(30)
               VALUE 'HARL  HOL   KEN   KIRK  LANG  '.
           05  FILLER                      PIC X(30)
               VALUE 'LIN   MAR   MER   NOR   OAK   '.
           05  FILLER                      PIC X(30)
               VALUE 'PEN   RAD   RAV   ROCK  SAL   '.
           05  FILLER                      PIC X(30)
               VALUE 'STAN  THORN WAL   WEST  WIN   '.
       01  WS-SURNAME-HEAD-TABLE REDEFINES WS-SURNAME-HEAD-VALUES.
           05  SH-PART                     PIC X(6)  OCCURS 40 TIMES.

       01  WS-SURNAME-TAIL-VALUES.
           05  FILLER                      PIC X(30)
               VALUE 'BECK  BOURNEBROOK BURY  COTT  '.
           05  FILLER                      PIC X(30)
               VALUE 'DALE  FIELD FORD  GATE  HAM   '.
           05  FILLER                      PIC X(30)
               VALUE 'HURST LAND  LEY   LOW   MERE  '.
           05  FILLER                      PIC X(30)
               VALUE 'MORE  WOOD  STEAD STON  TON   '.
           05  FILLER                      PIC X(30)
               VALUE 'VILLE WELL  WICK  WORTH CROFT '.
       01  WS-SURNAME-TAIL-TABLE REDEFINES WS-SURNAME-TAIL-VALUES.
           05  ST-PART                     PIC X(6)  OCCURS 25 TIMES.

       01  WS-STREET-NAME-VALUES.
           05  FILLER                      PIC X(40)
               VALUE 'ALDER     BIRCHWOOD CEDAR     DOGWOOD   '.
           05  FILLER                      PIC X(40)
               VALUE 'ELMWOOD   FOXGLOVE  GREENBRIARHAWTHORN  '.
           05  FILLER                      PIC X(40)
               VALUE 'IRONWOOD  JUNIPER   KINGSLEY  LAKEVIEW  '.
           05  FILLER                      PIC X(40)
               VALUE 'MAGNOLIA  NORTHGATE OAKMONT   PARKSIDE  '.
           05  FILLER                      PIC X(40)
               VALUE 'QUAIL     RIDGE     RIVERBEND SYCAMORE  '.
           05  FILLER                      PIC X(40)
               VALUE 'TIMBERLINEUPLAND    VALLEYVIEWWILLOW    '.
           05  FILLER                      PIC X(40)
               VALUE 'WINDSOR   YARROW    ASPEN     BAYBERRY  '.
           05  FILLER                      PIC X(40)
               VALUE 'CHESTNUT  DEERFIELD EVERGREEN FAIRVIEW  '.
           05  FILLER                      PIC X(40)
               VALUE 'GLENWOOD  HIGHLAND  LARKSPUR  MEADOW    '.
           05  FILLER                      PIC X(40)
               VALUE 'ORCHARD   PINECREST ROSEWOOD  SHADYBROOK'.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05  SN-NAME                     PIC X(10) OCCURS 40 TIMES.

       01  WS-STREET-TYPE-VALUES.
           05  FILLER                      PIC X(32)
               VALUE 'ST  AVE RD  LN  DR  CT  WAY PL  '.
       01  WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-VALUES.
           05  SY-TYPE                     PIC X(4)  OCCURS 8 TIMES.

       01  WS-GN-SUB                       PIC 9(4)  COMP VALUE ZERO.
       01  WS-SH-SUB                       PIC 9(4)  COMP VALUE ZERO.
       01  WS-ST-SUB                       PIC 9(4)  COMP VALUE ZERO.
       01  WS-SN-SUB                       PIC 9(4)  COMP VALUE ZERO.
       01  WS-SY-SUB                       PIC 9(4)  COMP VALUE ZERO.
       01  WS-HOUSE-NO                     PIC 9(4)  VALUE ZERO.
       01  WS-HOUSE-EDIT                   PIC Z(3)9.
       01  WS-LEAD-SPACES                  PIC 9(4)  COMP VALUE ZERO.
       01  WS-EMAIL-DIGITS                 PIC 9(2)  VALUE ZERO.
       01  WS-LINE-DIGITS                  PIC 9(4)  VALUE ZERO.
       01  WS-DIGIT-COUNT                  PIC 9(4)  COMP VALUE ZERO.
       01  WS-LINE-POS                     PIC 9(4)  COMP VALUE ZERO.
       01  WS-PH-POS                       PIC 9(4)  COMP VALUE ZERO.

       01  WS-FIELD-IN                     PIC X(60) VALUE SPACES.
       01  WS-FIELD-OUT                    PIC X(60) VALUE SPACES.

       01  WS-TEST-NOTE-TEXT               PIC X(54)
               VALUE 'CONTACT NOTE - TEXT WITHHELD FROM THE TEST COPY'.
       01  WS-TEST-DECISION-NOTE           PIC X(40)
               VALUE 'DECISION NOTE WITHHELD FROM TEST COPY'.

      *  A customer record, or a 220-byte audit image, viewed as a
      *  CUSTMAST record, as an ALTADDR record for the 'M' audit
      *  function and as the decision summary of a 'W'.
       01  WS-MASK-IMAGE                   PIC X(220) VALUE SPACES.
       01  WS-MASK-CUST REDEFINES WS-MASK-IMAGE.
           05  IM-CUST-NO                  PIC X(6).
           05  IM-NAME.
               10  IM-LNAME                PIC X(30).
               10  IM-FNAME                PIC X(20).
           05  IM-ADDR                     PIC X(30).
           05  IM-CITY                     PIC X(20).
           05  IM-STATE                    PIC X(2).
           05  IM-ZIPCODE                  PIC X(10).
           05  IM-HOME-PHONE               PIC X(12).
           05  IM-EMAIL                    PIC X(40).
           05  FILLER                      PIC X(50).
       01  WS-MASK-ALT REDEFINES WS-MASK-IMAGE.
           05  FILLER                      PIC X(24).
           05  IA-ADDR                     PIC X(30).
           05  FILLER                      PIC X(166).
       01  WS-MASK-DECISION REDEFINES WS-MASK-IMAGE.
           05  FILLER                      PIC X(40).
           05  ID-DECISION-NOTE            PIC X(40).
           05  FILLER                      PIC X(140).
       01  WS-SAVE-NAME                    PIC X(50) VALUE SPACES.

      *  The before image of an 'X' audit record - the DD name of the
      *  file CSINTG1 removed an orphan from, then the record itself.
      *  Its personal data is masked by way of the customer view.
       01  WS-REMOVED-IMAGE                PIC X(220) VALUE SPACES.
       01  WS-REMOVED-VIEW REDEFINES WS-REMOVED-IMAGE.
           05  IX-FILE-NAME                PIC X(8).
           05  IX-RECORD                   PIC X(212).
           05  IX-NOTE REDEFINES IX-RECORD.
               10  FILLER                  PIC X(28).
               10  IX-NOTE-TEXT            PIC X(54).
               10  FILLER                  PIC X(130).
           05  IX-PENDING REDEFINES IX-RECORD.
               10  FILLER                  PIC X(31).
               10  IX-PEND-CUST-DATA       PIC X(170).
               10  FILLER                  PIC X(11).
           05  IX-PHONE-XREF REDEFINES IX-RECORD.
               10  IX-PHONE                PIC X(12).
               10  FILLER                  PIC X(200).
           05  IX-EMAIL-XREF REDEFINES IX-RECORD.
               10  IX-EMAIL                PIC X(40).
               10  FILLER                  PIC X(172).

       COPY AUDTRAIL.

      *  The leak proof - one entry per field checked.
       01  WS-FIELD-LABEL-DATA.
           05  FILLER                      PIC X(20)
               VALUE 'NAME (LAST + FIRST) '.
           05  FILLER                      PIC X(20)
               VALUE 'STREET ADDRESS      '.
           05  FILLER                      PIC X(20)
               VALUE 'HOME PHONE          '.
           05  FILLER                      PIC X(20)
               VALUE 'EMAIL ADDRESS       '.
           05  FILLER                      PIC X(20)
               VALUE 'NOTE TEXT           '.
       01  WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-DATA.
           05  FL-LABEL                    PIC X(20) OCCURS 5 TIMES.
       01  WS-FIELD-COUNTS.
           05  FC-ENTRY OCCURS 5 TIMES.
               10  FC-MASKED-COUNT         PIC 9(9).
               10  FC-LEAK-COUNT           PIC 9(9).
       01  WS-FIELD-NO                     PIC 9(1)  VALUE ZERO.
       01  WS-LEAK-PROD                    PIC X(60) VALUE SPACES.
       01  WS-LEAK-MASK                    PIC X(60) VALUE SPACES.
       01  WS-LEAK-REF.
           05  LR-FILE                     PIC X(9).
           05  LR-KEY                      PIC X(15).
       01  WS-GROUP-KEY.
           05  WS-GROUP-FIELD-NO           PIC 9(1).
           05  WS-GROUP-VALUE              PIC X(60).
       01  WS-GROUP-REF                    PIC X(24) VALUE SPACES.

      *  The slice as re-sealed
       01  WS-READ-NO                      PIC 9(9)  VALUE ZERO.
       01  WS-NEW-PREV-CHECK               PIC 9(9)  VALUE ZERO.
       01  WS-LAST-SEQ-NO                  PIC 9(9)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUST-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-CUST-WRITE-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-NOTE-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-NOTE-WRITE-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-AUDIT-READ-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-AUDIT-SLICE-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-AUDIT-WRITE-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-RESTAMP-COUNT            PIC 9(9)  VALUE ZERO.
           05  WS-ZIP-EDIT-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-ZIP-FAIL-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-LEAK-COUNT               PIC 9(9)  VALUE ZERO.
           05  WS-OUT-COUNT                PIC 9(9)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44)
               VALUE 'CSMASK1 - MASKED TEST-DATA EXTRACT'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(16)
               VALUE 'REPORT FOR DATE '.
           05  HL2-DATE                    PIC X(8).
       01  WS-CARD-ECHO-LINE.
           05  FILLER                      PIC X(5)  VALUE 'CARD '.
           05  CE-CARD                     PIC X(80).
       01  WS-CARD-ERROR-LINE.
           05  FILLER                      PIC X(23)
               VALUE '     ** CARD REJECTED: '.
           05  CEL-ERROR                   PIC X(40).

       01  WS-LEAK-TITLE-LINE.
           05  FILLER                      PIC X(44)
               VALUE 'PRODUCTION VALUES FOUND IN THE TEST FILES'.
       01  WS-LEAK-COLUMN-LINE.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(22) VALUE 'FIELD'.
           05  FILLER                      PIC X(30)
               VALUE 'TEST RECORD CARRYING IT'.
       01  WS-LEAK-DETAIL-LINE.
           05  FILLER                      PIC X(5).
           05  LD-FIELD                    PIC X(20).
           05  FILLER                      PIC X(2).
           05  LD-FILE                     PIC X(9).
           05  LD-KEY                      PIC X(15).
       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(22) VALUE 'FIELD'.
           05  FILLER                      PIC X(16)
               VALUE ' VALUES MASKED'.
           05  FILLER                      PIC X(16)
               VALUE '    VALUES FOUND'.
       01  WS-PROOF-LINE.
           05  FILLER                      PIC X(5).
           05  PL-FIELD                    PIC X(20).
           05  FILLER                      PIC X(2).
           05  PL-MASKED                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(5).
           05  PL-FOUND                    PIC ZZZ,ZZZ,ZZ9.

       01  WS-PROOF-CLEAN-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'NO PRODUCTION VALUE FROM A MASKED FIELD '.
           05  FILLER                      PIC X(30)
               VALUE 'APPEARS IN THE TEST FILES'.
       01  WS-PROOF-FAIL-LINE.
           05  FILLER                      PIC X(47)
               VALUE '** PRODUCTION VALUES FOUND IN THE TEST FILES - '.
           05  FILLER                      PIC X(40)
               VALUE 'DO NOT LOAD THEM - RERUN WITH A NEW SEED'.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MASK-CUSTOMERS
           PERFORM 2500-MASK-NOTES
           PERFORM 3000-MASK-AUDIT-SLICE
           PERFORM 4000-PROVE-NO-LEAKS
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-CLEAR-FIELD-COUNTS
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > 5

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - MASKRPT OPEN FAILED, STATUS = '
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
           WRITE REPORT-LINE

           PERFORM 1100-READ-PARM-CARD UNTIL WS-CARDS-DONE
           IF NOT WS-BAD-CARD
               IF WS-AUD-FROM = SPACES
                   MOVE 'Y' TO WS-BAD-CARD-SWITCH
                   MOVE 'NO AUDFROM CARD' TO WS-CARD-ERROR
                   PERFORM 1190-REPORT-CARD-ERROR
               ELSE
                   IF WS-AUD-THRU = SPACES
                       MOVE WS-AUD-FROM TO WS-AUD-THRU
                   END-IF
                   IF WS-AUD-THRU < WS-AUD-FROM
                       MOVE 'Y' TO WS-BAD-CARD-SWITCH
                       MOVE 'AUDTHRU IS BEFORE AUDFROM'
                           TO WS-CARD-ERROR
                       PERFORM 1190-REPORT-CARD-ERROR
                   END-IF
               END-IF
           END-IF
           IF WS-BAD-CARD
               DISPLAY 'CSMASK1 - INVALID CONTROL CARD - SEE MASKRPT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEAK-WORK-FILE
           IF WS-LEAKWK-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - LEAKWK OPEN FAILED, STATUS = '
                   WS-LEAKWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-CLEAR-FIELD-COUNTS.
           MOVE ZERO TO FC-MASKED-COUNT(WS-FIELD-NO)
           MOVE ZERO TO FC-LEAK-COUNT(WS-FIELD-NO).

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
               WHEN 'SEED    '
                   IF PC-VALUE IS NUMERIC
                       MOVE PC-VALUE TO WS-SEED
                   ELSE
                       MOVE 'SEED MUST BE NINE DIGITS' TO WS-CARD-ERROR
                   END-IF
               WHEN 'AUDFROM '
                   IF PC-VALUE(1:8) IS NUMERIC
                       MOVE PC-VALUE(1:8) TO WS-AUD-FROM
                   ELSE
                       MOVE 'AUDFROM MUST BE YYYYMMDD' TO WS-CARD-ERROR
                   END-IF
               WHEN 'AUDTHRU '
                   IF PC-VALUE(1:8) IS NUMERIC
                       MOVE PC-VALUE(1:8) TO WS-AUD-THRU
                   ELSE
                       MOVE 'AUDTHRU MUST BE YYYYMMDD' TO WS-CARD-ERROR
                   END-IF
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

       1190-REPORT-CARD-ERROR.
           MOVE WS-CARD-ERROR TO CEL-ERROR
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  The snapshot, customer by customer.  Each masked customer is
      *  put back through the ZIPXREF edit the maintenance screen
      *  applies (a ZIP+4 edits on its five-digit base).
      *----------------------------------------------------------------
       2000-MASK-CUSTOMERS.
           OPEN INPUT CUSTSNAP-FILE
           IF WS-CUSTSNAP-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - CUSTSNAP OPEN FAILED, STATUS = '
                   WS-CUSTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ZIPXREF-FILE
           IF WS-ZIPXREF-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - ZIPXREF OPEN FAILED, STATUS = '
                   WS-ZIPXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTTEST-FILE
           IF WS-CUSTTEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - CUSTTEST OPEN FAILED, STATUS = '
                   WS-CUSTTEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8000-READ-CUSTSNAP
           PERFORM 2100-MASK-ONE-CUSTOMER UNTIL WS-EOF

           CLOSE CUSTSNAP-FILE
           CLOSE ZIPXREF-FILE
           CLOSE CUSTTEST-FILE.

       2100-MASK-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-READ-COUNT
           MOVE 'CUSTTEST' TO LR-FILE
           MOVE CUST-NO TO LR-KEY
           MOVE SPACES TO WS-MASK-IMAGE
           MOVE CUSTMAST-RECORD TO WS-MASK-IMAGE
           PERFORM 6000-MASK-CUST-IMAGE
           MOVE WS-MASK-IMAGE TO CUSTMAST-RECORD
           PERFORM 2200-EDIT-ZIPCODE
           WRITE CUSTTEST-RECORD FROM CUSTMAST-RECORD
           IF WS-CUSTTEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - CUSTTEST WRITE FAILED, STATUS = '
                   WS-CUSTTEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUST-WRITE-COUNT
           PERFORM 8000-READ-CUSTSNAP.

       2200-EDIT-ZIPCODE.
           IF CUST-ZIPCODE NOT = SPACES
             AND CUST-ZIPCODE NOT = ERASE-MARKER
               ADD 1 TO WS-ZIP-EDIT-COUNT
               MOVE SPACES TO ZX-ZIPCODE
               IF CUST-ZIPCODE(6:1) NOT = SPACE
                   MOVE CUST-ZIPCODE(1:5) TO ZX-ZIPCODE(1:5)
               ELSE
                   MOVE CUST-ZIPCODE TO ZX-ZIPCODE
               END-IF
               READ ZIPXREF-FILE
               EVALUATE WS-ZIPXREF-STATUS
                   WHEN '00'
                       IF ZX-CITY NOT = CUST-CITY
                         OR ZX-STATE NOT = CUST-STATE
                           ADD 1 TO WS-ZIP-FAIL-COUNT
                       END-IF
                   WHEN '23'
                       ADD 1 TO WS-ZIP-FAIL-COUNT
                   WHEN OTHER
                       DISPLAY 'CSMASK1 - ZIPXREF READ FAILED, '
                           'STATUS = ' WS-ZIPXREF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *  The contact notes.  Key and operator are kept, so every note
      *  still pages under its customer; only the text is replaced.
      *----------------------------------------------------------------
       2500-MASK-NOTES.
           OPEN INPUT NOTEFILE-FILE
           IF WS-NOTEFILE-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - NOTEFILE OPEN FAILED, STATUS = '
                   WS-NOTEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOTETEST-FILE
           IF WS-NOTETEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - NOTETEST OPEN FAILED, STATUS = '
                   WS-NOTETEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8100-READ-NOTEFILE
           PERFORM 2600-MASK-ONE-NOTE UNTIL WS-EOF

           CLOSE NOTEFILE-FILE
           CLOSE NOTETEST-FILE.

       2600-MASK-ONE-NOTE.
           ADD 1 TO WS-NOTE-READ-COUNT
           IF NT-TEXT NOT = SPACES
             AND NT-TEXT NOT = ERASE-MARKER
               MOVE 'NOTETEST' TO LR-FILE
               MOVE NT-CUST-NO TO LR-KEY(1:6)
               MOVE SPACE TO LR-KEY(7:1)
               MOVE NT-DATE TO LR-KEY(8:8)
               MOVE NT-TEXT TO WS-LEAK-PROD
               MOVE WS-TEST-NOTE-TEXT TO WS-LEAK-MASK
               MOVE 5 TO WS-FIELD-NO
               PERFORM 7500-WRITE-LEAK-PAIR
               MOVE WS-TEST-NOTE-TEXT TO NT-TEXT
           END-IF
           WRITE NOTETEST-RECORD FROM NOTE-RECORD
           IF WS-NOTETEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - NOTETEST WRITE FAILED, STATUS = '
                   WS-NOTETEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NOTE-WRITE-COUNT
           PERFORM 8100-READ-NOTEFILE.

      *----------------------------------------------------------------
      *  The audit slice.  Records dated inside the AUDFROM/AUDTHRU
      *  range are masked and sorted into sequence order; the rest
      *  are passed over.
      *----------------------------------------------------------------
       3000-MASK-AUDIT-SLICE.
           OPEN OUTPUT AUDTEST-FILE
           IF WS-AUDTEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - AUDTEST OPEN FAILED, STATUS = '
                   WS-AUDTEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SEQ-NO SR-READ-NO
               INPUT PROCEDURE IS 3100-SELECT-AUDIT-SLICE
               OUTPUT PROCEDURE IS 3300-RESEAL-SLICE

           CLOSE AUDTEST-FILE.

       3100-SELECT-AUDIT-SLICE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-READ-AUDIT
           PERFORM 3110-SELECT-ONE-RECORD UNTIL WS-EOF
           CLOSE AUDIT-FILE.

      *        records written before the trail was chained carry no
      *        number at all - they sort to the front as zero, in the
      *        order they were read
       3110-SELECT-ONE-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT
           MOVE AUDIT-IN-RECORD TO AUDIT-RECORD
           IF AUD-DATE NOT < WS-AUD-FROM
             AND AUD-DATE NOT > WS-AUD-THRU
               ADD 1 TO WS-AUDIT-SLICE-COUNT
               PERFORM 3200-MASK-AUDIT-RECORD
               IF AUD-SEQ-NO IS NUMERIC
                   MOVE AUD-SEQ-NO TO SR-SEQ-NO
               ELSE
                   MOVE ZERO TO SR-SEQ-NO
               END-IF
               ADD 1 TO WS-READ-NO
               MOVE WS-READ-NO TO SR-READ-NO
               MOVE AUDIT-RECORD TO SR-AUDIT-DATA
               RELEASE SORT-RECORD
           END-IF
           PERFORM 8200-READ-AUDIT.

      *        the images by what they hold, as CSERASE1 scrubs them
       3200-MASK-AUDIT-RECORD.
           MOVE 'AUDTEST' TO LR-FILE
           MOVE SPACES TO LR-KEY
           IF AUD-SEQ-NO IS NUMERIC
               MOVE AUD-SEQ-NO TO LR-KEY(1:9)
           ELSE
               MOVE AUD-CUST-NO TO LR-KEY(1:6)
           END-IF
           EVALUATE AUD-FUNCTION
               WHEN 'R'
               WHEN 'E'
                   CONTINUE
               WHEN 'W'
                   MOVE AUD-BEFORE-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE WS-MASK-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE AUD-AFTER-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6700-MASK-DECISION-NOTE
                   MOVE WS-MASK-IMAGE TO AUD-AFTER-IMAGE
               WHEN 'X'
                   MOVE AUD-BEFORE-IMAGE TO WS-REMOVED-IMAGE
                   PERFORM 6800-MASK-REMOVED-IMAGE
                   MOVE WS-REMOVED-IMAGE TO AUD-BEFORE-IMAGE
               WHEN 'M'
                   MOVE AUD-BEFORE-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6600-MASK-ALT-IMAGE
                   MOVE WS-MASK-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE AUD-AFTER-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6600-MASK-ALT-IMAGE
                   MOVE WS-MASK-IMAGE TO AUD-AFTER-IMAGE
               WHEN OTHER
                   MOVE AUD-BEFORE-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE WS-MASK-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE AUD-AFTER-IMAGE TO WS-MASK-IMAGE
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE WS-MASK-IMAGE TO AUD-AFTER-IMAGE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Sort output - the slice in sequence order, each numbered
      *  record re-stamped off the one before it from a zero start.
      *  Unnumbered records go out as found; CSAUDVFY never links
      *  them.
      *----------------------------------------------------------------
       3300-RESEAL-SLICE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-NEW-PREV-CHECK
           PERFORM 8300-RETURN-SORT-RECORD
           PERFORM 3400-RESEAL-ONE-RECORD UNTIL WS-EOF.

       3400-RESEAL-ONE-RECORD.
           MOVE SR-AUDIT-DATA TO AUDIT-RECORD
           IF SR-SEQ-NO > ZERO
               CALL 'CSAUDCHK' USING AUDIT-RECORD WS-NEW-PREV-CHECK
               MOVE AUD-CHECK-VALUE TO WS-NEW-PREV-CHECK
               MOVE SR-SEQ-NO TO WS-LAST-SEQ-NO
               ADD 1 TO WS-RESTAMP-COUNT
           END-IF
           WRITE AUDTEST-RECORD FROM AUDIT-RECORD
           IF WS-AUDTEST-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - AUDTEST WRITE FAILED, STATUS = '
                   WS-AUDTEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AUDIT-WRITE-COUNT
           PERFORM 8300-RETURN-SORT-RECORD.

      *----------------------------------------------------------------
      *  The proof.  Production values ('P') and masked values ('M')
      *  come off the sort together, value by value within field; a
      *  value with both is a production value in the test files.
      *----------------------------------------------------------------
       4000-PROVE-NO-LEAKS.
           CLOSE LEAK-WORK-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LEAK-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LEAK-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           SORT LEAK-SORT-FILE
               ON ASCENDING KEY LX-FIELD-NO LX-VALUE LX-SOURCE
               USING LEAK-WORK-FILE
               OUTPUT PROCEDURE IS 4100-FIND-LEAKS

           IF WS-LEAK-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '     NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-FIND-LEAKS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-GROUP-SWITCH
           PERFORM 8400-RETURN-LEAK-RECORD
           PERFORM 4200-CHECK-ONE-VALUE UNTIL WS-EOF
           PERFORM 4300-CLOSE-VALUE-GROUP.

       4200-CHECK-ONE-VALUE.
           IF NOT WS-GROUP-OPEN
             OR LX-GROUP-KEY NOT = WS-GROUP-KEY
               PERFORM 4300-CLOSE-VALUE-GROUP
               MOVE 'Y' TO WS-GROUP-SWITCH
               MOVE LX-GROUP-KEY TO WS-GROUP-KEY
               MOVE 'N' TO WS-GROUP-PROD-SWITCH
               MOVE 'N' TO WS-GROUP-MASK-SWITCH
           END-IF
           IF LX-SOURCE = 'M'
               IF NOT WS-GROUP-HAS-MASK
                   MOVE 'Y' TO WS-GROUP-MASK-SWITCH
                   MOVE LX-REF TO WS-GROUP-REF
               END-IF
           ELSE
               MOVE 'Y' TO WS-GROUP-PROD-SWITCH
           END-IF
           PERFORM 8400-RETURN-LEAK-RECORD.

      *        the listing names the test record, never the value
       4300-CLOSE-VALUE-GROUP.
           IF WS-GROUP-OPEN
             AND WS-GROUP-HAS-PROD
             AND WS-GROUP-HAS-MASK
               ADD 1 TO WS-LEAK-COUNT
               ADD 1 TO FC-LEAK-COUNT(WS-GROUP-FIELD-NO)
               MOVE SPACES TO WS-LEAK-DETAIL-LINE
               MOVE FL-LABEL(WS-GROUP-FIELD-NO) TO LD-FIELD
               MOVE WS-GROUP-REF(1:9) TO LD-FILE
               MOVE WS-GROUP-REF(10:15) TO LD-KEY
               MOVE SPACES TO REPORT-LINE
               MOVE WS-LEAK-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'LEAK PROOF BY FIELD' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PROOF-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-PRINT-PROOF-LINE
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > 5
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-LEAK-COUNT = ZERO
               MOVE WS-PROOF-CLEAN-LINE TO REPORT-LINE
           ELSE
               MOVE WS-PROOF-FAIL-LINE TO REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           IF WS-ZIP-FAIL-COUNT > ZERO
               DISPLAY 'CSMASK1 - ZIPXREF EDIT FAILURES = '
                   WS-ZIP-FAIL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'RUN TOTALS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CUSTOMERS READ                  ' TO SL-LABEL
           MOVE WS-CUST-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS WRITTEN               ' TO SL-LABEL
           MOVE WS-CUST-WRITE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ZIP CODES EDITED                ' TO SL-LABEL
           MOVE WS-ZIP-EDIT-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE '  FAILING THE ZIPXREF EDIT      ' TO SL-LABEL
           MOVE WS-ZIP-FAIL-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'NOTES READ                      ' TO SL-LABEL
           MOVE WS-NOTE-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'NOTES WRITTEN                   ' TO SL-LABEL
           MOVE WS-NOTE-WRITE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'AUDIT RECORDS READ              ' TO SL-LABEL
           MOVE WS-AUDIT-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'AUDIT RECORDS IN THE SLICE      ' TO SL-LABEL
           MOVE WS-AUDIT-SLICE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'AUDIT RECORDS WRITTEN           ' TO SL-LABEL
           MOVE WS-AUDIT-WRITE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CHECK VALUES RE-STAMPED         ' TO SL-LABEL
           MOVE WS-RESTAMP-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'TEST AUDCTL - LAST SEQUENCE     ' TO SL-LABEL
           MOVE WS-LAST-SEQ-NO TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'TEST AUDCTL - LAST CHECK VALUE  ' TO SL-LABEL
           MOVE WS-NEW-PREV-CHECK TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

      *        the proof of the copy: every record read went out
           IF WS-CUST-WRITE-COUNT NOT = WS-CUST-READ-COUNT
             OR WS-NOTE-WRITE-COUNT NOT = WS-NOTE-READ-COUNT
             OR WS-AUDIT-WRITE-COUNT NOT = WS-AUDIT-SLICE-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '** OUT OF BALANCE **            ' TO SL-LABEL
               PERFORM 5100-PRINT-SUMMARY-LINE
               DISPLAY 'CSMASK1 - OUT OF BALANCE - RECORDS READ NOT = '
                   'WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'CSMASK1 - CUSTOMERS MASKED     = '
               WS-CUST-WRITE-COUNT
           DISPLAY 'CSMASK1 - NOTES MASKED         = '
               WS-NOTE-WRITE-COUNT
           DISPLAY 'CSMASK1 - AUDIT RECORDS MASKED = '
               WS-AUDIT-WRITE-COUNT
           DISPLAY 'CSMASK1 - PRODUCTION VALUES    = ' WS-LEAK-COUNT
           COMPUTE WS-OUT-COUNT = WS-CUST-WRITE-COUNT
               + WS-NOTE-WRITE-COUNT + WS-AUDIT-WRITE-COUNT.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE
           MOVE FL-LABEL(WS-FIELD-NO) TO PL-FIELD
           MOVE FC-MASKED-COUNT(WS-FIELD-NO) TO PL-MASKED
           MOVE FC-LEAK-COUNT(WS-FIELD-NO) TO PL-FOUND
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PROOF-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Mask the customer fields of WS-MASK-IMAGE.  Last and first
      *  name are masked apart but proved together, as CSDUPRPT
      *  matches them.  Blank fields and the erasure marker are left
      *  as found.
      *----------------------------------------------------------------
       6000-MASK-CUST-IMAGE.
           MOVE IM-NAME TO WS-SAVE-NAME
           IF IM-LNAME NOT = SPACES
             AND IM-LNAME NOT = ERASE-MARKER
               MOVE IM-LNAME TO WS-FIELD-IN
               MOVE 30 TO WS-HASH-LENGTH
               PERFORM 6100-MASK-SURNAME
               MOVE WS-FIELD-OUT TO IM-LNAME
           END-IF
           IF IM-FNAME NOT = SPACES
             AND IM-FNAME NOT = ERASE-MARKER
               MOVE IM-FNAME TO WS-FIELD-IN
               MOVE 20 TO WS-HASH-LENGTH
               PERFORM 6200-MASK-GIVEN-NAME
               MOVE WS-FIELD-OUT TO IM-FNAME
           END-IF
           IF IM-NAME NOT = WS-SAVE-NAME
               MOVE WS-SAVE-NAME TO WS-LEAK-PROD
               MOVE IM-NAME TO WS-LEAK-MASK
               MOVE 1 TO WS-FIELD-NO
               PERFORM 7500-WRITE-LEAK-PAIR
           END-IF

           IF IM-ADDR NOT = SPACES
             AND IM-ADDR NOT = ERASE-MARKER
               MOVE IM-ADDR TO WS-FIELD-IN
               PERFORM 6300-MASK-ADDRESS
               MOVE WS-FIELD-OUT TO IM-ADDR
           END-IF

           IF IM-HOME-PHONE NOT = SPACES
             AND IM-HOME-PHONE NOT = ERASE-MARKER
               MOVE IM-HOME-PHONE TO WS-FIELD-IN
               MOVE 12 TO WS-HASH-LENGTH
               PERFORM 6400-MASK-PHONE
               MOVE WS-FIELD-OUT TO IM-HOME-PHONE
               MOVE 3 TO WS-FIELD-NO
               PERFORM 6900-RECORD-FIELD-PAIR
           END-IF

           IF IM-EMAIL NOT = SPACES
             AND IM-EMAIL NOT = ERASE-MARKER
               MOVE IM-EMAIL TO WS-FIELD-IN
               MOVE 40 TO WS-HASH-LENGTH
               PERFORM 6500-MASK-EMAIL
               MOVE WS-FIELD-OUT TO IM-EMAIL
               MOVE 4 TO WS-FIELD-NO
               PERFORM 6900-RECORD-FIELD-PAIR
           END-IF.

      *        surname = a head and a tail, as ASHFORD or WALTON
       6100-MASK-SURNAME.
           PERFORM 7000-HASH-TEXT
           MOVE 40 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-SH-SUB = WS-DRAW + 1
           MOVE 25 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-ST-SUB = WS-DRAW + 1
           MOVE SPACES TO WS-FIELD-OUT
           STRING SH-PART(WS-SH-SUB) DELIMITED BY SPACE
                  ST-PART(WS-ST-SUB) DELIMITED BY SPACE
               INTO WS-FIELD-OUT
           END-STRING.

       6200-MASK-GIVEN-NAME.
           PERFORM 7000-HASH-TEXT
           MOVE 60 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-GN-SUB = WS-DRAW + 1
           MOVE SPACES TO WS-FIELD-OUT
           MOVE GN-NAME(WS-GN-SUB) TO WS-FIELD-OUT.

      *        the address alone decides the masked address, so an
      *        'M' image masks as the customer record does
       6300-MASK-ADDRESS.
           MOVE 30 TO WS-HASH-LENGTH
           PERFORM 7000-HASH-TEXT
           MOVE 9900 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-HOUSE-NO = WS-DRAW + 100
           MOVE 40 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-SN-SUB = WS-DRAW + 1
           MOVE 8 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-SY-SUB = WS-DRAW + 1
           MOVE WS-HOUSE-NO TO WS-HOUSE-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-HOUSE-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           MOVE SPACES TO WS-FIELD-OUT
           STRING WS-HOUSE-EDIT(WS-LEAD-SPACES + 1:)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SN-NAME(WS-SN-SUB)      DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  SY-TYPE(WS-SY-SUB)      DELIMITED BY SPACE
               INTO WS-FIELD-OUT
           END-STRING
           MOVE 2 TO WS-FIELD-NO
           PERFORM 6900-RECORD-FIELD-PAIR.

      *        digits one to three (the area code) are kept, four to
      *        six become 555, seven to ten the made-up line number;
      *        punctuation stays where it was
       6400-MASK-PHONE.
           PERFORM 7000-HASH-TEXT
           MOVE 10000 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           MOVE WS-DRAW TO WS-LINE-DIGITS
           MOVE WS-FIELD-IN TO WS-FIELD-OUT
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM 6410-MASK-PHONE-BYTE
               VARYING WS-PH-POS FROM 1 BY 1
               UNTIL WS-PH-POS > 12.

       6410-MASK-PHONE-BYTE.
           IF WS-FIELD-OUT(WS-PH-POS:1) IS NUMERIC
               ADD 1 TO WS-DIGIT-COUNT
               EVALUATE TRUE
                   WHEN WS-DIGIT-COUNT < 4
                       CONTINUE
                   WHEN WS-DIGIT-COUNT < 7
                       MOVE '5' TO WS-FIELD-OUT(WS-PH-POS:1)
                   WHEN WS-DIGIT-COUNT < 11
                       COMPUTE WS-LINE-POS = WS-DIGIT-COUNT - 6
                       MOVE WS-LINE-DIGITS(WS-LINE-POS:1)
                           TO WS-FIELD-OUT(WS-PH-POS:1)
                   WHEN OTHER
                       MOVE '0' TO WS-FIELD-OUT(WS-PH-POS:1)
               END-EVALUATE
           END-IF.

       6500-MASK-EMAIL.
           PERFORM 7000-HASH-TEXT
           MOVE 60 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-GN-SUB = WS-DRAW + 1
           MOVE 40 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-SH-SUB = WS-DRAW + 1
           MOVE 25 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           COMPUTE WS-ST-SUB = WS-DRAW + 1
           MOVE 100 TO WS-DRAW-RANGE
           PERFORM 7100-DRAW
           MOVE WS-DRAW TO WS-EMAIL-DIGITS
           MOVE SPACES TO WS-FIELD-OUT
           STRING GN-NAME(WS-GN-SUB)      DELIMITED BY SPACE
                  '.'                     DELIMITED BY SIZE
                  SH-PART(WS-SH-SUB)      DELIMITED BY SPACE
                  ST-PART(WS-ST-SUB)      DELIMITED BY SPACE
                  WS-EMAIL-DIGITS         DELIMITED BY SIZE
                  '@EXAMPLE.COM'          DELIMITED BY SIZE
               INTO WS-FIELD-OUT
           END-STRING.

       6600-MASK-ALT-IMAGE.
           IF IA-ADDR NOT = SPACES
             AND IA-ADDR NOT = ERASE-MARKER
               MOVE IA-ADDR TO WS-FIELD-IN
               PERFORM 6300-MASK-ADDRESS
               MOVE WS-FIELD-OUT TO IA-ADDR
           END-IF.

       6700-MASK-DECISION-NOTE.
           IF ID-DECISION-NOTE NOT = SPACES
             AND ID-DECISION-NOTE NOT = ERASE-MARKER
               MOVE ID-DECISION-NOTE TO WS-LEAK-PROD
               MOVE WS-TEST-DECISION-NOTE TO WS-LEAK-MASK
               MOVE 5 TO WS-FIELD-NO
               PERFORM 7500-WRITE-LEAK-PAIR
               MOVE WS-TEST-DECISION-NOTE TO ID-DECISION-NOTE
           END-IF.

      *        a household entry carries customer numbers only
       6800-MASK-REMOVED-IMAGE.
           EVALUATE IX-FILE-NAME
               WHEN 'NOTEFILE'
                   IF IX-NOTE-TEXT NOT = SPACES
                     AND IX-NOTE-TEXT NOT = ERASE-MARKER
                       MOVE IX-NOTE-TEXT TO WS-LEAK-PROD
                       MOVE WS-TEST-NOTE-TEXT TO WS-LEAK-MASK
                       MOVE 5 TO WS-FIELD-NO
                       PERFORM 7500-WRITE-LEAK-PAIR
                       MOVE WS-TEST-NOTE-TEXT TO IX-NOTE-TEXT
                   END-IF
               WHEN 'PENDCHG'
                   MOVE SPACES TO WS-MASK-IMAGE
                   MOVE IX-PEND-CUST-DATA TO WS-MASK-IMAGE
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE WS-MASK-IMAGE TO IX-PEND-CUST-DATA
               WHEN 'PHONXREF'
                   MOVE SPACES TO WS-MASK-IMAGE
                   MOVE IX-PHONE TO IM-HOME-PHONE
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE IM-HOME-PHONE TO IX-PHONE
               WHEN 'EMALXREF'
                   MOVE SPACES TO WS-MASK-IMAGE
                   MOVE IX-EMAIL TO IM-EMAIL
                   PERFORM 6000-MASK-CUST-IMAGE
                   MOVE IM-EMAIL TO IX-EMAIL
           END-EVALUATE.

       6900-RECORD-FIELD-PAIR.
           MOVE WS-FIELD-IN TO WS-LEAK-PROD
           MOVE WS-FIELD-OUT TO WS-LEAK-MASK
           PERFORM 7500-WRITE-LEAK-PAIR.

      *----------------------------------------------------------------
      *  Fold the first WS-HASH-LENGTH bytes of WS-FIELD-IN, started
      *  from the seed, exactly as CSAUDCHK folds an audit record.
      *----------------------------------------------------------------
       7000-HASH-TEXT.
           MOVE WS-FIELD-IN TO WS-HASH-TEXT
           MOVE WS-SEED TO WS-HASH
           MOVE LOW-VALUES TO WS-BYTE-HIGH
           PERFORM 7010-FOLD-ONE-BYTE
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > WS-HASH-LENGTH
           MOVE WS-HASH TO WS-HASH-REST.

       7010-FOLD-ONE-BYTE.
           MOVE WS-HASH-TEXT(WS-HASH-POS:1) TO WS-BYTE-LOW
           COMPUTE WS-HASH-WORK = WS-HASH * 263 + WS-BYTE-NUM
               + WS-HASH-POS
           DIVIDE WS-HASH-WORK BY 999999937
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH.

      *        a draw from zero to WS-DRAW-RANGE less one
       7100-DRAW.
           DIVIDE WS-HASH-REST BY WS-DRAW-RANGE
               GIVING WS-HASH-QUOTIENT REMAINDER WS-DRAW
           MOVE WS-HASH-QUOTIENT TO WS-HASH-REST.

      *        one value replaced and the value put in its place
       7500-WRITE-LEAK-PAIR.
           ADD 1 TO FC-MASKED-COUNT(WS-FIELD-NO)
           MOVE WS-FIELD-NO TO LW-FIELD-NO
           MOVE WS-LEAK-PROD TO LW-VALUE
           MOVE 'P' TO LW-SOURCE
           MOVE WS-LEAK-REF TO LW-REF
           PERFORM 7510-WRITE-LEAK-RECORD
           MOVE WS-FIELD-NO TO LW-FIELD-NO
           MOVE WS-LEAK-MASK TO LW-VALUE
           MOVE 'M' TO LW-SOURCE
           MOVE WS-LEAK-REF TO LW-REF
           PERFORM 7510-WRITE-LEAK-RECORD.

       7510-WRITE-LEAK-RECORD.
           WRITE LEAK-WORK-RECORD
           IF WS-LEAKWK-STATUS NOT = '00'
               DISPLAY 'CSMASK1 - LEAKWK WRITE FAILED, STATUS = '
                   WS-LEAKWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-READ-CUSTSNAP.
           READ CUSTSNAP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8100-READ-NOTEFILE.
           READ NOTEFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8200-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8300-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-RETURN.

       8400-RETURN-LEAK-RECORD.
           RETURN LEAK-SORT-FILE
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
           MOVE 'CSMASK1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSMASK1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-CUST-READ-COUNT TO RLP-IN-COUNT
           MOVE WS-OUT-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

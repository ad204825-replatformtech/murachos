       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSERASE1.
      *================================================================
      *  CSERASE1 - right-to-erasure job.  CSDOSR1 tells a customer
      *  everything held on them; this job honors a verified request
      *  to erase it.  For each customer on the request cards the
      *  personal data - name, address, phone, email and note text -
      *  is overwritten with the fixed marker (ERASMARK.cpy) wherever
      *  it is held:
      *
      *     CUSTMAST   name/address/phone/email scrubbed; the customer
      *                is made inactive (status date = run date),
      *                undeliverable and off all marketing, so nothing
      *                mails, householders or matches on the marker
      *     NOTEFILE   note text scrubbed
      *     PENDCHG    the parked transaction scrubbed
      *     APPRQUE    the before/after images scrubbed; an open
      *                approval is closed as rejected
      *     ALTADDR    alternate addresses deleted
      *     REJMAST    the reject's transaction scrubbed
      *     PHONXREF   entries deleted
      *     EMALXREF   entries deleted
      *     HHLDXREF   the customer's entry deleted
      *     AUDTRAIL   before/after images scrubbed, current file
      *     ARCHIVE    and archive master alike
      *
      *  Customer numbers, dates, operators, function codes and
      *  record counts are all kept, so the statistics and balancing
      *  reports still add up.  A customer with any hold on LEGLHOLD
      *  is refused and nothing of theirs is touched.
      *
      *  Control cards (keyword cols 1-8, value from col 10):
      *     ERASE    cust no cols 10-15, request reference cols
      *              17-28, operator who verified the request cols
      *              30-37; up to 20 cards
      *     END      last card
      *
      *  The audit trail.  Scrubbing an audit record breaks the check
      *  value chain (CSAUDCHK), so the trail is re-sealed: the
      *  current file (AUDTRAIL) and the archive master (ARCHIN) are
      *  sorted into sequence order and every link is first proved
      *  as found, then re-stamped from the first scrubbed record
      *  on.  A link that did not prove as found is left exactly as
      *  it was - the re-seal never hides an exception CSAUDVFY
      *  would have reported.  AUDCTL is brought up to the new last
      *  check value, and one 'E' audit record per customer erased
      *  logs the request and the range re-sealed.  The trail goes
      *  out as new generations - AUDNEW replaces the current file
      *  and ARCHOUT is the new archive master, exactly as after the
      *  CSAUDARC rollover - so the job runs in the batch window
      *  with the online system off AUDTRAIL.  The copy is made on
      *  every run, erasures or not, so the new generations are
      *  always complete.  Run CSAUDVFY afterwards.
      *
      *  The certificate of erasure (ERASRPT) lists, per customer,
      *  every file and record touched and the counts by file.
      *
      *  RETURN-CODE 4 when any customer was refused, 16 on a bad
      *  card or a file failure.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               ALTERNATE RECORD KEY IS CUST-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT NOTEFILE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTEFILE-STATUS.

           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT APPRQUE-FILE ASSIGN TO APPRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-KEY
               FILE STATUS IS WS-APPRQUE-STATUS.

           SELECT ALTADDR-FILE ASSIGN TO ALTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-KEY
               FILE STATUS IS WS-ALTADDR-STATUS.

           SELECT REJMAST-FILE ASSIGN TO REJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-KEY
               FILE STATUS IS WS-REJMAST-STATUS.

           SELECT PHONXREF-FILE ASSIGN TO PHONXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PHONXREF-STATUS.

           SELECT EMALXREF-FILE ASSIGN TO EMALXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EMALXREF-STATUS.

           SELECT HHLDXREF-FILE ASSIGN TO HHLDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HH-CUST-NO
               FILE STATUS IS WS-HHLDXREF-STATUS.

           SELECT LEGLHOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTRAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCH-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.

           SELECT ARCH-OUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-OUT-STATUS.

           SELECT AUDNEW-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT CERT-WORK-FILE ASSIGN TO CERTWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTWK-STATUS.

           SELECT CERT-SORT-FILE ASSIGN TO SORTWK02.

           SELECT REPORT-FILE ASSIGN TO ERASRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  NOTEFILE-FILE.
       COPY NOTEREC.

       FD  PENDCHG-FILE.
       COPY PENDCHG.

       FD  APPRQUE-FILE.
       COPY APPRQUE.

       FD  ALTADDR-FILE.
       COPY ALTADDR.

       FD  REJMAST-FILE.
       COPY REJMAST.

       FD  PHONXREF-FILE.
       COPY PHONXREF.

       FD  EMALXREF-FILE.
       COPY EMALXREF.

       FD  HHLDXREF-FILE.
       COPY HHLDXREF.

       FD  LEGLHOLD-FILE.
       COPY LEGLHOLD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD                 PIC X(503).

       FD  ARCH-IN-FILE
           RECORDING MODE IS F.
       01  ARCH-IN-RECORD                  PIC X(503).

       FD  ARCH-OUT-FILE
           RECORDING MODE IS F.
       01  ARCH-OUT-RECORD                 PIC X(503).

       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01  AUDNEW-RECORD                   PIC X(503).

       FD  AUDCTL-FILE.
       COPY AUDCTL.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-SEQ-NO                   PIC 9(9).
           05  SR-SOURCE                   PIC X(1).
           05  SR-READ-NO                  PIC 9(9).
           05  SR-AUDIT-DATA               PIC X(503).

       FD  CERT-WORK-FILE
           RECORDING MODE IS F.
       01  CERT-WORK-RECORD.
           05  CW-CUST-NO                  PIC X(6).
           05  CW-FILE-NO                  PIC 9(2).
           05  CW-LINE-NO                  PIC 9(7).
           05  CW-ACTION                   PIC X(10).
           05  CW-RECORD-TEXT              PIC X(60).

       SD  CERT-SORT-FILE.
       01  CERT-SORT-RECORD.
           05  CX-CUST-NO                  PIC X(6).
           05  CX-FILE-NO                  PIC 9(2).
           05  CX-LINE-NO                  PIC 9(7).
           05  CX-ACTION                   PIC X(10).
           05  CX-RECORD-TEXT              PIC X(60).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NOTEFILE-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-PENDCHG-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-APPRQUE-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-ALTADDR-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-REJMAST-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-PHONXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-EMALXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-HHLDXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-LEGLHOLD-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-ARCH-IN-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-ARCH-OUT-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDNEW-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-CERTWK-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BROWSE-SWITCH                PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-CARDS-DONE-SWITCH            PIC X     VALUE 'N'.
           88  WS-CARDS-DONE               VALUE 'Y'.
       01  WS-BAD-CARD-SWITCH              PIC X     VALUE 'N'.
           88  WS-BAD-CARD                 VALUE 'Y'.
       01  WS-CARD-ERROR                   PIC X(40) VALUE SPACES.
       01  WS-FOUND-SWITCH                 PIC X     VALUE 'N'.
           88  WS-CUST-FOUND               VALUE 'Y'.
       01  WS-ANCHOR-SWITCH                PIC X     VALUE 'N'.
           88  WS-CHAIN-ANCHORED           VALUE 'Y'.
       01  WS-SCRUBBED-SWITCH              PIC X     VALUE 'N'.
           88  WS-AUDIT-SCRUBBED           VALUE 'Y'.

       COPY ERASMARK.

       01  WS-PARM-CARD.
           05  WS-CARD-KEYWORD             PIC X(8).
           05  FILLER                      PIC X(1).
           05  EC-CUST-NO                  PIC X(6).
           05  FILLER                      PIC X(1).
           05  EC-REQUEST-REF              PIC X(12).
           05  FILLER                      PIC X(1).
           05  EC-VERIFIED-BY              PIC X(8).
           05  FILLER                      PIC X(43).

      *  One entry per customer on the request cards.  The counts
      *  are by file, in the order of WS-FILE-NAMES below.
       01  WS-ERASE-COUNT                  PIC 9(2)  VALUE ZERO.
       01  WS-ACCEPTED-COUNT               PIC 9(2)  VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(2)  VALUE ZERO.
       01  WS-ERASE-TABLE.
           05  ET-ENTRY OCCURS 20 TIMES
                   INDEXED BY ET-IDX.
               10  ET-CUST-NO              PIC X(6).
               10  ET-REQUEST-REF          PIC X(12).
               10  ET-VERIFIED-BY          PIC X(8).
               10  ET-STATUS               PIC X(1).
                   88  ET-ACCEPTED         VALUE 'A'.
                   88  ET-REFUSED          VALUE 'R'.
               10  ET-MATTER-REF           PIC X(12).
               10  ET-FILE-COUNT           PIC 9(7)  OCCURS 11 TIMES.

      *  The files named on the certificate - WS-FILE-NO indexes
      *  this table and ET-FILE-COUNT alike.
       01  WS-FILE-NAME-DATA.
           05  FILLER                      PIC X(8)  VALUE 'CUSTMAST'.
           05  FILLER                      PIC X(8)  VALUE 'NOTEFILE'.
           05  FILLER                      PIC X(8)  VALUE 'PENDCHG '.
           05  FILLER                      PIC X(8)  VALUE 'APPRQUE '.
           05  FILLER                      PIC X(8)  VALUE 'ALTADDR '.
           05  FILLER                      PIC X(8)  VALUE 'REJMAST '.
           05  FILLER                      PIC X(8)  VALUE 'PHONXREF'.
           05  FILLER                      PIC X(8)  VALUE 'EMALXREF'.
           05  FILLER                      PIC X(8)  VALUE 'HHLDXREF'.
           05  FILLER                      PIC X(8)  VALUE 'AUDTRAIL'.
           05  FILLER                      PIC X(8)  VALUE 'ARCHIVE '.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-DATA.
           05  FN-NAME                     PIC X(8)  OCCURS 11 TIMES.
       01  WS-FILE-NO                      PIC 9(2)  VALUE ZERO.
       01  WS-CERT-LINE-NO                 PIC 9(7)  VALUE ZERO.
       01  WS-CERT-ACTION                  PIC X(10) VALUE SPACES.
       01  WS-CERT-TEXT                    PIC X(60) VALUE SPACES.
       01  WS-CERT-CUST-NO                 PIC X(6)  VALUE SPACES.
       01  WS-CUST-TOTAL                   PIC 9(7)  VALUE ZERO.

      *  A 220-byte audit image (or 200-byte approval image) viewed
      *  as a CUSTMAST record, and as an ALTADDR record for the 'M'
      *  audit function.
       01  WS-SCRUB-IMAGE                  PIC X(220) VALUE SPACES.
       01  WS-SCRUB-CUST REDEFINES WS-SCRUB-IMAGE.
           05  IM-CUST-NO                  PIC X(6).
           05  IM-LNAME                    PIC X(30).
           05  IM-FNAME                    PIC X(20).
           05  IM-ADDR                     PIC X(30).
           05  IM-CITY                     PIC X(20).
           05  IM-STATE                    PIC X(2).
           05  IM-ZIPCODE                  PIC X(10).
           05  IM-HOME-PHONE               PIC X(12).
           05  IM-EMAIL                    PIC X(40).
           05  FILLER                      PIC X(50).
       01  WS-SCRUB-ALT REDEFINES WS-SCRUB-IMAGE.
           05  FILLER                      PIC X(24).
           05  IA-ADDR                     PIC X(30).
           05  IA-CITY                     PIC X(20).
           05  IA-STATE                    PIC X(2).
           05  IA-ZIPCODE                  PIC X(10).
           05  FILLER                      PIC X(134).

      *  The before image of an 'X' audit record - the DD name of the
      *  file CSINTG1 removed an orphan from, then the record itself.
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
       01  WS-SAVE-IMAGES                  PIC X(440) VALUE SPACES.
       01  WS-SAVE-RECORD                  PIC X(220) VALUE SPACES.

      *  The CUSTTRAN transaction carried on PENDCHG and REJMAST.
       COPY CUSTTRAN.

       COPY AUDTRAIL.

      *  The after image of the 'E' audit record logging an erasure.
       01  WS-ERASE-SUMMARY.
           05  ES-REQUEST-REF              PIC X(12).
           05  ES-VERIFIED-BY              PIC X(8).
           05  ES-RESEAL-FROM-SEQ          PIC 9(9).
           05  ES-RESEAL-THRU-SEQ          PIC 9(9).
           05  ES-RESTAMP-COUNT            PIC 9(9).
           05  ES-FILE-COUNT               PIC 9(7)  OCCURS 11 TIMES.
           05  FILLER                      PIC X(96).

      *  The audit chain as found and as re-sealed.
       01  WS-AC-SEQ-AT-START              PIC 9(9)  VALUE ZERO.
       01  WS-PREV-SEQ-NO                  PIC 9(9)  VALUE ZERO.
       01  WS-RETAINED-FROM-SEQ            PIC 9(9)  VALUE ZERO.
       01  WS-PREV-HELD-SEQ-NO             PIC 9(9)  VALUE ZERO.
       01  WS-ORIG-PREV-CHECK              PIC 9(9)  VALUE ZERO.
       01  WS-NEW-PREV-CHECK               PIC 9(9)  VALUE ZERO.
       01  WS-STORED-CHECK                 PIC 9(9)  VALUE ZERO.
       01  WS-RESEAL-FROM-SEQ              PIC 9(9)  VALUE ZERO.
       01  WS-RESEAL-THRU-SEQ              PIC 9(9)  VALUE ZERO.
       01  WS-READ-NO                      PIC 9(9)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CURR-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-READ-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-CURR-WRITE-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-WRITE-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-AUDIT-SCRUB-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-RESTAMP-COUNT            PIC 9(9)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-LOGGED-COUNT             PIC 9(9)  VALUE ZERO.
           05  WS-TOUCHED-COUNT            PIC 9(9)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44)
               VALUE 'CSERASE1 - RIGHT-TO-ERASURE - CERTIFICATES'.
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

       01  WS-CERT-TITLE-LINE.
           05  FILLER                      PIC X(40)
               VALUE '*** CERTIFICATE OF ERASURE ***'.
       01  WS-CERT-HEAD-LINE.
           05  FILLER                      PIC X(9)  VALUE 'CUST-NO  '.
           05  CH-CUST-NO                  PIC X(6).
           05  FILLER                      PIC X(12)
               VALUE '   REQUEST  '.
           05  CH-REQUEST-REF              PIC X(12).
           05  FILLER                      PIC X(16)
               VALUE '   VERIFIED BY  '.
           05  CH-VERIFIED-BY              PIC X(8).
           05  FILLER                      PIC X(12)
               VALUE '   RUN DATE '.
           05  CH-RUN-DATE                 PIC X(8).
       01  WS-CERT-RESULT-LINE.
           05  FILLER                      PIC X(9)  VALUE 'RESULT   '.
           05  CR-RESULT                   PIC X(60).
       01  WS-CERT-COLUMN-LINE.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(12) VALUE 'ACTION'.
           05  FILLER                      PIC X(60) VALUE 'RECORD'.
       01  WS-CERT-DETAIL-LINE.
           05  FILLER                      PIC X(5).
           05  CD-FILE                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  CD-ACTION                   PIC X(10).
           05  FILLER                      PIC X(2).
           05  CD-RECORD-TEXT              PIC X(60).
       01  WS-CERT-RESEAL-LINE.
           05  FILLER                      PIC X(5).
           05  FILLER                      PIC X(28)
               VALUE 'AUDIT CHAIN RE-SEALED, SEQ '.
           05  CRS-FROM-SEQ                PIC Z(8)9.
           05  FILLER                      PIC X(6)  VALUE ' THRU '.
           05  CRS-THRU-SEQ                PIC Z(8)9.

      *  Audit and certificate record descriptions
       01  WS-AUDIT-TEXT.
           05  FILLER                      PIC X(4)  VALUE 'SEQ '.
           05  AT-SEQ-NO                   PIC 9(9).
           05  FILLER                      PIC X(6)  VALUE ' DATE '.
           05  AT-DATE                     PIC X(8).
           05  FILLER                      PIC X(6)  VALUE ' TRAN '.
           05  AT-TRANCODE                 PIC X(4).
           05  FILLER                      PIC X(6)  VALUE ' FUNC '.
           05  AT-FUNCTION                 PIC X(1).
       01  WS-STAMP-TEXT.
           05  ST-LABEL                    PIC X(16).
           05  ST-DATE                     PIC X(8).
           05  FILLER                      PIC X(1).
           05  ST-TIME                     PIC X(6).
           05  FILLER                      PIC X(1).
           05  ST-EXTRA                    PIC X(28).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           IF WS-ACCEPTED-COUNT > ZERO
               PERFORM 2000-ERASE-CUSTOMER-RECORDS
               PERFORM 2500-SWEEP-SHARED-FILES
           END-IF
           PERFORM 3000-RESEAL-AUDIT-TRAIL
           PERFORM 4000-PRINT-CERTIFICATES
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ERASE-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - ERASRPT OPEN FAILED, STATUS = '
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
           IF NOT WS-BAD-CARD AND WS-ERASE-COUNT = ZERO
               MOVE 'Y' TO WS-BAD-CARD-SWITCH
               MOVE 'NO ERASE CARDS' TO WS-CARD-ERROR
               PERFORM 1190-REPORT-CARD-ERROR
           END-IF
           IF WS-BAD-CARD
               DISPLAY 'CSERASE1 - INVALID CONTROL CARD - SEE ERASRPT'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERT-WORK-FILE
           IF WS-CERTWK-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - CERTWK OPEN FAILED, STATUS = '
                   WS-CERTWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - LEGLHOLD OPEN FAILED, STATUS = '
                   WS-LEGLHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CHECK-LEGAL-HOLD
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-ERASE-COUNT
           CLOSE LEGLHOLD-FILE

      *        the control record must be there before any master
      *        record is changed - missing when the erasures are
      *        logged, they would be made with no audit record
           OPEN INPUT AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AUDCTL-FILE.

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
               WHEN 'ERASE   '
                   PERFORM 1110-LOAD-ERASE-CARD
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

       1110-LOAD-ERASE-CARD.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET ET-IDX TO 1
           SEARCH ET-ENTRY
               WHEN ET-CUST-NO(ET-IDX) = EC-CUST-NO
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-SEARCH
           EVALUATE TRUE
               WHEN EC-CUST-NO = SPACES
                   MOVE 'CUSTOMER NUMBER REQUIRED' TO WS-CARD-ERROR
               WHEN EC-REQUEST-REF = SPACES
                   MOVE 'REQUEST REFERENCE REQUIRED' TO WS-CARD-ERROR
               WHEN EC-VERIFIED-BY = SPACES
                   MOVE 'VERIFYING OPERATOR REQUIRED' TO WS-CARD-ERROR
               WHEN WS-CUST-FOUND
                   MOVE 'CUSTOMER ALREADY ON AN EARLIER CARD'
                       TO WS-CARD-ERROR
               WHEN WS-ERASE-COUNT = 20
                   MOVE 'MORE THAN 20 ERASE CARDS' TO WS-CARD-ERROR
               WHEN OTHER
                   ADD 1 TO WS-ERASE-COUNT
                   SET ET-IDX TO WS-ERASE-COUNT
                   MOVE EC-CUST-NO     TO ET-CUST-NO(ET-IDX)
                   MOVE EC-REQUEST-REF TO ET-REQUEST-REF(ET-IDX)
                   MOVE EC-VERIFIED-BY TO ET-VERIFIED-BY(ET-IDX)
                   MOVE 'A'            TO ET-STATUS(ET-IDX)
                   PERFORM 1120-CLEAR-FILE-COUNTS
                       VARYING WS-FILE-NO FROM 1 BY 1
                       UNTIL WS-FILE-NO > 11
           END-EVALUATE.

       1120-CLEAR-FILE-COUNTS.
           MOVE ZERO TO ET-FILE-COUNT(ET-IDX WS-FILE-NO).

       1190-REPORT-CARD-ERROR.
           MOVE WS-CARD-ERROR TO CEL-ERROR
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CARD-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Any hold still in force on LEGLHOLD refuses the customer -
      *  nothing of theirs is touched.  Each customer opens their
      *  certificate on the work file here, erased or refused.
      *----------------------------------------------------------------
       1200-CHECK-LEGAL-HOLD.
           MOVE ET-CUST-NO(ET-IDX) TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           MOVE 'N' TO WS-BROWSE-SWITCH
           START LEGLHOLD-FILE KEY NOT < LH-KEY
           EVALUATE WS-LEGLHOLD-STATUS
               WHEN '00'
                   PERFORM 1210-READ-NEXT-HOLD UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSERASE1 - LEGLHOLD START FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE ZERO TO WS-FILE-NO
           MOVE SPACES TO WS-CERT-TEXT
           IF ET-REFUSED(ET-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED' TO WS-CERT-ACTION
               MOVE ET-MATTER-REF(ET-IDX) TO WS-CERT-TEXT
           ELSE
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE 'ERASED' TO WS-CERT-ACTION
           END-IF
           PERFORM 6000-WRITE-CERT-LINE.

       1210-READ-NEXT-HOLD.
           READ LEGLHOLD-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-LEGLHOLD-STATUS = '10'
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN WS-LEGLHOLD-STATUS NOT = '00'
                   DISPLAY 'CSERASE1 - LEGLHOLD READ FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LH-CUST-NO NOT = ET-CUST-NO(ET-IDX)
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN LH-HELD
                   MOVE 'R' TO ET-STATUS(ET-IDX)
                   MOVE LH-MATTER-REF TO ET-MATTER-REF(ET-IDX)
                   MOVE 'Y' TO WS-BROWSE-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------
      *  The files keyed by customer number - each customer's records
      *  are read directly or browsed on the customer-number prefix.
      *----------------------------------------------------------------
       2000-ERASE-CUSTOMER-RECORDS.
           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - CUSTMAST OPEN FAILED, STATUS = '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NOTEFILE-FILE
           IF WS-NOTEFILE-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - NOTEFILE OPEN FAILED, STATUS = '
                   WS-NOTEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - PENDCHG OPEN FAILED, STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O APPRQUE-FILE
           IF WS-APPRQUE-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - APPRQUE OPEN FAILED, STATUS = '
                   WS-APPRQUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ALTADDR-FILE
           IF WS-ALTADDR-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - ALTADDR OPEN FAILED, STATUS = '
                   WS-ALTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HHLDXREF-FILE
           IF WS-HHLDXREF-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - HHLDXREF OPEN FAILED, STATUS = '
                   WS-HHLDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-ERASE-ONE-CUSTOMER
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-ERASE-COUNT

           CLOSE CUSTMAST-FILE
           CLOSE NOTEFILE-FILE
           CLOSE PENDCHG-FILE
           CLOSE APPRQUE-FILE
           CLOSE ALTADDR-FILE
           CLOSE HHLDXREF-FILE.

       2100-ERASE-ONE-CUSTOMER.
           IF ET-ACCEPTED(ET-IDX)
               PERFORM 2200-ERASE-CUSTMAST
               PERFORM 2300-ERASE-NOTES
               PERFORM 2400-ERASE-PENDING-CHANGES
               PERFORM 2420-ERASE-APPROVALS
               PERFORM 2440-DELETE-ALT-ADDRESSES
               PERFORM 2460-DELETE-HOUSEHOLD-ENTRY
           END-IF.

      *        a customer already purged off CUSTMAST still has notes
      *        and history to erase - not found is not an error
       2200-ERASE-CUSTMAST.
           MOVE ET-CUST-NO(ET-IDX) TO CUST-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00' AND NOT = '23'
               DISPLAY 'CSERASE1 - CUSTMAST READ FAILED, CUST-NO = '
                   CUST-NO ' STATUS = ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUSTMAST-STATUS = '00'
               MOVE CUSTMAST-RECORD TO WS-SAVE-RECORD
               MOVE CUSTMAST-RECORD TO WS-SCRUB-IMAGE
               PERFORM 6100-SCRUB-CUST-IMAGE
               MOVE WS-SCRUB-IMAGE TO CUSTMAST-RECORD
               IF CUST-ACTIVE
                   MOVE 'I' TO CUST-STATUS
                   MOVE WS-RUN-DATE TO CUST-STATUS-DATE
               END-IF
               MOVE 'U' TO CUST-MAIL-FLAG
               MOVE 'Y' TO CUST-NO-MKT-MAIL-FLAG
               MOVE 'Y' TO CUST-NO-MKT-EMAIL-FLAG
               IF CUSTMAST-RECORD NOT = WS-SAVE-RECORD(1:200)
                   REWRITE CUSTMAST-RECORD
                   IF WS-CUSTMAST-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - CUSTMAST REWRITE FAILED, '
                           'CUST-NO = ' CUST-NO
                           ' STATUS = ' WS-CUSTMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 1 TO WS-FILE-NO
                   MOVE 'SCRUBBED' TO WS-CERT-ACTION
                   MOVE 'CUSTOMER MASTER RECORD' TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

       2300-ERASE-NOTES.
           MOVE ET-CUST-NO(ET-IDX) TO NT-CUST-NO
           MOVE LOW-VALUES TO NT-STAMP
           MOVE 'N' TO WS-BROWSE-SWITCH
           START NOTEFILE-FILE KEY NOT < NT-KEY
           EVALUATE WS-NOTEFILE-STATUS
               WHEN '00'
                   PERFORM 2310-ERASE-ONE-NOTE UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSERASE1 - NOTEFILE START FAILED, STATUS = '
                       WS-NOTEFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2310-ERASE-ONE-NOTE.
           READ NOTEFILE-FILE NEXT RECORD
           IF WS-NOTEFILE-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'CSERASE1 - NOTEFILE READ FAILED, STATUS = '
                   WS-NOTEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NOTEFILE-STATUS NOT = '00'
             OR NT-CUST-NO NOT = ET-CUST-NO(ET-IDX)
               MOVE 'Y' TO WS-BROWSE-SWITCH
           ELSE
               IF NT-TEXT NOT = ERASE-MARKER
                   MOVE ERASE-MARKER TO NT-TEXT
                   REWRITE NOTE-RECORD
                   IF WS-NOTEFILE-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - NOTEFILE REWRITE FAILED, '
                           'STATUS = ' WS-NOTEFILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 2 TO WS-FILE-NO
                   MOVE 'SCRUBBED' TO WS-CERT-ACTION
                   MOVE SPACES TO WS-STAMP-TEXT
                   MOVE 'NOTE TAKEN' TO ST-LABEL
                   MOVE NT-DATE TO ST-DATE
                   MOVE NT-TIME TO ST-TIME
                   MOVE NT-OPERID TO ST-EXTRA
                   MOVE WS-STAMP-TEXT TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

       2400-ERASE-PENDING-CHANGES.
           MOVE ET-CUST-NO(ET-IDX) TO PC-CUST-NO
           MOVE LOW-VALUES TO PC-EFF-DATE
           MOVE 'N' TO WS-BROWSE-SWITCH
           START PENDCHG-FILE KEY NOT < PC-KEY
           EVALUATE WS-PENDCHG-STATUS
               WHEN '00'
                   PERFORM 2410-ERASE-ONE-PENDING UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSERASE1 - PENDCHG START FAILED, STATUS = '
                       WS-PENDCHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2410-ERASE-ONE-PENDING.
           READ PENDCHG-FILE NEXT RECORD
           IF WS-PENDCHG-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'CSERASE1 - PENDCHG READ FAILED, STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PENDCHG-STATUS NOT = '00'
             OR PC-CUST-NO NOT = ET-CUST-NO(ET-IDX)
               MOVE 'Y' TO WS-BROWSE-SWITCH
           ELSE
               MOVE PC-TRAN-DATA TO CUSTTRAN-RECORD
               PERFORM 6200-SCRUB-TRANSACTION
               IF CUSTTRAN-RECORD NOT = PC-TRAN-DATA
                   MOVE CUSTTRAN-RECORD TO PC-TRAN-DATA
                   REWRITE PENDCHG-RECORD
                   IF WS-PENDCHG-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - PENDCHG REWRITE FAILED, '
                           'STATUS = ' WS-PENDCHG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 3 TO WS-FILE-NO
                   MOVE 'SCRUBBED' TO WS-CERT-ACTION
                   MOVE SPACES TO WS-STAMP-TEXT
                   MOVE 'EFFECTIVE' TO ST-LABEL
                   MOVE PC-EFF-DATE TO ST-DATE
                   MOVE PC-OPERID TO ST-EXTRA
                   MOVE WS-STAMP-TEXT TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

      *        an approval still open would put the personal data
      *        back if released - it is closed as rejected
       2420-ERASE-APPROVALS.
           MOVE ET-CUST-NO(ET-IDX) TO AQ-CUST-NO
           MOVE LOW-VALUES TO AQ-REQ-DATE AQ-REQ-TIME
           MOVE 'N' TO WS-BROWSE-SWITCH
           START APPRQUE-FILE KEY NOT < AQ-KEY
           EVALUATE WS-APPRQUE-STATUS
               WHEN '00'
                   PERFORM 2430-ERASE-ONE-APPROVAL UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSERASE1 - APPRQUE START FAILED, STATUS = '
                       WS-APPRQUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2430-ERASE-ONE-APPROVAL.
           READ APPRQUE-FILE NEXT RECORD
           IF WS-APPRQUE-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'CSERASE1 - APPRQUE READ FAILED, STATUS = '
                   WS-APPRQUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPRQUE-STATUS NOT = '00'
             OR AQ-CUST-NO NOT = ET-CUST-NO(ET-IDX)
               MOVE 'Y' TO WS-BROWSE-SWITCH
           ELSE
               MOVE AQ-BEFORE-IMAGE TO WS-SAVE-IMAGES(1:200)
               MOVE AQ-AFTER-IMAGE TO WS-SAVE-IMAGES(201:200)
               MOVE SPACES TO WS-CERT-ACTION
               MOVE AQ-BEFORE-IMAGE TO WS-SCRUB-IMAGE
               IF WS-SCRUB-IMAGE NOT = SPACES
                   PERFORM 6100-SCRUB-CUST-IMAGE
                   MOVE WS-SCRUB-IMAGE TO AQ-BEFORE-IMAGE
               END-IF
               MOVE AQ-AFTER-IMAGE TO WS-SCRUB-IMAGE
               IF WS-SCRUB-IMAGE NOT = SPACES
                   PERFORM 6100-SCRUB-CUST-IMAGE
                   MOVE WS-SCRUB-IMAGE TO AQ-AFTER-IMAGE
               END-IF
               IF AQ-BEFORE-IMAGE NOT = WS-SAVE-IMAGES(1:200)
                 OR AQ-AFTER-IMAGE NOT = WS-SAVE-IMAGES(201:200)
                   MOVE 'SCRUBBED' TO WS-CERT-ACTION
               END-IF
               IF AQ-OPEN
                   MOVE 'X' TO AQ-STATUS
                   MOVE 'CSERASE1' TO AQ-CHECKER-OPERID
                   MOVE WS-RUN-DATE TO AQ-ACTION-DATE
                   MOVE 'REJECTED' TO WS-CERT-ACTION
               END-IF
               IF WS-CERT-ACTION NOT = SPACES
                   REWRITE APPRQUE-RECORD
                   IF WS-APPRQUE-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - APPRQUE REWRITE FAILED, '
                           'STATUS = ' WS-APPRQUE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 4 TO WS-FILE-NO
                   MOVE SPACES TO WS-STAMP-TEXT
                   MOVE 'REQUESTED' TO ST-LABEL
                   MOVE AQ-REQ-DATE TO ST-DATE
                   MOVE AQ-REQ-TIME TO ST-TIME
                   MOVE AQ-MAKER-OPERID TO ST-EXTRA
                   MOVE WS-STAMP-TEXT TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

      *        an alternate address is nothing but the address - the
      *        whole record goes
       2440-DELETE-ALT-ADDRESSES.
           MOVE ET-CUST-NO(ET-IDX) TO AA-CUST-NO
           MOVE LOW-VALUES TO AA-ADDR-TYPE AA-EFF-FROM
           MOVE 'N' TO WS-BROWSE-SWITCH
           START ALTADDR-FILE KEY NOT < AA-KEY
           EVALUATE WS-ALTADDR-STATUS
               WHEN '00'
                   PERFORM 2450-DELETE-ONE-ALT-ADDRESS
                       UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSERASE1 - ALTADDR START FAILED, STATUS = '
                       WS-ALTADDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2450-DELETE-ONE-ALT-ADDRESS.
           READ ALTADDR-FILE NEXT RECORD
           IF WS-ALTADDR-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'CSERASE1 - ALTADDR READ FAILED, STATUS = '
                   WS-ALTADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALTADDR-STATUS NOT = '00'
             OR AA-CUST-NO NOT = ET-CUST-NO(ET-IDX)
               MOVE 'Y' TO WS-BROWSE-SWITCH
           ELSE
               DELETE ALTADDR-FILE RECORD
               IF WS-ALTADDR-STATUS NOT = '00'
                   DISPLAY 'CSERASE1 - ALTADDR DELETE FAILED, '
                       'STATUS = ' WS-ALTADDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 5 TO WS-FILE-NO
               MOVE 'DELETED' TO WS-CERT-ACTION
               MOVE SPACES TO WS-STAMP-TEXT
               MOVE 'TYPE/FROM' TO ST-LABEL
               MOVE AA-EFF-FROM TO ST-DATE
               MOVE AA-ADDR-TYPE TO ST-EXTRA
               MOVE WS-STAMP-TEXT TO WS-CERT-TEXT
               PERFORM 6000-WRITE-CERT-LINE
           END-IF.

      *        the nightly CSHHBLD1 rebuild re-forms the household
      *        without the customer
       2460-DELETE-HOUSEHOLD-ENTRY.
           MOVE ET-CUST-NO(ET-IDX) TO HH-CUST-NO
           DELETE HHLDXREF-FILE RECORD
           IF WS-HHLDXREF-STATUS NOT = '00' AND NOT = '23'
               DISPLAY 'CSERASE1 - HHLDXREF DELETE FAILED, STATUS = '
                   WS-HHLDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HHLDXREF-STATUS = '00'
               MOVE 9 TO WS-FILE-NO
               MOVE 'DELETED' TO WS-CERT-ACTION
               MOVE 'HOUSEHOLD ENTRY' TO WS-CERT-TEXT
               PERFORM 6000-WRITE-CERT-LINE
           END-IF.

      *----------------------------------------------------------------
      *  The files not keyed by customer number - one pass of each
      *  serves every customer on the cards.  The cross-reference
      *  entries go altogether; their key is the phone or email.
      *----------------------------------------------------------------
       2500-SWEEP-SHARED-FILES.
           OPEN I-O REJMAST-FILE
           IF WS-REJMAST-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - REJMAST OPEN FAILED, STATUS = '
                   WS-REJMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2510-SWEEP-ONE-REJECT UNTIL WS-EOF
           CLOSE REJMAST-FILE

           OPEN I-O PHONXREF-FILE
           IF WS-PHONXREF-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - PHONXREF OPEN FAILED, STATUS = '
                   WS-PHONXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2520-SWEEP-ONE-PHONE UNTIL WS-EOF
           CLOSE PHONXREF-FILE

           OPEN I-O EMALXREF-FILE
           IF WS-EMALXREF-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - EMALXREF OPEN FAILED, STATUS = '
                   WS-EMALXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2530-SWEEP-ONE-EMAIL UNTIL WS-EOF
           CLOSE EMALXREF-FILE.

       2510-SWEEP-ONE-REJECT.
           READ REJMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
               MOVE RJ-TRAN-DATA TO CUSTTRAN-RECORD
               PERFORM 6300-FIND-CUSTOMER-ENTRY
               IF WS-CUST-FOUND
                   PERFORM 6200-SCRUB-TRANSACTION
               END-IF
               IF WS-CUST-FOUND
                 AND CUSTTRAN-RECORD NOT = RJ-TRAN-DATA
                   MOVE CUSTTRAN-RECORD TO RJ-TRAN-DATA
                   REWRITE REJMAST-RECORD
                   IF WS-REJMAST-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - REJMAST REWRITE FAILED, '
                           'STATUS = ' WS-REJMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 6 TO WS-FILE-NO
                   MOVE 'SCRUBBED' TO WS-CERT-ACTION
                   MOVE SPACES TO WS-STAMP-TEXT
                   MOVE 'LOADED/SEQ' TO ST-LABEL
                   MOVE RJ-LOAD-DATE TO ST-DATE
                   MOVE RJ-SEQ TO ST-EXTRA
                   MOVE WS-STAMP-TEXT TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

       2520-SWEEP-ONE-PHONE.
           READ PHONXREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
               MOVE PX-CUST-NO TO CT-CUST-NO
               PERFORM 6300-FIND-CUSTOMER-ENTRY
               IF WS-CUST-FOUND
                   DELETE PHONXREF-FILE RECORD
                   IF WS-PHONXREF-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - PHONXREF DELETE FAILED, '
                           'STATUS = ' WS-PHONXREF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 7 TO WS-FILE-NO
                   MOVE 'DELETED' TO WS-CERT-ACTION
                   MOVE 'PHONE NUMBER ENTRY' TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

       2530-SWEEP-ONE-EMAIL.
           READ EMALXREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
               MOVE EX-CUST-NO TO CT-CUST-NO
               PERFORM 6300-FIND-CUSTOMER-ENTRY
               IF WS-CUST-FOUND
                   DELETE EMALXREF-FILE RECORD
                   IF WS-EMALXREF-STATUS NOT = '00'
                       DISPLAY 'CSERASE1 - EMALXREF DELETE FAILED, '
                           'STATUS = ' WS-EMALXREF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 8 TO WS-FILE-NO
                   MOVE 'DELETED' TO WS-CERT-ACTION
                   MOVE 'EMAIL ADDRESS ENTRY' TO WS-CERT-TEXT
                   PERFORM 6000-WRITE-CERT-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The audit trail - scrub and re-seal.  AUDCTL is read before
      *  the trail is, so a record written while the job runs shows
      *  up as a trail longer than the control record and stops the
      *  job before the new check value is saved.
      *----------------------------------------------------------------
       3000-RESEAL-AUDIT-TRAIL.
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDCTL OPEN FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AC-LAST-SEQ-NO TO WS-AC-SEQ-AT-START
           IF AC-RETAINED-FROM-SEQ IS NUMERIC
               MOVE AC-RETAINED-FROM-SEQ TO WS-RETAINED-FROM-SEQ
           END-IF

           OPEN OUTPUT AUDNEW-FILE
           IF WS-AUDNEW-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDNEW OPEN FAILED, STATUS = '
                   WS-AUDNEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-OUT-FILE
           IF WS-ARCH-OUT-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - ARCHOUT OPEN FAILED, STATUS = '
                   WS-ARCH-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SEQ-NO SR-SOURCE SR-READ-NO
               INPUT PROCEDURE IS 3100-COLLECT-AUDIT-RECORDS
               OUTPUT PROCEDURE IS 3300-RESEAL-CHAIN

           PERFORM 3800-SAVE-NEW-CHAIN-END
           PERFORM 3900-LOG-ONE-ERASURE
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-ERASE-COUNT

           CLOSE AUDNEW-FILE
           CLOSE ARCH-OUT-FILE
           CLOSE AUDCTL-FILE.

      *        the archive master is missing only before the first
      *        CSAUDARC rollover
       3100-COLLECT-AUDIT-RECORDS.
           OPEN INPUT ARCH-IN-FILE
           IF WS-ARCH-IN-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 8100-READ-ARCH-IN
               PERFORM 3110-RELEASE-ARCHIVE UNTIL WS-EOF
               CLOSE ARCH-IN-FILE
           ELSE
               DISPLAY 'CSERASE1 - NO ARCHIVE MASTER, STATUS = '
                   WS-ARCH-IN-STATUS
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8000-READ-AUDIT
           PERFORM 3120-RELEASE-CURRENT UNTIL WS-EOF
           CLOSE AUDIT-FILE.

       3110-RELEASE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ-COUNT
           MOVE ARCH-IN-RECORD TO AUDIT-RECORD
           MOVE 'A' TO SR-SOURCE
           PERFORM 3130-RELEASE-ONE-RECORD
           PERFORM 8100-READ-ARCH-IN.

       3120-RELEASE-CURRENT.
           ADD 1 TO WS-CURR-READ-COUNT
           MOVE AUDIT-IN-RECORD TO AUDIT-RECORD
           MOVE 'C' TO SR-SOURCE
           PERFORM 3130-RELEASE-ONE-RECORD
           PERFORM 8000-READ-AUDIT.

      *        records written before the trail was chained carry no
      *        number at all - they sort to the front as zero, in the
      *        order they were read
       3130-RELEASE-ONE-RECORD.
           IF AUD-SEQ-NO IS NUMERIC
               MOVE AUD-SEQ-NO TO SR-SEQ-NO
           ELSE
               MOVE ZERO TO SR-SEQ-NO
           END-IF
           ADD 1 TO WS-READ-NO
           MOVE WS-READ-NO TO SR-READ-NO
           MOVE AUDIT-RECORD TO SR-AUDIT-DATA
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------
      *  Sort output - the trail in sequence order.  The walk follows
      *  CSAUDVFY exactly: unsequenced records, records below the
      *  retention boundary kept for a legal hold, the anchor, the
      *  record after a gap and a duplicate are never linked, so
      *  they are scrubbed and written with their check value as
      *  found; every other record is a link.  The chain starts at
      *  sequence 1, or once CSAUDARC has purged, at the boundary
      *  record; an anchor past that is the record after a gap.
      *----------------------------------------------------------------
       3300-RESEAL-CHAIN.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-RETURN-SORT-RECORD
           PERFORM 3400-RESEAL-ONE-RECORD UNTIL WS-EOF.

       3400-RESEAL-ONE-RECORD.
           MOVE SR-AUDIT-DATA TO AUDIT-RECORD
           EVALUATE TRUE
               WHEN SR-SEQ-NO = ZERO
                   PERFORM 3500-SCRUB-AUDIT-RECORD
               WHEN SR-SEQ-NO < WS-RETAINED-FROM-SEQ
                   PERFORM 3420-SCRUB-HELD-RECORD
               WHEN NOT WS-CHAIN-ANCHORED AND SR-SEQ-NO NOT = 1
                 AND SR-SEQ-NO NOT = WS-RETAINED-FROM-SEQ
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 3500-SCRUB-AUDIT-RECORD
                   PERFORM 3460-RESTART-CHAIN
               WHEN NOT WS-CHAIN-ANCHORED AND SR-SEQ-NO NOT = 1
                   PERFORM 3500-SCRUB-AUDIT-RECORD
                   PERFORM 3460-RESTART-CHAIN
               WHEN SR-SEQ-NO = WS-PREV-SEQ-NO
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 3500-SCRUB-AUDIT-RECORD
               WHEN SR-SEQ-NO > WS-PREV-SEQ-NO + 1
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 3500-SCRUB-AUDIT-RECORD
                   PERFORM 3460-RESTART-CHAIN
               WHEN OTHER
                   PERFORM 3450-RELINK-RECORD
           END-EVALUATE
           PERFORM 3700-WRITE-RESEALED-RECORD
           PERFORM 8200-RETURN-SORT-RECORD.

      *        kept for a legal hold with its neighbours purged - no
      *        link to prove and the chain is left where it is; only
      *        a number already seen is an exception, as CSAUDVFY
      *        reports it
       3420-SCRUB-HELD-RECORD.
           IF SR-SEQ-NO = WS-PREV-HELD-SEQ-NO
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE SR-SEQ-NO TO WS-PREV-HELD-SEQ-NO
           PERFORM 3500-SCRUB-AUDIT-RECORD.

      *----------------------------------------------------------------
      *  A link is proved as found first.  One that proves is
      *  re-stamped when it was scrubbed or the record in front of
      *  it was; one that does not is left exactly as found, still
      *  broken, and the stored value carries the chain on - the
      *  same value CSAUDVFY carries forward.
      *----------------------------------------------------------------
       3450-RELINK-RECORD.
           MOVE 'Y' TO WS-ANCHOR-SWITCH
           MOVE AUD-CHECK-VALUE TO WS-STORED-CHECK
           CALL 'CSAUDCHK' USING AUDIT-RECORD WS-ORIG-PREV-CHECK
           IF AUD-CHECK-VALUE NOT = WS-STORED-CHECK
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-STORED-CHECK TO AUD-CHECK-VALUE
               PERFORM 3500-SCRUB-AUDIT-RECORD
               MOVE WS-STORED-CHECK TO WS-NEW-PREV-CHECK
           ELSE
               PERFORM 3500-SCRUB-AUDIT-RECORD
               IF WS-AUDIT-SCRUBBED
                 OR WS-NEW-PREV-CHECK NOT = WS-ORIG-PREV-CHECK
                   CALL 'CSAUDCHK' USING AUDIT-RECORD
                       WS-NEW-PREV-CHECK
                   PERFORM 3480-NOTE-RESTAMP
               ELSE
                   MOVE WS-STORED-CHECK TO AUD-CHECK-VALUE
               END-IF
               MOVE AUD-CHECK-VALUE TO WS-NEW-PREV-CHECK
           END-IF
           MOVE WS-STORED-CHECK TO WS-ORIG-PREV-CHECK
           MOVE SR-SEQ-NO TO WS-PREV-SEQ-NO.

       3460-RESTART-CHAIN.
           MOVE 'Y' TO WS-ANCHOR-SWITCH
           MOVE SR-SEQ-NO TO WS-PREV-SEQ-NO
           MOVE AUD-CHECK-VALUE TO WS-ORIG-PREV-CHECK
           MOVE AUD-CHECK-VALUE TO WS-NEW-PREV-CHECK.

       3480-NOTE-RESTAMP.
           ADD 1 TO WS-RESTAMP-COUNT
           IF WS-RESEAL-FROM-SEQ = ZERO
               MOVE SR-SEQ-NO TO WS-RESEAL-FROM-SEQ
           END-IF
           MOVE SR-SEQ-NO TO WS-RESEAL-THRU-SEQ.

      *----------------------------------------------------------------
      *  A customer's audit record has its images scrubbed in the
      *  layout the function carries: the ALTADDR record for 'M',
      *  nothing to scrub for 'R' (customer numbers only) or 'E' (an
      *  erasure summary), the before image only for 'W' (the after
      *  image is a compliance decision summary) and for 'X' (the
      *  orphan CSINTG1 removed, by the file it came off), the
      *  CUSTMAST record for everything else.
      *----------------------------------------------------------------
       3500-SCRUB-AUDIT-RECORD.
           MOVE 'N' TO WS-SCRUBBED-SWITCH
           MOVE AUD-CUST-NO TO CT-CUST-NO
           PERFORM 6300-FIND-CUSTOMER-ENTRY
           IF WS-CUST-FOUND
               MOVE AUD-BEFORE-IMAGE TO WS-SAVE-IMAGES(1:220)
               MOVE AUD-AFTER-IMAGE TO WS-SAVE-IMAGES(221:220)
               EVALUATE AUD-FUNCTION
                   WHEN 'R'
                   WHEN 'E'
                       CONTINUE
                   WHEN 'W'
                       MOVE AUD-BEFORE-IMAGE TO WS-SCRUB-IMAGE
                       PERFORM 6100-SCRUB-CUST-IMAGE
                       MOVE WS-SCRUB-IMAGE TO AUD-BEFORE-IMAGE
                   WHEN 'X'
                       MOVE AUD-BEFORE-IMAGE TO WS-REMOVED-IMAGE
                       PERFORM 6160-SCRUB-REMOVED-IMAGE
                       MOVE WS-REMOVED-IMAGE TO AUD-BEFORE-IMAGE
                   WHEN 'M'
                       MOVE AUD-BEFORE-IMAGE TO WS-SCRUB-IMAGE
                       PERFORM 6150-SCRUB-ALT-IMAGE
                       MOVE WS-SCRUB-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE AUD-AFTER-IMAGE TO WS-SCRUB-IMAGE
                       PERFORM 6150-SCRUB-ALT-IMAGE
                       MOVE WS-SCRUB-IMAGE TO AUD-AFTER-IMAGE
                   WHEN OTHER
                       MOVE AUD-BEFORE-IMAGE TO WS-SCRUB-IMAGE
                       PERFORM 6100-SCRUB-CUST-IMAGE
                       MOVE WS-SCRUB-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE AUD-AFTER-IMAGE TO WS-SCRUB-IMAGE
                       PERFORM 6100-SCRUB-CUST-IMAGE
                       MOVE WS-SCRUB-IMAGE TO AUD-AFTER-IMAGE
               END-EVALUATE
               IF AUD-BEFORE-IMAGE NOT = WS-SAVE-IMAGES(1:220)
                 OR AUD-AFTER-IMAGE NOT = WS-SAVE-IMAGES(221:220)
                   MOVE 'Y' TO WS-SCRUBBED-SWITCH
                   ADD 1 TO WS-AUDIT-SCRUB-COUNT
                   PERFORM 3550-CERTIFY-AUDIT-RECORD
               END-IF
           END-IF.

       3550-CERTIFY-AUDIT-RECORD.
           IF SR-SOURCE = 'A'
               MOVE 11 TO WS-FILE-NO
           ELSE
               MOVE 10 TO WS-FILE-NO
           END-IF
           MOVE 'SCRUBBED' TO WS-CERT-ACTION
           MOVE SR-SEQ-NO    TO AT-SEQ-NO
           MOVE AUD-DATE     TO AT-DATE
           MOVE AUD-TRANCODE TO AT-TRANCODE
           MOVE AUD-FUNCTION TO AT-FUNCTION
           MOVE WS-AUDIT-TEXT TO WS-CERT-TEXT
           PERFORM 6000-WRITE-CERT-LINE.

      *        each record goes back to the generation it came from
       3700-WRITE-RESEALED-RECORD.
           IF SR-SOURCE = 'A'
               WRITE ARCH-OUT-RECORD FROM AUDIT-RECORD
               IF WS-ARCH-OUT-STATUS NOT = '00'
                   DISPLAY 'CSERASE1 - ARCHOUT WRITE FAILED, STATUS = '
                       WS-ARCH-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARCH-WRITE-COUNT
           ELSE
               WRITE AUDNEW-RECORD FROM AUDIT-RECORD
               IF WS-AUDNEW-STATUS NOT = '00'
                   DISPLAY 'CSERASE1 - AUDNEW WRITE FAILED, STATUS = '
                       WS-AUDNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CURR-WRITE-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  The next record written anywhere chains off the new end of
      *  the trail.  A trail running past the control record means
      *  the online system wrote while the job ran - the new
      *  generations are incomplete and must not be used.  A trail
      *  ending short of it is CSAUDVFY's TRAIL SHORT exception and
      *  is left for that job to report.
      *----------------------------------------------------------------
       3800-SAVE-NEW-CHAIN-END.
           MOVE 'AUDTRAIL' TO AC-KEY
           READ AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AC-LAST-SEQ-NO NOT = WS-AC-SEQ-AT-START
             OR WS-PREV-SEQ-NO > AC-LAST-SEQ-NO
               DISPLAY 'CSERASE1 - AUDTRAIL WRITTEN DURING THE RUN - '
                   'RERUN WITH THE ONLINE SYSTEM OFF THE FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PREV-SEQ-NO = AC-LAST-SEQ-NO
             AND WS-NEW-PREV-CHECK NOT = AC-LAST-CHECK-VALUE
               MOVE WS-NEW-PREV-CHECK TO AC-LAST-CHECK-VALUE
               PERFORM 7950-SAVE-AUDIT-CHAIN
           END-IF.

      *----------------------------------------------------------------
      *  One 'E' audit record per customer erased, chained on the
      *  end of the new current file: the request, who verified it,
      *  the range of the trail re-sealed, and the records scrubbed
      *  by file.  Nothing personal is left to put in the images.
      *----------------------------------------------------------------
       3900-LOG-ONE-ERASURE.
           IF ET-ACCEPTED(ET-IDX)
               MOVE SPACES TO WS-ERASE-SUMMARY
               MOVE ET-REQUEST-REF(ET-IDX) TO ES-REQUEST-REF
               MOVE ET-VERIFIED-BY(ET-IDX) TO ES-VERIFIED-BY
               MOVE WS-RESEAL-FROM-SEQ     TO ES-RESEAL-FROM-SEQ
               MOVE WS-RESEAL-THRU-SEQ     TO ES-RESEAL-THRU-SEQ
               MOVE WS-RESTAMP-COUNT       TO ES-RESTAMP-COUNT
               PERFORM 3910-COPY-FILE-COUNT
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 11
               MOVE WS-RUN-DATE       TO AUD-DATE
               MOVE WS-RUN-TIME(1:6)  TO AUD-TIME
               MOVE 'BTCH'            TO AUD-TERMID
               MOVE 'CSERASE1'        TO AUD-OPERID
               MOVE SPACES            TO AUD-CHECKER-OPERID
               MOVE 'ERAS'            TO AUD-TRANCODE
               MOVE 'E'               TO AUD-FUNCTION
               MOVE ET-CUST-NO(ET-IDX) TO AUD-CUST-NO
               MOVE SPACES            TO AUD-BEFORE-IMAGE
               MOVE WS-ERASE-SUMMARY  TO AUD-AFTER-IMAGE
               PERFORM 7900-STAMP-AUDIT-CHAIN
               WRITE AUDNEW-RECORD FROM AUDIT-RECORD
               IF WS-AUDNEW-STATUS NOT = '00'
                   DISPLAY 'CSERASE1 - AUDNEW WRITE FAILED, STATUS = '
                       WS-AUDNEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 7950-SAVE-AUDIT-CHAIN
               ADD 1 TO WS-CURR-WRITE-COUNT
               ADD 1 TO WS-LOGGED-COUNT
               MOVE 10 TO WS-FILE-NO
               MOVE 'LOGGED' TO WS-CERT-ACTION
               MOVE AUD-SEQ-NO   TO AT-SEQ-NO
               MOVE AUD-DATE     TO AT-DATE
               MOVE AUD-TRANCODE TO AT-TRANCODE
               MOVE AUD-FUNCTION TO AT-FUNCTION
               MOVE WS-AUDIT-TEXT TO WS-CERT-TEXT
               PERFORM 6000-WRITE-CERT-LINE
           END-IF.

       3910-COPY-FILE-COUNT.
           MOVE ET-FILE-COUNT(ET-IDX WS-FILE-NO)
               TO ES-FILE-COUNT(WS-FILE-NO).

      *----------------------------------------------------------------
      *  The certificates - the work file sorted into customer and
      *  file order, one certificate per customer on the cards.
      *----------------------------------------------------------------
       4000-PRINT-CERTIFICATES.
           CLOSE CERT-WORK-FILE
           SORT CERT-SORT-FILE
               ON ASCENDING KEY CX-CUST-NO CX-FILE-NO CX-LINE-NO
               USING CERT-WORK-FILE
               OUTPUT PROCEDURE IS 4100-PRINT-CERT-LINES.

       4100-PRINT-CERT-LINES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-CERT-CUST-NO
           PERFORM 8300-RETURN-CERT-RECORD
           PERFORM 4200-PRINT-ONE-CERT-LINE UNTIL WS-EOF
           IF WS-CERT-CUST-NO NOT = SPACES
               PERFORM 4400-PRINT-CERT-FOOTER
           END-IF.

       4200-PRINT-ONE-CERT-LINE.
           IF CX-CUST-NO NOT = WS-CERT-CUST-NO
               IF WS-CERT-CUST-NO NOT = SPACES
                   PERFORM 4400-PRINT-CERT-FOOTER
               END-IF
               MOVE CX-CUST-NO TO WS-CERT-CUST-NO
               PERFORM 4300-PRINT-CERT-HEADING
           END-IF
           IF CX-FILE-NO > ZERO
               MOVE SPACES TO WS-CERT-DETAIL-LINE
               MOVE FN-NAME(CX-FILE-NO) TO CD-FILE
               MOVE CX-ACTION TO CD-ACTION
               MOVE CX-RECORD-TEXT TO CD-RECORD-TEXT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CERT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 8300-RETURN-CERT-RECORD.

       4300-PRINT-CERT-HEADING.
           PERFORM 6310-FIND-ANY-ENTRY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CERT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ET-CUST-NO(ET-IDX)     TO CH-CUST-NO
           MOVE ET-REQUEST-REF(ET-IDX) TO CH-REQUEST-REF
           MOVE ET-VERIFIED-BY(ET-IDX) TO CH-VERIFIED-BY
           MOVE WS-RUN-DATE            TO CH-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CERT-HEAD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO CR-RESULT
           IF ET-REFUSED(ET-IDX)
               STRING 'NOT ERASED - UNDER LEGAL HOLD, MATTER '
                       DELIMITED BY SIZE
                   ET-MATTER-REF(ET-IDX) DELIMITED BY SPACE
                   INTO CR-RESULT
           ELSE
               MOVE 'PERSONAL DATA ERASED FROM THE FILES BELOW'
                   TO CR-RESULT
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CERT-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF ET-ACCEPTED(ET-IDX)
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CERT-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4400-PRINT-CERT-FOOTER.
           MOVE WS-CERT-CUST-NO TO CX-CUST-NO
           PERFORM 6310-FIND-ANY-ENTRY
           IF ET-ACCEPTED(ET-IDX)
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO WS-CUST-TOTAL
               PERFORM 4410-PRINT-FILE-COUNT
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 11
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE 'TOTAL RECORDS TOUCHED           ' TO SL-LABEL
               MOVE WS-CUST-TOTAL TO SL-COUNT
               PERFORM 5100-PRINT-SUMMARY-LINE
               IF WS-RESTAMP-COUNT > ZERO
                   MOVE WS-RESEAL-FROM-SEQ TO CRS-FROM-SEQ
                   MOVE WS-RESEAL-THRU-SEQ TO CRS-THRU-SEQ
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-CERT-RESEAL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4410-PRINT-FILE-COUNT.
           ADD ET-FILE-COUNT(ET-IDX WS-FILE-NO) TO WS-CUST-TOTAL
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE FN-NAME(WS-FILE-NO) TO SL-LABEL
           MOVE ET-FILE-COUNT(ET-IDX WS-FILE-NO) TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'AUDIT TRAIL RE-SEAL' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'CUSTOMERS ERASED                ' TO SL-LABEL
           MOVE WS-ACCEPTED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMERS REFUSED - LEGAL HOLD  ' TO SL-LABEL
           MOVE WS-REFUSED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CURRENT RECORDS READ            ' TO SL-LABEL
           MOVE WS-CURR-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ARCHIVE RECORDS READ            ' TO SL-LABEL
           MOVE WS-ARCH-READ-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'AUDIT RECORDS SCRUBBED          ' TO SL-LABEL
           MOVE WS-AUDIT-SCRUB-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CHECK VALUES RE-STAMPED         ' TO SL-LABEL
           MOVE WS-RESTAMP-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE '  FROM SEQUENCE                 ' TO SL-LABEL
           MOVE WS-RESEAL-FROM-SEQ TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE '  THRU SEQUENCE                 ' TO SL-LABEL
           MOVE WS-RESEAL-THRU-SEQ TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CHAIN EXCEPTIONS LEFT AS FOUND  ' TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ERASURE RECORDS LOGGED          ' TO SL-LABEL
           MOVE WS-LOGGED-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'CURRENT RECORDS WRITTEN         ' TO SL-LABEL
           MOVE WS-CURR-WRITE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE
           MOVE 'ARCHIVE RECORDS WRITTEN         ' TO SL-LABEL
           MOVE WS-ARCH-WRITE-COUNT TO SL-COUNT
           PERFORM 5100-PRINT-SUMMARY-LINE

      *        the proof: every audit record read went out again
           IF WS-CURR-WRITE-COUNT NOT =
                   WS-CURR-READ-COUNT + WS-LOGGED-COUNT
             OR WS-ARCH-WRITE-COUNT NOT = WS-ARCH-READ-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '** OUT OF BALANCE **            ' TO SL-LABEL
               PERFORM 5100-PRINT-SUMMARY-LINE
               DISPLAY 'CSERASE1 - OUT OF BALANCE - AUDIT RECORDS '
                   'READ NOT = WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY 'CSERASE1 - CUSTOMERS ERASED    = ' WS-ACCEPTED-COUNT
           DISPLAY 'CSERASE1 - CUSTOMERS REFUSED   = ' WS-REFUSED-COUNT
           DISPLAY 'CSERASE1 - RECORDS TOUCHED     = ' WS-TOUCHED-COUNT
           DISPLAY 'CSERASE1 - AUDIT SCRUBBED      = '
               WS-AUDIT-SCRUB-COUNT
           DISPLAY 'CSERASE1 - CHECK VALUES STAMPED= ' WS-RESTAMP-COUNT
           IF RETURN-CODE = ZERO AND WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Record one file/record touched for the customer at ET-IDX.
      *  File number zero opens the customer's certificate.
      *----------------------------------------------------------------
       6000-WRITE-CERT-LINE.
           IF WS-FILE-NO > ZERO
               ADD 1 TO ET-FILE-COUNT(ET-IDX WS-FILE-NO)
               ADD 1 TO WS-TOUCHED-COUNT
           END-IF
           ADD 1 TO WS-CERT-LINE-NO
           MOVE ET-CUST-NO(ET-IDX) TO CW-CUST-NO
           MOVE WS-FILE-NO         TO CW-FILE-NO
           MOVE WS-CERT-LINE-NO    TO CW-LINE-NO
           MOVE WS-CERT-ACTION     TO CW-ACTION
           MOVE WS-CERT-TEXT       TO CW-RECORD-TEXT
           WRITE CERT-WORK-RECORD
           IF WS-CERTWK-STATUS NOT = '00'
               DISPLAY 'CSERASE1 - CERTWK WRITE FAILED, STATUS = '
                   WS-CERTWK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CERT-TEXT.

      *        fields left blank stay blank - there is nothing there
      *        to erase
       6100-SCRUB-CUST-IMAGE.
           IF IM-LNAME NOT = SPACES
               MOVE ERASE-MARKER TO IM-LNAME
           END-IF
           IF IM-FNAME NOT = SPACES
               MOVE ERASE-MARKER TO IM-FNAME
           END-IF
           IF IM-ADDR NOT = SPACES
               MOVE ERASE-MARKER TO IM-ADDR
           END-IF
           IF IM-CITY NOT = SPACES
               MOVE ERASE-MARKER TO IM-CITY
           END-IF
           IF IM-STATE NOT = SPACES
               MOVE ERASE-MARKER TO IM-STATE
           END-IF
           IF IM-ZIPCODE NOT = SPACES
               MOVE ERASE-MARKER TO IM-ZIPCODE
           END-IF
           IF IM-HOME-PHONE NOT = SPACES
               MOVE ERASE-MARKER TO IM-HOME-PHONE
           END-IF
           IF IM-EMAIL NOT = SPACES
               MOVE ERASE-MARKER TO IM-EMAIL
           END-IF.

       6150-SCRUB-ALT-IMAGE.
           IF WS-SCRUB-IMAGE NOT = SPACES
               MOVE ERASE-MARKER TO IA-ADDR
               MOVE ERASE-MARKER TO IA-CITY
               MOVE ERASE-MARKER TO IA-STATE
               MOVE ERASE-MARKER TO IA-ZIPCODE
           END-IF.

      *        the parked change's customer data lies as a CUSTMAST
      *        record's does; a household entry carries customer
      *        numbers only
       6160-SCRUB-REMOVED-IMAGE.
           EVALUATE IX-FILE-NAME
               WHEN 'NOTEFILE'
                   IF IX-NOTE-TEXT NOT = SPACES
                       MOVE ERASE-MARKER TO IX-NOTE-TEXT
                   END-IF
               WHEN 'PENDCHG'
                   MOVE SPACES TO WS-SCRUB-IMAGE
                   MOVE IX-PEND-CUST-DATA TO WS-SCRUB-IMAGE
                   PERFORM 6100-SCRUB-CUST-IMAGE
                   MOVE WS-SCRUB-IMAGE TO IX-PEND-CUST-DATA
               WHEN 'PHONXREF'
                   IF IX-PHONE NOT = SPACES
                       MOVE ERASE-MARKER TO IX-PHONE
                   END-IF
               WHEN 'EMALXREF'
                   IF IX-EMAIL NOT = SPACES
                       MOVE ERASE-MARKER TO IX-EMAIL
                   END-IF
           END-EVALUATE.

       6200-SCRUB-TRANSACTION.
           IF CT-LNAME NOT = SPACES
               MOVE ERASE-MARKER TO CT-LNAME
           END-IF
           IF CT-FNAME NOT = SPACES
               MOVE ERASE-MARKER TO CT-FNAME
           END-IF
           IF CT-ADDR NOT = SPACES
               MOVE ERASE-MARKER TO CT-ADDR
           END-IF
           IF CT-CITY NOT = SPACES
               MOVE ERASE-MARKER TO CT-CITY
           END-IF
           IF CT-STATE NOT = SPACES
               MOVE ERASE-MARKER TO CT-STATE
           END-IF
           IF CT-ZIPCODE NOT = SPACES
               MOVE ERASE-MARKER TO CT-ZIPCODE
           END-IF
           IF CT-HOME-PHONE NOT = SPACES
               MOVE ERASE-MARKER TO CT-HOME-PHONE
           END-IF
           IF CT-EMAIL NOT = SPACES
               MOVE ERASE-MARKER TO CT-EMAIL
           END-IF.

      *        is CT-CUST-NO a customer being erased?  ET-IDX is left
      *        on the entry when it is
       6300-FIND-CUSTOMER-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET ET-IDX TO 1
           SEARCH ET-ENTRY
               WHEN ET-CUST-NO(ET-IDX) = CT-CUST-NO
                 AND ET-ACCEPTED(ET-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-SEARCH.

      *        the certificate's customer, erased or refused
       6310-FIND-ANY-ENTRY.
           SET ET-IDX TO 1
           SEARCH ET-ENTRY
               WHEN ET-CUST-NO(ET-IDX) = CX-CUST-NO
                   CONTINUE
           END-SEARCH.

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
               DISPLAY 'CSERASE1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSERASE1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

       8300-RETURN-CERT-RECORD.
           RETURN CERT-SORT-FILE
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
           MOVE 'CSERASE1' TO RLP-PROGRAM
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSERASE1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           MOVE WS-ERASE-COUNT TO RLP-IN-COUNT
           MOVE WS-TOUCHED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

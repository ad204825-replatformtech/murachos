       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSINTG1.
      *================================================================
      *  CSINTG1 - weekly referential-integrity check of the files
      *  that hang off CUSTMAST.  CSPURGE1 removes the customer record
      *  alone, and the day's maintenance keeps the cross-references
      *  only as well as every path remembers to; CSBALRPT counts
      *  CUSTMAST itself and nothing else.  This job matches every
      *  secondary file by customer number to the CUSTSNAP snapshot
      *  CSSNAP1 writes, and reports, file by file, each record whose
      *  customer is not on it:
      *
      *     NOTEFILE   contact notes
      *     PENDCHG    changes parked for a future date
      *     REJMAST    open and released rejects (a change or a
      *                delete - an add names a customer not yet on
      *                file by design)
      *     PHONXREF   phone cross-reference entries
      *     EMALXREF   email cross-reference entries
      *     HHLDXREF   household entries - for the customer, and for
      *                the household head it points at
      *
      *  and the reverse:
      *
      *     - an active customer with a phone or email and no
      *       PHONXREF / EMALXREF entry for it
      *     - a PENDCHG change parked against a customer who is
      *       inactive or pending purge
      *
      *  A customer not on the snapshot but on CUSTMAST when looked
      *  up (added after CSSNAP1 ran) is counted, not reported.
      *
      *  Parameter card: col 1 'C' = cleanup - every orphan that can
      *  safely go is deleted and logged to AUDTRAIL ('X' function,
      *  the file name and the record as it was in the before image);
      *  blank or 'R' = report only (AUDTRAIL and AUDCTL are not
      *  opened).  Safely means:
      *     - never a REJMAST reject - it is fixed or abandoned on
      *       REJM under an operator's id, so nothing the sending
      *       system sent is silently dropped
      *     - never anything of a customer with a hold in force on
      *       LEGLHOLD
      *  The reverse exceptions are reported only - CSXBLD1 rebuilds
      *  the cross-references nightly, and a parked change against
      *  an inactive customer is a business decision.
      *
      *  RETURN-CODE 4 when any exception is found, 8 when a removal
      *  failed, 16 on a bad card or a file failure.  Run in the
      *  weekly stream after CSSNAP1.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP-FILE ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CUST-NO
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

           SELECT REJMAST-FILE ASSIGN TO REJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-KEY
               FILE STATUS IS WS-REJMAST-STATUS.

           SELECT PHONXREF-FILE ASSIGN TO PHONXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PHONXREF-STATUS.

           SELECT EMALXREF-FILE ASSIGN TO EMALXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EMALXREF-STATUS.

           SELECT HHLDXREF-FILE ASSIGN TO HHLDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-AUDCTL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP-FILE
           RECORDING MODE IS F.
       COPY CUSTMAST.

      *        looked up by key only - has a customer missing from the
      *        snapshot been added since?
       FD  CUSTMAST-FILE.
       01  CUSTMAST-CHECK-RECORD.
           05  CK-CUST-NO                  PIC X(6).
           05  FILLER                      PIC X(194).

       FD  NOTEFILE-FILE.
       COPY NOTEREC.

       FD  PENDCHG-FILE.
       COPY PENDCHG.

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
       COPY AUDTRAIL.

       FD  AUDCTL-FILE.
       COPY AUDCTL.

      *        one record per customer reference: the file it came
      *        from, the customer it names and the whole record, so
      *        an orphan can be reported, deleted and logged without
      *        reading it again
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-FILE-NO                  PIC 9(1).
               88  SR-NOTEFILE             VALUE 1.
               88  SR-PENDCHG              VALUE 2.
               88  SR-REJMAST              VALUE 3.
               88  SR-PHONXREF             VALUE 4.
               88  SR-EMALXREF             VALUE 5.
               88  SR-HHLDXREF             VALUE 6.
           05  SR-CUST-NO                  PIC X(6).
           05  SR-REF-TYPE                 PIC X(1).
               88  SR-HEAD-REF             VALUE 'H'.
           05  SR-RECORD                   PIC X(260).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CUSTTRAN.

       COPY ERASMARK.

       01  WS-CUSTSNAP-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-NOTEFILE-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-PENDCHG-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-REJMAST-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-PHONXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-EMALXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-HHLDXREF-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-LEGLHOLD-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-AUDCTL-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-DELETE-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X     VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH              PIC X     VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-SNAP-OPEN-SWITCH             PIC X     VALUE 'N'.
           88  WS-SNAP-OPEN                VALUE 'Y'.
       01  WS-BROWSE-SWITCH                PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       01  WS-HOLD-SWITCH                  PIC X     VALUE 'N'.
           88  WS-ON-HOLD                  VALUE 'Y'.
       01  WS-HOLD-MATTER-REF              PIC X(12) VALUE SPACES.

       01  WS-PARM-CARD.
           05  WS-PARM-MODE                PIC X(1).
               88  WS-CLEANUP-RUN          VALUE 'C'.
               88  WS-REPORT-ONLY-RUN      VALUES 'R' ' '.
           05  FILLER                      PIC X(79).

      *  Current snapshot key while a file is matched - LOW-VALUES
      *  when the snapshot is rewound for the next file, HIGH-VALUES
      *  once it is exhausted.
       01  WS-SNAP-KEY                     PIC X(6)  VALUE LOW-VALUES.
       01  WS-SNAP-STATUS                  PIC X(1)  VALUE SPACE.
           88  WS-SNAP-ACTIVE              VALUES 'A' ' '.
           88  WS-SNAP-INACTIVE            VALUE 'I'.
       01  WS-GROUP-FILE-NO                PIC 9(1)  VALUE ZERO.
       01  WS-SECTION-FILE-NO              PIC 9(1)  VALUE ZERO.
       01  WS-FILE-NO                      PIC 9(1)  VALUE ZERO.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                     PIC X(8)  VALUE SPACES.

      *  The before image of an 'X' audit record - the file the
      *  record came off and the record as it was, cut at 212 bytes
      *  (PENDCHG loses only its trailing filler).
       01  WS-REMOVED-IMAGE.
           05  RI-FILE-NAME                PIC X(8).
           05  RI-RECORD                   PIC X(212).

       01  WS-COUNTERS.
           05  WS-SNAP-READ-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-ACTIVE-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-REFERENCE-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-SINCE-SNAP-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ORPHAN-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-REMOVED-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-FAILED-COUNT             PIC 9(7)  VALUE ZERO.
           05  WS-INACTIVE-PEND-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-NO-PHONE-XREF-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-NO-EMAIL-XREF-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(7)  VALUE ZERO.

      *----------------------------------------------------------------
      *  The files checked, in SR-FILE-NO order, with a count line
      *  apiece on the summary.
      *----------------------------------------------------------------
       01  WS-FILE-NAME-DATA.
           05  FILLER                      PIC X(36)
               VALUE 'NOTEFILECONTACT NOTES               '.
           05  FILLER                      PIC X(36)
               VALUE 'PENDCHG PENDING CHANGES             '.
           05  FILLER                      PIC X(36)
               VALUE 'REJMAST OPEN REJECTS                '.
           05  FILLER                      PIC X(36)
               VALUE 'PHONXREFPHONE CROSS-REFERENCE       '.
           05  FILLER                      PIC X(36)
               VALUE 'EMALXREFEMAIL CROSS-REFERENCE       '.
           05  FILLER                      PIC X(36)
               VALUE 'HHLDXREFHOUSEHOLD CROSS-REFERENCE   '.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
           05  WS-FILE-NAME-ENTRY OCCURS 6 TIMES.
               10  FN-DD-NAME              PIC X(8).
               10  FN-DESCRIPTION          PIC X(28).
       01  WS-FILE-COUNT-TABLE.
           05  WS-FILE-COUNT-ENTRY OCCURS 6 TIMES.
               10  FC-READ-COUNT           PIC 9(7).
               10  FC-ORPHAN-COUNT         PIC 9(7).
               10  FC-REMOVED-COUNT        PIC 9(7).
               10  FC-HELD-COUNT           PIC 9(7).
               10  FC-FAILED-COUNT         PIC 9(7).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(47)
               VALUE 'CSINTG1 - CUSTOMER FILE REFERENTIAL INTEGRITY'.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9)  VALUE 'RUN DATE '.
           05  HL2-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  HL2-MODE                    PIC X(40).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(8)  VALUE 'CUST-NO'.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(26) VALUE 'EXCEPTION'.
           05  FILLER                      PIC X(50) VALUE 'RECORD'.
           05  FILLER                      PIC X(24) VALUE 'ACTION'.

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(60).

       01  WS-DETAIL-LINE.
           05  DL-CUSTNO                   PIC X(6).
           05  FILLER                      PIC X(2).
           05  DL-FILE                     PIC X(8).
           05  FILLER                      PIC X(2).
           05  DL-EXCEPTION                PIC X(24).
           05  FILLER                      PIC X(2).
           05  DL-RECORD                   PIC X(48).
           05  FILLER                      PIC X(2).
           05  DL-ACTION                   PIC X(24).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  SL-LABEL                    PIC X(32).
           05  SL-COUNT                    PIC ZZZ,ZZZ,ZZ9.

       01  WS-FILE-SUMMARY-LINE.
           05  FILLER                      PIC X(5).
           05  FS-DD-NAME                  PIC X(10).
           05  FS-READ                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  FS-ORPHANS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  FS-REMOVED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  FS-HELD                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2).
           05  FS-FAILED                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-FILE-SUMMARY-HEADING.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(13)
               VALUE '  REFERENCES'.
           05  FILLER                      PIC X(13)
               VALUE '      ORPHANS'.
           05  FILLER                      PIC X(13)
               VALUE '      REMOVED'.
           05  FILLER                      PIC X(13)
               VALUE '   LEGAL HOLD'.
           05  FILLER                      PIC X(11)
               VALUE '     FAILED'.

       COPY RUNLOG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9800-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-FILE-NO SR-CUST-NO
               INPUT PROCEDURE IS 2000-COLLECT-REFERENCES
               OUTPUT PROCEDURE IS 3000-MATCH-REFERENCES
           PERFORM 4000-CHECK-ACTIVE-CUSTOMERS
           PERFORM 5000-TERMINATE
           PERFORM 9810-LOG-RUN-END
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF NOT WS-CLEANUP-RUN AND NOT WS-REPORT-ONLY-RUN
               DISPLAY 'CSINTG1 - PARM MODE MUST BE C, R OR BLANK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-FILE-COUNT-TABLE

           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - CUSTMAST OPEN FAILED, STATUS = '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REJMAST-FILE
           IF WS-REJMAST-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - REJMAST OPEN FAILED, STATUS = '
                   WS-REJMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEGLHOLD-FILE
           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - LEGLHOLD OPEN FAILED, STATUS = '
                   WS-LEGLHOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CLEANUP-RUN
               PERFORM 1100-OPEN-FOR-CLEANUP
               MOVE 'CLEANUP - ORPHANS REMOVED AND LOGGED' TO HL2-MODE
           ELSE
               PERFORM 1200-OPEN-FOR-REPORT
               MOVE 'REPORT ONLY' TO HL2-MODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - INTGRPT OPEN FAILED, STATUS = '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO HL2-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-OPEN-FOR-CLEANUP.
           OPEN I-O NOTEFILE-FILE
           IF WS-NOTEFILE-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - NOTEFILE OPEN FAILED, STATUS = '
                   WS-NOTEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - PENDCHG OPEN FAILED, STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PHONXREF-FILE
           IF WS-PHONXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - PHONXREF OPEN FAILED, STATUS = '
                   WS-PHONXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMALXREF-FILE
           IF WS-EMALXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - EMALXREF OPEN FAILED, STATUS = '
                   WS-EMALXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HHLDXREF-FILE
           IF WS-HHLDXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - HHLDXREF OPEN FAILED, STATUS = '
                   WS-HHLDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - AUDTRAIL OPEN FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDCTL-FILE
           IF WS-AUDCTL-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - AUDCTL OPEN FAILED, STATUS = '
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
               DISPLAY 'CSINTG1 - AUDCTL READ FAILED, STATUS = '
                   WS-AUDCTL-STATUS ' - RUN CSAUDVFY TO SEED IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-OPEN-FOR-REPORT.
           OPEN INPUT NOTEFILE-FILE
           IF WS-NOTEFILE-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - NOTEFILE OPEN FAILED, STATUS = '
                   WS-NOTEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDCHG-FILE
           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - PENDCHG OPEN FAILED, STATUS = '
                   WS-PENDCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PHONXREF-FILE
           IF WS-PHONXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - PHONXREF OPEN FAILED, STATUS = '
                   WS-PHONXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMALXREF-FILE
           IF WS-EMALXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - EMALXREF OPEN FAILED, STATUS = '
                   WS-EMALXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HHLDXREF-FILE
           IF WS-HHLDXREF-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - HHLDXREF OPEN FAILED, STATUS = '
                   WS-HHLDXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      *  Sort input - one pass of each secondary file, releasing a
      *  sort record for every customer number it names.
      *----------------------------------------------------------------
       2000-COLLECT-REFERENCES.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8200-READ-NOTEFILE
           PERFORM 2100-RELEASE-NOTE UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8210-READ-PENDCHG
           PERFORM 2200-RELEASE-PENDING UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8220-READ-REJMAST
           PERFORM 2300-RELEASE-REJECT UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8230-READ-PHONXREF
           PERFORM 2400-RELEASE-PHONE UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8240-READ-EMALXREF
           PERFORM 2500-RELEASE-EMAIL UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 8250-READ-HHLDXREF
           PERFORM 2600-RELEASE-HOUSEHOLD UNTIL WS-EOF.

       2100-RELEASE-NOTE.
           MOVE SPACES TO SORT-RECORD
           MOVE 1 TO SR-FILE-NO
           MOVE NT-CUST-NO TO SR-CUST-NO
           MOVE NOTE-RECORD TO SR-RECORD
           PERFORM 2900-RELEASE-REFERENCE
           PERFORM 8200-READ-NOTEFILE.

       2200-RELEASE-PENDING.
           MOVE SPACES TO SORT-RECORD
           MOVE 2 TO SR-FILE-NO
           MOVE PC-CUST-NO TO SR-CUST-NO
           MOVE PENDCHG-RECORD TO SR-RECORD
           PERFORM 2900-RELEASE-REFERENCE
           PERFORM 8210-READ-PENDCHG.

      *        only a reject still to be applied names a customer,
      *        and only a change or a delete needs one on file
       2300-RELEASE-REJECT.
           IF RJ-OPEN OR RJ-RELEASED
               MOVE RJ-TRAN-DATA TO CUSTTRAN-RECORD
               IF (CT-CHANGE OR CT-DELETE)
                 AND CT-CUST-NO NOT = SPACES
                   MOVE SPACES TO SORT-RECORD
                   MOVE 3 TO SR-FILE-NO
                   MOVE CT-CUST-NO TO SR-CUST-NO
                   MOVE REJMAST-RECORD TO SR-RECORD
                   PERFORM 2900-RELEASE-REFERENCE
               END-IF
           END-IF
           PERFORM 8220-READ-REJMAST.

       2400-RELEASE-PHONE.
           MOVE SPACES TO SORT-RECORD
           MOVE 4 TO SR-FILE-NO
           MOVE PX-CUST-NO TO SR-CUST-NO
           MOVE PHONXREF-RECORD TO SR-RECORD
           PERFORM 2900-RELEASE-REFERENCE
           PERFORM 8230-READ-PHONXREF.

       2500-RELEASE-EMAIL.
           MOVE SPACES TO SORT-RECORD
           MOVE 5 TO SR-FILE-NO
           MOVE EX-CUST-NO TO SR-CUST-NO
           MOVE EMALXREF-RECORD TO SR-RECORD
           PERFORM 2900-RELEASE-REFERENCE
           PERFORM 8240-READ-EMALXREF.

      *        a household entry names its own customer and, unless
      *        it is the head's own entry, the head as well - an entry
      *        for a live customer whose head has gone is reported
      *        only, the nightly CSHHBLD1 rebuild puts it right
       2600-RELEASE-HOUSEHOLD.
           MOVE SPACES TO SORT-RECORD
           MOVE 6 TO SR-FILE-NO
           MOVE HH-CUST-NO TO SR-CUST-NO
           MOVE HHLDXREF-RECORD TO SR-RECORD
           PERFORM 2900-RELEASE-REFERENCE
           IF HH-HOUSEHOLD-ID NOT = HH-CUST-NO
               MOVE HH-HOUSEHOLD-ID TO SR-CUST-NO
               MOVE 'H' TO SR-REF-TYPE
               PERFORM 2900-RELEASE-REFERENCE
           END-IF
           PERFORM 8250-READ-HHLDXREF.

       2900-RELEASE-REFERENCE.
           ADD 1 TO WS-REFERENCE-COUNT
           ADD 1 TO FC-READ-COUNT(SR-FILE-NO)
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------
      *  Sort output - the references come back file by file in
      *  customer-number order, and each file is matched to the
      *  snapshot from the top.
      *----------------------------------------------------------------
       3000-MATCH-REFERENCES.
           PERFORM 8100-RETURN-REFERENCE
           PERFORM 3100-MATCH-ONE-REFERENCE UNTIL WS-SORT-EOF
           IF WS-SNAP-OPEN
               CLOSE CUSTSNAP-FILE
               MOVE 'N' TO WS-SNAP-OPEN-SWITCH
           END-IF.

       3100-MATCH-ONE-REFERENCE.
           IF SR-FILE-NO NOT = WS-GROUP-FILE-NO
               PERFORM 3150-REWIND-SNAPSHOT
           END-IF
           PERFORM 8000-READ-CUSTSNAP
               UNTIL WS-SNAP-KEY NOT < SR-CUST-NO
           IF WS-SNAP-KEY = SR-CUST-NO
               IF SR-PENDCHG AND NOT WS-SNAP-ACTIVE
                   PERFORM 3200-REPORT-INACTIVE-PENDING
               END-IF
           ELSE
               PERFORM 3300-CHECK-ORPHAN
           END-IF
           PERFORM 8100-RETURN-REFERENCE.

       3150-REWIND-SNAPSHOT.
           MOVE SR-FILE-NO TO WS-GROUP-FILE-NO
           IF WS-SNAP-OPEN
               CLOSE CUSTSNAP-FILE
           END-IF
           PERFORM 8050-OPEN-CUSTSNAP
           MOVE LOW-VALUES TO WS-SNAP-KEY.

       3200-REPORT-INACTIVE-PENDING.
           ADD 1 TO WS-INACTIVE-PEND-COUNT
           MOVE SR-RECORD TO PENDCHG-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SR-CUST-NO TO DL-CUSTNO
           MOVE FN-DD-NAME(SR-FILE-NO) TO DL-FILE
           IF WS-SNAP-INACTIVE
               MOVE 'CUSTOMER INACTIVE' TO DL-EXCEPTION
           ELSE
               MOVE 'CUSTOMER PENDING PURGE' TO DL-EXCEPTION
           END-IF
           PERFORM 3500-DESCRIBE-RECORD
           MOVE SR-FILE-NO TO WS-FILE-NO
           PERFORM 6000-PRINT-DETAIL.

      *----------------------------------------------------------------
      *  The customer is not on the snapshot.  Added since CSSNAP1
      *  ran is no orphan; otherwise the record is reported, and on
      *  a cleanup run removed when it safely can be.
      *----------------------------------------------------------------
       3300-CHECK-ORPHAN.
           MOVE SR-CUST-NO TO CK-CUST-NO
           READ CUSTMAST-FILE
           EVALUATE WS-CUSTMAST-STATUS
               WHEN '00'
                   ADD 1 TO WS-SINCE-SNAP-COUNT
               WHEN '23'
                   PERFORM 3310-REPORT-ORPHAN
               WHEN OTHER
                   DISPLAY 'CSINTG1 - CUSTMAST READ FAILED, CUST-NO = '
                       SR-CUST-NO ' STATUS = ' WS-CUSTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *        only a customer CUSTMAST does not have is an orphan
       3310-REPORT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           ADD 1 TO FC-ORPHAN-COUNT(SR-FILE-NO)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SR-CUST-NO TO DL-CUSTNO
           MOVE FN-DD-NAME(SR-FILE-NO) TO DL-FILE
           IF SR-HEAD-REF
               MOVE 'HOUSEHOLD HEAD NOT ON FILE' TO DL-EXCEPTION
           ELSE
               MOVE 'CUSTOMER NOT ON FILE' TO DL-EXCEPTION
           END-IF
           PERFORM 3500-DESCRIBE-RECORD
           EVALUATE TRUE
               WHEN SR-REJMAST
                   MOVE 'FIX OR ABANDON ON REJM' TO DL-ACTION
               WHEN SR-HEAD-REF
                   MOVE 'CSHHBLD1 REBUILDS' TO DL-ACTION
               WHEN OTHER
                   PERFORM 3350-CLEAR-ORPHAN
           END-EVALUATE
           MOVE SR-FILE-NO TO WS-FILE-NO
           PERFORM 6000-PRINT-DETAIL.

      *        nothing is removed for a customer under legal hold
       3350-CLEAR-ORPHAN.
           PERFORM 7100-CHECK-LEGAL-HOLD
           EVALUATE TRUE
               WHEN WS-ON-HOLD
                   ADD 1 TO FC-HELD-COUNT(SR-FILE-NO)
                   STRING 'KEPT - HOLD '       DELIMITED BY SIZE
                          WS-HOLD-MATTER-REF   DELIMITED BY SIZE
                       INTO DL-ACTION
                   END-STRING
               WHEN WS-CLEANUP-RUN
                   PERFORM 3400-REMOVE-ORPHAN
               WHEN OTHER
                   MOVE 'REMOVABLE' TO DL-ACTION
           END-EVALUATE.

       3400-REMOVE-ORPHAN.
           EVALUATE TRUE
               WHEN SR-NOTEFILE
                   MOVE SR-RECORD TO NOTE-RECORD
                   DELETE NOTEFILE-FILE RECORD
                   MOVE WS-NOTEFILE-STATUS TO WS-DELETE-STATUS
               WHEN SR-PENDCHG
                   MOVE SR-RECORD TO PENDCHG-RECORD
                   DELETE PENDCHG-FILE RECORD
                   MOVE WS-PENDCHG-STATUS TO WS-DELETE-STATUS
               WHEN SR-PHONXREF
                   MOVE SR-RECORD TO PHONXREF-RECORD
                   DELETE PHONXREF-FILE RECORD
                   MOVE WS-PHONXREF-STATUS TO WS-DELETE-STATUS
               WHEN SR-EMALXREF
                   MOVE SR-RECORD TO EMALXREF-RECORD
                   DELETE EMALXREF-FILE RECORD
                   MOVE WS-EMALXREF-STATUS TO WS-DELETE-STATUS
               WHEN SR-HHLDXREF
                   MOVE SR-RECORD TO HHLDXREF-RECORD
                   DELETE HHLDXREF-FILE RECORD
                   MOVE WS-HHLDXREF-STATUS TO WS-DELETE-STATUS
           END-EVALUATE
           EVALUATE WS-DELETE-STATUS
               WHEN '00'
                   ADD 1 TO WS-REMOVED-COUNT
                   ADD 1 TO FC-REMOVED-COUNT(SR-FILE-NO)
                   MOVE 'REMOVED' TO DL-ACTION
                   PERFORM 7000-AUDIT-REMOVAL
               WHEN '23'
                   MOVE 'ALREADY REMOVED' TO DL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO FC-FAILED-COUNT(SR-FILE-NO)
                   MOVE 'REMOVE FAILED' TO DL-ACTION
                   DISPLAY 'CSINTG1 - ' FN-DD-NAME(SR-FILE-NO)
                       ' DELETE FAILED, CUST-NO = ' SR-CUST-NO
                       ' STATUS = ' WS-DELETE-STATUS
           END-EVALUATE.

      *        what the record is, in a line - never the note text
       3500-DESCRIBE-RECORD.
           EVALUATE TRUE
               WHEN SR-NOTEFILE
                   MOVE SR-RECORD TO NOTE-RECORD
                   STRING 'NOTE '      DELIMITED BY SIZE
                          NT-DATE      DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          NT-TIME      DELIMITED BY SIZE
                          ' BY '       DELIMITED BY SIZE
                          NT-OPERID    DELIMITED BY SIZE
                       INTO DL-RECORD
                   END-STRING
               WHEN SR-PENDCHG
                   MOVE SR-RECORD TO PENDCHG-RECORD
                   STRING 'EFFECTIVE ' DELIMITED BY SIZE
                          PC-EFF-DATE  DELIMITED BY SIZE
                          ' PARKED '   DELIMITED BY SIZE
                          PC-CAPTURE-DATE
                                       DELIMITED BY SIZE
                          ' BY '       DELIMITED BY SIZE
                          PC-OPERID    DELIMITED BY SIZE
                       INTO DL-RECORD
                   END-STRING
               WHEN SR-REJMAST
                   MOVE SR-RECORD TO REJMAST-RECORD
                   MOVE RJ-TRAN-DATA TO CUSTTRAN-RECORD
                   STRING 'REJECT '    DELIMITED BY SIZE
                          RJ-LOAD-DATE DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          RJ-SEQ       DELIMITED BY SIZE
                          ' TRAN '     DELIMITED BY SIZE
                          CT-TRANCODE  DELIMITED BY SIZE
                          ' REASON '   DELIMITED BY SIZE
                          RJ-REASON-CODE
                                       DELIMITED BY SIZE
                          ' STATUS '   DELIMITED BY SIZE
                          RJ-STATUS    DELIMITED BY SIZE
                       INTO DL-RECORD
                   END-STRING
               WHEN SR-PHONXREF
                   MOVE SR-RECORD TO PHONXREF-RECORD
                   STRING 'PHONE '     DELIMITED BY SIZE
                          PX-PHONE     DELIMITED BY SIZE
                       INTO DL-RECORD
                   END-STRING
               WHEN SR-EMALXREF
                   MOVE SR-RECORD TO EMALXREF-RECORD
                   MOVE EX-EMAIL TO DL-RECORD
               WHEN SR-HHLDXREF
                   MOVE SR-RECORD TO HHLDXREF-RECORD
                   STRING 'ENTRY FOR '  DELIMITED BY SIZE
                          HH-CUST-NO    DELIMITED BY SIZE
                          ' HOUSEHOLD ' DELIMITED BY SIZE
                          HH-HOUSEHOLD-ID
                                        DELIMITED BY SIZE
                       INTO DL-RECORD
                   END-STRING
           END-EVALUATE.

      *----------------------------------------------------------------
      *  The reverse check - one more pass of the snapshot.  Every
      *  active customer with a phone or email should be found under
      *  it on the cross-reference, exactly as CSXBLD1 builds it.
      *----------------------------------------------------------------
       4000-CHECK-ACTIVE-CUSTOMERS.
           PERFORM 8050-OPEN-CUSTSNAP
           MOVE LOW-VALUES TO WS-SNAP-KEY
           PERFORM 8000-READ-CUSTSNAP
           PERFORM 4100-CHECK-ONE-CUSTOMER
               UNTIL WS-SNAP-KEY = HIGH-VALUES
           CLOSE CUSTSNAP-FILE
           MOVE 'N' TO WS-SNAP-OPEN-SWITCH.

       4100-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-SNAP-READ-COUNT
           IF CUST-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               IF CUST-HOME-PHONE NOT = SPACES
                 AND CUST-HOME-PHONE NOT = ERASE-MARKER
                   MOVE CUST-HOME-PHONE TO PX-PHONE
                   MOVE CUST-NO         TO PX-CUST-NO
                   READ PHONXREF-FILE
                   IF WS-PHONXREF-STATUS NOT = '00'
                     AND WS-PHONXREF-STATUS NOT = '23'
                       DISPLAY 'CSINTG1 - PHONXREF READ FAILED, '
                           'STATUS = ' WS-PHONXREF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-PHONXREF-STATUS = '23'
                       ADD 1 TO WS-NO-PHONE-XREF-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE 4 TO WS-FILE-NO
                       MOVE FN-DD-NAME(WS-FILE-NO) TO DL-FILE
                       STRING 'PHONE '        DELIMITED BY SIZE
                              CUST-HOME-PHONE DELIMITED BY SIZE
                           INTO DL-RECORD
                       END-STRING
                       PERFORM 4200-REPORT-MISSING-ENTRY
                   END-IF
               END-IF
               IF CUST-EMAIL NOT = SPACES
                 AND CUST-EMAIL NOT = ERASE-MARKER
                   MOVE CUST-EMAIL TO EX-EMAIL
                   MOVE CUST-NO    TO EX-CUST-NO
                   READ EMALXREF-FILE
                   IF WS-EMALXREF-STATUS NOT = '00'
                     AND WS-EMALXREF-STATUS NOT = '23'
                       DISPLAY 'CSINTG1 - EMALXREF READ FAILED, '
                           'STATUS = ' WS-EMALXREF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-EMALXREF-STATUS = '23'
                       ADD 1 TO WS-NO-EMAIL-XREF-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE 5 TO WS-FILE-NO
                       MOVE FN-DD-NAME(WS-FILE-NO) TO DL-FILE
                       MOVE CUST-EMAIL TO DL-RECORD
                       PERFORM 4200-REPORT-MISSING-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM 8000-READ-CUSTSNAP.

      *        the reverse exceptions print in a section of their own
       4200-REPORT-MISSING-ENTRY.
           MOVE CUST-NO TO DL-CUSTNO
           MOVE 'ACTIVE, NO ENTRY' TO DL-EXCEPTION
           MOVE 7 TO WS-FILE-NO
           PERFORM 6000-PRINT-DETAIL.

       5000-TERMINATE.
           CLOSE CUSTMAST-FILE
           CLOSE NOTEFILE-FILE
           CLOSE PENDCHG-FILE
           CLOSE REJMAST-FILE
           CLOSE PHONXREF-FILE
           CLOSE EMALXREF-FILE
           CLOSE HHLDXREF-FILE
           CLOSE LEGLHOLD-FILE
           IF WS-CLEANUP-RUN
               CLOSE AUDIT-FILE
               CLOSE AUDCTL-FILE
           END-IF

           COMPUTE WS-EXCEPTION-COUNT =
               WS-ORPHAN-COUNT + WS-INACTIVE-PEND-COUNT
               + WS-NO-PHONE-XREF-COUNT + WS-NO-EMAIL-XREF-COUNT

           PERFORM 5100-WRITE-SUMMARY-LINES
           CLOSE REPORT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY 'CSINTG1 - INTEGRITY EXCEPTIONS FOUND = '
                   WS-EXCEPTION-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'CSINTG1 - SNAPSHOT RECORDS READ   = '
               WS-SNAP-READ-COUNT
           DISPLAY 'CSINTG1 - CUSTOMER REFERENCES     = '
               WS-REFERENCE-COUNT
           DISPLAY 'CSINTG1 - ORPHANS FOUND           = '
               WS-ORPHAN-COUNT
           DISPLAY 'CSINTG1 - ORPHANS REMOVED         = '
               WS-REMOVED-COUNT
           DISPLAY 'CSINTG1 - REMOVALS FAILED         = '
               WS-FAILED-COUNT
           DISPLAY 'CSINTG1 - PARKED AGAINST INACTIVE = '
               WS-INACTIVE-PEND-COUNT
           DISPLAY 'CSINTG1 - ACTIVE, NO PHONXREF     = '
               WS-NO-PHONE-XREF-COUNT
           DISPLAY 'CSINTG1 - ACTIVE, NO EMALXREF     = '
               WS-NO-EMAIL-XREF-COUNT.

       5100-WRITE-SUMMARY-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FILE-SUMMARY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5300-PRINT-FILE-SUMMARY
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 6
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'SNAPSHOT RECORDS READ           ' TO SL-LABEL
           MOVE WS-SNAP-READ-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE '  ACTIVE                        ' TO SL-LABEL
           MOVE WS-ACTIVE-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'CUSTOMER REFERENCES CHECKED     ' TO SL-LABEL
           MOVE WS-REFERENCE-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'ADDED SINCE THE SNAPSHOT        ' TO SL-LABEL
           MOVE WS-SINCE-SNAP-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'ORPHANS FOUND                   ' TO SL-LABEL
           MOVE WS-ORPHAN-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'ORPHANS REMOVED                 ' TO SL-LABEL
           MOVE WS-REMOVED-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'REMOVALS FAILED                 ' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'PENDCHG PARKED AGAINST INACTIVE ' TO SL-LABEL
           MOVE WS-INACTIVE-PEND-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'ACTIVE WITH PHONE, NO PHONXREF  ' TO SL-LABEL
           MOVE WS-NO-PHONE-XREF-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE
           MOVE 'ACTIVE WITH EMAIL, NO EMALXREF  ' TO SL-LABEL
           MOVE WS-NO-EMAIL-XREF-COUNT TO SL-COUNT
           PERFORM 5200-PRINT-SUMMARY-LINE.

       5200-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5300-PRINT-FILE-SUMMARY.
           MOVE SPACES TO WS-FILE-SUMMARY-LINE
           MOVE FN-DD-NAME(WS-FILE-NO)       TO FS-DD-NAME
           MOVE FC-READ-COUNT(WS-FILE-NO)    TO FS-READ
           MOVE FC-ORPHAN-COUNT(WS-FILE-NO)  TO FS-ORPHANS
           MOVE FC-REMOVED-COUNT(WS-FILE-NO) TO FS-REMOVED
           MOVE FC-HELD-COUNT(WS-FILE-NO)    TO FS-HELD
           MOVE FC-FAILED-COUNT(WS-FILE-NO)  TO FS-FAILED
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FILE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Detail lines print under a heading for their file - 1 to 6
      *  for the orphans, 7 for the active customers missing from a
      *  cross-reference - given the first time the file has one.
      *----------------------------------------------------------------
       6000-PRINT-DETAIL.
           IF WS-FILE-NO NOT = WS-SECTION-FILE-NO
               MOVE WS-FILE-NO TO WS-SECTION-FILE-NO
               PERFORM 6100-PRINT-SECTION-HEADING
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6100-PRINT-SECTION-HEADING.
           MOVE SPACES TO WS-SECTION-LINE
           IF WS-SECTION-FILE-NO > 6
               MOVE 'ACTIVE CUSTOMERS MISSING FROM A CROSS-REFERENCE'
                   TO SEC-TITLE
           ELSE
               STRING FN-DD-NAME(WS-SECTION-FILE-NO)
                                            DELIMITED BY SPACE
                      ' - '                 DELIMITED BY SIZE
                      FN-DESCRIPTION(WS-SECTION-FILE-NO)
                                            DELIMITED BY SIZE
                   INTO SEC-TITLE
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *  Every record removed is logged as an 'X' against the
      *  customer the record belongs to.
      *----------------------------------------------------------------
       7000-AUDIT-REMOVAL.
           MOVE FN-DD-NAME(SR-FILE-NO) TO RI-FILE-NAME
           MOVE SR-RECORD              TO RI-RECORD
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-RUN-TIME(1:6) TO AUD-TIME
           MOVE 'BTCH'           TO AUD-TERMID
           MOVE 'CSINTG1'        TO AUD-OPERID
           MOVE SPACES           TO AUD-CHECKER-OPERID
           MOVE 'INTG'           TO AUD-TRANCODE
           MOVE 'X'              TO AUD-FUNCTION
           MOVE SR-CUST-NO       TO AUD-CUST-NO
           MOVE WS-REMOVED-IMAGE TO AUD-BEFORE-IMAGE
           MOVE SPACES           TO AUD-AFTER-IMAGE
           PERFORM 7900-STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - AUDTRAIL WRITE FAILED, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7950-SAVE-AUDIT-CHAIN.

      *        browse the customer-number prefix - the first hold
      *        in force names the matter on the report
       7100-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE SPACES TO WS-HOLD-MATTER-REF
           MOVE SR-CUST-NO TO LH-CUST-NO
           MOVE LOW-VALUES TO LH-MATTER-REF
           MOVE 'N' TO WS-BROWSE-SWITCH
           START LEGLHOLD-FILE KEY NOT < LH-KEY
           EVALUATE WS-LEGLHOLD-STATUS
               WHEN '00'
                   PERFORM 7110-READ-NEXT-HOLD UNTIL WS-BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CSINTG1 - LEGLHOLD START FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       7110-READ-NEXT-HOLD.
           READ LEGLHOLD-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN WS-LEGLHOLD-STATUS = '10'
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN WS-LEGLHOLD-STATUS NOT = '00'
                   DISPLAY 'CSINTG1 - LEGLHOLD READ FAILED, STATUS = '
                       WS-LEGLHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN LH-CUST-NO NOT = SR-CUST-NO
                   MOVE 'Y' TO WS-BROWSE-SWITCH
               WHEN LH-HELD
                   MOVE 'Y' TO WS-HOLD-SWITCH
                   MOVE LH-MATTER-REF TO WS-HOLD-MATTER-REF
                   MOVE 'Y' TO WS-BROWSE-SWITCH
           END-EVALUATE.

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
               DISPLAY 'CSINTG1 - AUDCTL READ FAILED, STATUS = '
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
               DISPLAY 'CSINTG1 - AUDCTL REWRITE FAILED, STATUS = '
                   WS-AUDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-READ-CUSTSNAP.
           READ CUSTSNAP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   MOVE CUST-NO     TO WS-SNAP-KEY
                   MOVE CUST-STATUS TO WS-SNAP-STATUS
           END-READ.

       8050-OPEN-CUSTSNAP.
           OPEN INPUT CUSTSNAP-FILE
           IF WS-CUSTSNAP-STATUS NOT = '00'
               DISPLAY 'CSINTG1 - CUSTSNAP OPEN FAILED, STATUS = '
                   WS-CUSTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-SNAP-OPEN-SWITCH.

       8100-RETURN-REFERENCE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       8200-READ-NOTEFILE.
           READ NOTEFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8210-READ-PENDCHG.
           READ PENDCHG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8220-READ-REJMAST.
           READ REJMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8230-READ-PHONXREF.
           READ PHONXREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8240-READ-EMALXREF.
           READ EMALXREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8250-READ-HHLDXREF.
           READ HHLDXREF-FILE NEXT RECORD
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
           MOVE 'CSINTG1' TO RLP-PROGRAM
           MOVE 'CSSNAP1' TO RLP-PRED-NAME(1)
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           IF RLP-BLOCKED
               DISPLAY 'CSINTG1 - BLOCKED, ' RLP-BLOCKED-BY
                   ' DID NOT END CLEAN FOR ' RLP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        CSRUNLOG hands back a zero RETURN-CODE - the step keeps
      *        its own
       9810-LOG-RUN-END.
           MOVE 'E' TO RLP-FUNCTION
           COMPUTE RLP-IN-COUNT =
               WS-SNAP-READ-COUNT + WS-REFERENCE-COUNT
           MOVE WS-REMOVED-COUNT TO RLP-OUT-COUNT
           MOVE RETURN-CODE TO RLP-RETURN-CODE
           CALL 'CSRUNLOG' USING RUNLOG-PARMS
           MOVE RLP-RETURN-CODE TO RETURN-CODE.

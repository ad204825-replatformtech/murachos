       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSALTWIN.
      *================================================================
      *  CSALTWIN - is an alternate address in effect on a given
      *  date?  Called for each ALTADDR record of a customer by the
      *  programs that have to know where the customer is today -
      *  CSINQC2 and CSALTA1 online, CSLABEL1 and CSSELEX1 in batch.
      *  No file I/O and no CICS commands, so the same module serves
      *  both sides, as CSAUDCHK does.
      *
      *  A dated window runs from AA-EFF-FROM through AA-EFF-TO, or
      *  with no end when AA-EFF-TO is blank.  A recurring window
      *  compares month and day only and may wrap the year end.
      *
      *  The priority lets the caller choose among several addresses
      *  in effect at once: temporary 3, seasonal 2, billing 1.  The
      *  caller keeps the highest; on a tie the later record read
      *  (the later window start) wins.
      *
      *  LINKAGE:
      *     01  ALTADDR-RECORD  (ALTADDR.cpy)             (in)
      *     01  LS-AS-OF-DATE   PIC X(8)  - YYYYMMDD      (in)
      *     01  LS-IN-EFFECT    PIC X     - 'Y' or 'N'    (out)
      *     01  LS-PRIORITY     PIC 9     - 0 when not in effect
      *                                                   (out)
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AS-OF-MMDD                   PIC X(4).
       01  WS-FROM-MMDD                    PIC X(4).
       01  WS-TO-MMDD                      PIC X(4).

       LINKAGE SECTION.
       COPY ALTADDR.
       01  LS-AS-OF-DATE                   PIC X(8).
       01  LS-IN-EFFECT                    PIC X.
       01  LS-PRIORITY                     PIC 9.

       PROCEDURE DIVISION USING ALTADDR-RECORD LS-AS-OF-DATE
           LS-IN-EFFECT LS-PRIORITY.
       0000-MAIN.
           MOVE 'N' TO LS-IN-EFFECT
           MOVE ZERO TO LS-PRIORITY
           EVALUATE TRUE
               WHEN AA-DATED
                   PERFORM 1000-CHECK-DATED-WINDOW
               WHEN AA-RECURRING
                   PERFORM 2000-CHECK-RECURRING-WINDOW
           END-EVALUATE
           IF LS-IN-EFFECT = 'Y'
               EVALUATE TRUE
                   WHEN AA-TEMPORARY
                       MOVE 3 TO LS-PRIORITY
                   WHEN AA-SEASONAL
                       MOVE 2 TO LS-PRIORITY
                   WHEN AA-BILLING
                       MOVE 1 TO LS-PRIORITY
                   WHEN OTHER
                       MOVE 'N' TO LS-IN-EFFECT
               END-EVALUATE
           END-IF
           GOBACK.

       1000-CHECK-DATED-WINDOW.
           IF AA-EFF-FROM NOT > LS-AS-OF-DATE
               AND (AA-EFF-TO = SPACES
                   OR AA-EFF-TO NOT < LS-AS-OF-DATE)
               MOVE 'Y' TO LS-IN-EFFECT
           END-IF.

      *        1101 to 0430 wraps the year end: in effect from
      *        November 1 on, or up to April 30
       2000-CHECK-RECURRING-WINDOW.
           MOVE LS-AS-OF-DATE(5:4) TO WS-AS-OF-MMDD
           MOVE AA-EFF-FROM(1:4)   TO WS-FROM-MMDD
           MOVE AA-EFF-TO(1:4)     TO WS-TO-MMDD
           IF WS-FROM-MMDD NOT > WS-TO-MMDD
               IF WS-AS-OF-MMDD NOT < WS-FROM-MMDD
                   AND WS-AS-OF-MMDD NOT > WS-TO-MMDD
                   MOVE 'Y' TO LS-IN-EFFECT
               END-IF
           ELSE
               IF WS-AS-OF-MMDD NOT < WS-FROM-MMDD
                   OR WS-AS-OF-MMDD NOT > WS-TO-MMDD
                   MOVE 'Y' TO LS-IN-EFFECT
               END-IF
           END-IF.

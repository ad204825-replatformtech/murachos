       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSAUDCHK.
      *================================================================
      *  CSAUDCHK - computes the running check value that chains the
      *  AUDTRAIL records together.  Called by every AUDTRAIL writer,
      *  online and batch, once the next sequence number has been
      *  stamped on the record, and by the nightly verification job
      *  CSAUDVFY to recompute each link.  No file I/O and no CICS
      *  commands, so the same module serves both sides.
      *
      *  The value is a positional hash of every byte of the audit
      *  record ahead of AUD-CHECK-VALUE - sequence number included -
      *  seeded with the check value of the record before it.  A
      *  record altered, dropped or re-ordered after it was written
      *  no longer produces the value carried on the next record.
      *
      *  LINKAGE:
      *     01  AUDIT-RECORD    (AUDTRAIL.cpy)  - AUD-CHECK-VALUE set
      *                                           on return     (i/o)
      *     01  LS-PRIOR-CHECK  PIC 9(9)        - check value of the
      *                                           previous record (in)
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-LENGTH                  PIC S9(4) COMP.
       01  WS-POS                          PIC S9(4) COMP.
       01  WS-HASH                         PIC 9(18) COMP.
       01  WS-WORK                         PIC 9(18) COMP.
       01  WS-QUOTIENT                     PIC 9(18) COMP.

      *  One byte of the record viewed as a binary number.
       01  WS-BYTE-WORK.
           05  WS-BYTE-HIGH                PIC X.
           05  WS-BYTE-LOW                 PIC X.
       01  WS-BYTE-NUM REDEFINES WS-BYTE-WORK
                                           PIC 9(4) COMP.

       LINKAGE SECTION.
       COPY AUDTRAIL.
       01  LS-PRIOR-CHECK                  PIC 9(9).

       PROCEDURE DIVISION USING AUDIT-RECORD LS-PRIOR-CHECK.
       0000-MAIN.
           COMPUTE WS-HASH-LENGTH =
               LENGTH OF AUDIT-RECORD - LENGTH OF AUD-CHECK-VALUE
           MOVE LS-PRIOR-CHECK TO WS-HASH
           MOVE LOW-VALUES TO WS-BYTE-HIGH
           PERFORM 1000-FOLD-ONE-BYTE
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-HASH-LENGTH
           MOVE WS-HASH TO AUD-CHECK-VALUE
           GOBACK.

      *----------------------------------------------------------------
      *  hash = (hash * 263 + byte + position) mod 999999937 - the
      *  position term keeps two transposed bytes from cancelling.
      *----------------------------------------------------------------
       1000-FOLD-ONE-BYTE.
           MOVE AUDIT-RECORD(WS-POS:1) TO WS-BYTE-LOW
           COMPUTE WS-WORK = WS-HASH * 263 + WS-BYTE-NUM + WS-POS
           DIVIDE WS-WORK BY 999999937
               GIVING WS-QUOTIENT REMAINDER WS-HASH.

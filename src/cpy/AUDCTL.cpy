      *================================================================
      *  AUDCTL.cpy
      *  Record layout for the AUDCTL audit-chain control KSDS.  One
      *  record, key 'AUDTRAIL', holding the sequence number and the
      *  running check value of the last record written to AUDTRAIL.
      *  Every AUDTRAIL writer - online and batch - reads it for
      *  update, stamps the next number and check value on its audit
      *  record (CSAUDCHK computes the value), writes the audit
      *  record, and rewrites the control record, so two writers can
      *  never draw the same number.  Seeded by the first run of the
      *  verification job CSAUDVFY, which also checks the trail has
      *  not been cut short behind AC-LAST-SEQ-NO.  The archive
      *  rollover CSAUDARC advances AC-RETAINED-FROM-SEQ past every
      *  record it purges, so CSAUDVFY knows where the unbroken part
      *  of the chain now begins.
      *================================================================
       01  AUDCTL-RECORD.
           05  AC-KEY                      PIC X(8).
      *        always 'AUDTRAIL' - the one control record
           05  AC-LAST-SEQ-NO              PIC 9(9).
           05  AC-LAST-CHECK-VALUE         PIC 9(9).
           05  AC-CHAIN-START-DATE         PIC X(8).
      *        the day sequencing began - records dated earlier were
      *        written before the trail was chained
           05  AC-RETAINED-FROM-SEQ        PIC 9(9).
      *        first sequence number not yet purged by CSAUDARC -
      *        records numbered below it that are still on the trail
      *        were kept for a legal hold; zero (or spaces on a
      *        control record seeded before the field existed) means
      *        nothing has been purged
           05  FILLER                      PIC X(37).

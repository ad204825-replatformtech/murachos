      *     'A' = add
      *     'C' = change
      *     'D' = delete
      *     'R' = relationship link added or ended (CSRELN1) or moved
      *           by a merge (CSMERGE1) - the images hold the RELLINK
      *           record, not CUSTMAST; spaces on the missing side
      *     'M' = alternate mailing address added, changed or
      *           deleted (CSALTA1) - the images hold the ALTADDR
      *           record; spaces on the missing side
      *     'E' = customer's personal data erased (CSERASE1) - the
      *           before image is spaces, the after image holds the
      *           request reference, verifying operator, the range of
      *           the trail re-sealed and the records scrubbed by file
      *     'W' = watch-list hit cleared or confirmed by compliance
      *           (CSWLRV1) - the before image holds the customer
      *           record as screened, the after image the decision:
      *           list entry id, list code, score, hit source,
      *           decision (C/F), hit date, raising operator,
      *           decision date and the officer's note
      *     'X' = orphan removed by the integrity job (CSINTG1) - a
      *           note, parked change or cross-reference entry whose
      *           customer is no longer on file; the before image
      *           holds the file's DD name and the record as removed,
      *           the after image is spaces
      *
      *  AUD-CHECKER-OPERID is filled only on a change released off
      *  the dual-control approval queue (CSAPPR1): AUD-OPERID is the
      *  operator who keyed the change, AUD-CHECKER-OPERID the second
      *  operator who approved it.  Spaces on every other record.
      *
      *  AUD-SEQ-NO and AUD-CHECK-VALUE make the trail tamper-evident.
      *  Every writer draws the next sequence number off the AUDCTL
      *  control record under an update lock and has CSAUDCHK fold
      *  the record into the running check value carried there, so
      *  each record's check value depends on every record before it.
      *  CSAUDVFY walks the current file and the archive master
      *  nightly and reports gaps, duplicates and broken links.
      *  AUD-CHECK-VALUE must stay the last field - CSAUDCHK hashes
      *  everything ahead of it.
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-DATE                    PIC X(8).
           05  AUD-CUST-NO                 PIC X(6).
           05  AUD-BEFORE-IMAGE            PIC X(220).
           05  AUD-AFTER-IMAGE             PIC X(220).
           05  AUD-CHECKER-OPERID          PIC X(8).
           05  AUD-SEQ-NO                  PIC 9(9).
           05  AUD-CHECK-VALUE             PIC 9(9).

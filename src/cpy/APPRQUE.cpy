      *================================================================
      *  APPRQUE.cpy
      *  Record layout for the APPRQUE dual-control approval-queue
      *  KSDS.  Maintenance that can be used to take over a customer
      *  - a name change, an address change on a customer whose mail
      *  is already coming back (CUST-MAIL-FLAG 'U'), and an
      *  inactivation - is never applied by the operator who keys
      *  it.  The maintenance screen (CSINQC2) and the maintenance
      *  API (CSCAPI2) park the proposed record here instead; a
      *  second operator works the queue on the APPR transaction
      *  (CSAPPR1) and approves or rejects it.  Only an approval
      *  touches CUSTMAST and writes AUDTRAIL, and the audit record
      *  carries both operators.  The operator who keyed a change
      *  can never approve or reject it.
      *
      *  Keyed by customer number + request date/time, so the
      *  maintenance screen can see whether a customer already has a
      *  change waiting with a browse on the customer-number prefix.
      *
      *  AQ-STATUS values:
      *     'O' = open - awaiting a second operator
      *     'A' = approved - applied to CUSTMAST by AQ-CHECKER-OPERID
      *     'X' = rejected - closed unapplied by AQ-CHECKER-OPERID
      *
      *  AQ-REASON values (why the change needs a second operator):
      *     'N' = name change
      *     'A' = address change on an undeliverable address
      *     'B' = both of the above
      *     'I' = inactivation
      *
      *  AQ-BEFORE-IMAGE is the CUSTMAST record as it stood when the
      *  change was keyed; an approval is refused if CUSTMAST no
      *  longer matches it, so nobody approves over a later change.
      *================================================================
       01  APPRQUE-RECORD.
           05  AQ-KEY.
               10  AQ-CUST-NO              PIC X(6).
               10  AQ-REQ-DATE             PIC X(8).
               10  AQ-REQ-TIME             PIC X(6).
           05  AQ-STATUS                   PIC X(1).
               88  AQ-OPEN                 VALUE 'O'.
               88  AQ-APPROVED             VALUE 'A'.
               88  AQ-REJECTED             VALUE 'X'.
           05  AQ-REASON                   PIC X(1).
               88  AQ-NAME-CHANGE          VALUE 'N'.
               88  AQ-ADDR-CHANGE          VALUE 'A'.
               88  AQ-NAME-ADDR-CHANGE     VALUE 'B'.
               88  AQ-INACTIVATION         VALUE 'I'.
           05  AQ-MAKER-OPERID             PIC X(8).
           05  AQ-MAKER-TERMID             PIC X(4).
           05  AQ-MAKER-TRANCODE           PIC X(4).
           05  AQ-CHECKER-OPERID           PIC X(8).
           05  AQ-ACTION-DATE              PIC X(8).
           05  AQ-BEFORE-IMAGE             PIC X(200).
           05  AQ-AFTER-IMAGE              PIC X(200).
           05  FILLER                      PIC X(20).

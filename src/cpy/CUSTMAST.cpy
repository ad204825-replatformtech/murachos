      *  Only the retention purge job (CSPURGE1) physically removes
      *  a record.  CUST-STATUS-DATE is the date the status last
      *  changed, which is what the purge retention runs against.
      *
      *  CUST-BRANCH is the owning branch (a BRANCHTB.cpy code).  Only
      *  an operator holding that branch on AUTHFILE may maintain the
      *  customer; inquiry is open to all.  Spaces = not yet assigned
      *  (records written before branches existed, and batch adds) -
      *  any maintenance operator may maintain it until a CSBRAS1
      *  territory run assigns it.
      *================================================================
       01  CUSTMAST-RECORD.
           05  CUST-NO                     PIC X(6).
           05  CUST-NO-MKT-EMAIL-FLAG      PIC X(1).
      *        'Y' = customer asked off marketing email
               88  CUST-NO-MARKETING-EMAIL VALUE 'Y'.
           05  CUST-BRANCH                 PIC X(3).
           05  FILLER                      PIC X(15).

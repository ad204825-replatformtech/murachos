      *================================================================
      *  LEGLHOLD.cpy
      *  Record layout for the LEGLHOLD legal-hold KSDS.  One record
      *  per customer per legal matter: while a customer is in
      *  litigation or under investigation nothing may destroy or
      *  rewrite their history.  Keyed by customer number plus the
      *  matter reference, so a browse by customer number collects
      *  every matter holding the customer.  A hold is released,
      *  never deleted - the record stays with the releasing
      *  operator and date so the hold history can be shown.
      *
      *  LH-STATUS values:
      *     'H' = held
      *     'R' = released by LH-RELEASE-OPERID
      *================================================================
       01  LEGLHOLD-RECORD.
           05  LH-KEY.
               10  LH-CUST-NO              PIC X(6).
               10  LH-MATTER-REF           PIC X(12).
           05  LH-STATUS                   PIC X(1).
               88  LH-HELD                 VALUE 'H'.
               88  LH-RELEASED             VALUE 'R'.
           05  LH-PLACE-OPERID             PIC X(8).
           05  LH-PLACE-DATE               PIC X(8).
           05  LH-RELEASE-OPERID           PIC X(8).
           05  LH-RELEASE-DATE             PIC X(8).
           05  LH-DESCRIPTION              PIC X(40).
           05  FILLER                      PIC X(9).

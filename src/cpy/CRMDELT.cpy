      *  CRM, written by CSCRMX1 from the day's AUDTRAIL records.
      *  The data portion is the CUSTEXT extract layout, prefixed by
      *  a one-byte action code, so the receiving side parses the
      *  same record it already loads.  CSCRMR1 writes the same
      *  layout as a corrective resync file when the weekly
      *  reconciliation finds the CRM out of step.
      *
      *  CD-ACTION values:
      *     'H' = file header  (feed date - see CD-HEADER-DATA)
               10  CD-ZIPCODE              PIC X(10).
               10  CD-HOME-PHONE           PIC X(12).
               10  CD-EMAIL                PIC X(40).
               10  CD-STATUS               PIC X(1).
               10  FILLER                  PIC X(29).
           05  CD-HEADER-DATA REDEFINES CD-DATA.
               10  CD-HDR-FEED-DATE        PIC X(8).
               10  FILLER                  PIC X(192).

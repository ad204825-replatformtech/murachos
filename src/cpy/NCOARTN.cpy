      *================================================================
      *  NCOARTN.cpy
      *  Record layout for the NCOA vendor's return file - one record
      *  per submitted customer the change-of-address base matched.
      *  Customers with no move on file are not returned.  The vendor
      *  echoes the submitted address beside the new one.  Read by
      *  CSNCOAU1.
      *
      *  NR-RETURN-CODE values (vendor's move-match codes):
      *     'A' = moved, new (forwarding) address supplied
      *     'K' = moved, left no forwarding address
      *     'G' = PO box closed, no forwarding order
      *     'F' = moved out of the country - no address supplied
      *  Any other code carries no action for us and is reported
      *  only.
      *
      *  NR-MOVE-TYPE: 'I' individual, 'F' family, 'B' business.
      *================================================================
       01  NCOA-RTN-RECORD.
           05  NR-CLIENT-KEY               PIC X(10).
           05  NR-RETURN-CODE              PIC X(1).
               88  NR-NEW-ADDRESS          VALUE 'A'.
               88  NR-NO-FORWARDING        VALUES 'K' 'G' 'F'.
           05  NR-MOVE-TYPE                PIC X(1).
           05  NR-MOVE-DATE                PIC X(6).
           05  NR-OLD-ADDRESS.
               10  NR-OLD-ADDR-LINE        PIC X(40).
               10  NR-OLD-ZIP5             PIC X(5).
           05  NR-NEW-ADDRESS-DATA.
               10  NR-NEW-ADDR-LINE        PIC X(40).
               10  NR-NEW-CITY             PIC X(28).
               10  NR-NEW-STATE            PIC X(2).
               10  NR-NEW-ZIP5             PIC X(5).
               10  NR-NEW-ZIP4             PIC X(4).
           05  FILLER                      PIC X(58).

      *================================================================
      *  NCOAOUT.cpy
      *  Record layout for the quarterly list sent to the National
      *  Change of Address (NCOA) vendor, in the vendor's submission
      *  layout - one header, one detail per customer, one trailer.
      *  Written by CSNCOAX1 from CUSTSNAP.  The vendor echoes
      *  NO-CLIENT-KEY (the customer number) back on its return file
      *  (NCOARTN.cpy) so the move can be matched to the customer.
      *
      *  NO-REC-TYPE values:
      *     'H' = list header  (list date, client id - NO-HEADER-DATA)
      *     'D' = customer to be run against the change-of-address
      *           base
      *     'T' = list trailer (detail count - NO-TRAILER-DATA)
      *================================================================
       01  NCOA-OUT-RECORD.
           05  NO-REC-TYPE                 PIC X(1).
               88  NO-HEADER               VALUE 'H'.
               88  NO-DETAIL               VALUE 'D'.
               88  NO-TRAILER              VALUE 'T'.
           05  NO-DETAIL-DATA.
               10  NO-CLIENT-KEY           PIC X(10).
               10  NO-FIRST-NAME           PIC X(20).
               10  NO-LAST-NAME            PIC X(30).
               10  NO-ADDR-LINE            PIC X(40).
               10  NO-CITY                 PIC X(28).
               10  NO-STATE                PIC X(2).
               10  NO-ZIP5                 PIC X(5).
               10  NO-ZIP4                 PIC X(4).
               10  FILLER                  PIC X(10).
           05  NO-HEADER-DATA REDEFINES NO-DETAIL-DATA.
               10  NO-HDR-CLIENT-ID        PIC X(10).
               10  NO-HDR-LIST-DATE        PIC X(8).
               10  FILLER                  PIC X(131).
           05  NO-TRAILER-DATA REDEFINES NO-DETAIL-DATA.
               10  NO-TRL-DETAIL-COUNT     PIC 9(9).
               10  FILLER                  PIC X(140).

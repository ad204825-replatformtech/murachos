      *================================================================
      *  CUSTEXT.cpy
      *  Record layout for the incoming customer extract file used to
      *  do the one-time load of CUSTMAST.  The CRM's weekly full
      *  extract comes back in the same layout for the CSCRMR1
      *  reconciliation, carrying the CRM's copy of the customer
      *  status in CE-STATUS (CUST-STATUS values; the one-time load
      *  extract leaves it blank and CSLOAD1 ignores it).
      *================================================================
       01  CUSTEXT-RECORD.
           05  CE-CUST-NO                  PIC X(6).
           05  CE-ZIPCODE                  PIC X(10).
           05  CE-HOME-PHONE               PIC X(12).
           05  CE-EMAIL                    PIC X(40).
           05  CE-STATUS                   PIC X(1).
           05  FILLER                      PIC X(29).

      *================================================================
      *  ALTADDR.cpy
      *  Record layout for the ALTADDR alternate-address KSDS.  Any
      *  number of addresses per customer besides the CUSTMAST home
      *  address, keyed by customer number, address type and the
      *  start of the active window.  Maintained online by CSALTA1;
      *  CSALTWIN decides whether an address is in effect on a date.
      *
      *  AA-ADDR-TYPE:
      *     'S' = seasonal     'B' = billing     'T' = temporary
      *  When more than one is in effect the mail goes to the
      *  temporary address first, then seasonal, then billing.
      *
      *  AA-WINDOW-KIND:
      *     'R' = recurring every year - AA-EFF-FROM and AA-EFF-TO
      *           hold MMDD in their first four bytes; a window that
      *           wraps the year end (1101 to 0430) is allowed
      *     'D' = dated - AA-EFF-FROM and AA-EFF-TO hold YYYYMMDD;
      *           AA-EFF-TO spaces = no end date
      *================================================================
       01  ALTADDR-RECORD.
           05  AA-KEY.
               10  AA-CUST-NO              PIC X(6).
               10  AA-ADDR-TYPE            PIC X(1).
                   88  AA-SEASONAL         VALUE 'S'.
                   88  AA-BILLING          VALUE 'B'.
                   88  AA-TEMPORARY        VALUE 'T'.
               10  AA-EFF-FROM             PIC X(8).
           05  AA-WINDOW-KIND              PIC X(1).
               88  AA-RECURRING            VALUE 'R'.
               88  AA-DATED                VALUE 'D'.
           05  AA-EFF-TO                   PIC X(8).
           05  AA-ADDR                     PIC X(30).
           05  AA-CITY                     PIC X(20).
           05  AA-STATE                    PIC X(2).
           05  AA-ZIPCODE                  PIC X(10).
           05  AA-ADD-OPERID               PIC X(8).
           05  AA-ADD-DATE                 PIC X(8).
           05  AA-CHG-OPERID               PIC X(8).
           05  AA-CHG-DATE                 PIC X(8).
           05  FILLER                      PIC X(32).

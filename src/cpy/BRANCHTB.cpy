      *================================================================
      *  BRANCHTB.cpy
      *  Branch table - every branch that can own customers.
      *  CUST-BRANCH on CUSTMAST and the branch list on AUTHFILE are
      *  validated against it, and the branch breakouts on CSSTAT1
      *  and CSAUDRPT print one line per entry, in table order, with
      *  an UNASSIGNED line after them for customers not yet given a
      *  branch.  A branch opened or closed is a change here; a
      *  territory redrawn is a CSBRAS1 run.  Programs that count by
      *  branch size their tables BT-ENTRY-COUNT + 1.
      *================================================================
       01  BRANCHTB-VALUES.
           05  FILLER                      PIC X(23)
               VALUE '001HEAD OFFICE         '.
           05  FILLER                      PIC X(23)
               VALUE '010NORTHEAST REGION    '.
           05  FILLER                      PIC X(23)
               VALUE '020SOUTHEAST REGION    '.
           05  FILLER                      PIC X(23)
               VALUE '030CENTRAL REGION      '.
           05  FILLER                      PIC X(23)
               VALUE '040SOUTHWEST REGION    '.
           05  FILLER                      PIC X(23)
               VALUE '050WEST REGION         '.
           05  FILLER                      PIC X(23)
               VALUE '060NORTHWEST REGION    '.
           05  FILLER                      PIC X(23)
               VALUE '090DIRECT AND INTERNET '.
       01  BRANCHTB-TABLE REDEFINES BRANCHTB-VALUES.
           05  BT-ENTRY OCCURS 8 TIMES
                   INDEXED BY BT-IDX.
               10  BT-CODE                 PIC X(3).
               10  BT-NAME                 PIC X(20).
       01  BT-ENTRY-COUNT                  PIC S9(4) COMP VALUE 8.

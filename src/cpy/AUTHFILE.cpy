      *     'I' = inquiry only
      *     'M' = customer maintenance
      *     'S' = security administration (implies maintenance)
      *     'C' = compliance - decides watch-list hits on the WLRV
      *           screen (CSWLRV1); no maintenance authority
      *     'L' = legal - places and releases legal holds on the
      *           LHLD screen (CSLHLD1); no maintenance authority
      *
      *  AF-BRANCH - the branches (BRANCHTB.cpy codes) whose customers
      *  the operator may maintain, packed from the left.  All spaces
      *  = every branch (head-office operators, and every record
      *  written before branches existed).  The first entry is the
      *  operator's home branch, which a new customer is given when
      *  none is keyed.
      *================================================================
       01  AUTH-RECORD.
           05  AF-OPERID                   PIC X(8).
               88  AF-LEVEL-INQUIRY        VALUE 'I'.
               88  AF-LEVEL-MAINT          VALUE 'M'.
               88  AF-LEVEL-SECADMIN       VALUE 'S'.
               88  AF-LEVEL-COMPLIANCE     VALUE 'C'.
               88  AF-LEVEL-LEGAL          VALUE 'L'.
           05  AF-BRANCH-LIST.
               10  AF-BRANCH               PIC X(3)
                       OCCURS 3 TIMES INDEXED BY AF-BR-IDX.
           05  FILLER                      PIC X(2).

      *================================================================
      *  RELLINK.cpy
      *  Record layout for the RELLINK customer-relationship KSDS.
      *  One record per link per side: a link between two customers
      *  is stored twice, once under each customer number with the
      *  reciprocal relationship type (RELTYPE.cpy), so either
      *  customer's links come back on a browse of its own number.
      *  Maintained online by CSRELN1; CSMERGE1 moves a merged
      *  duplicate's links onto the survivor.
      *
      *  RK-EFF-TO is spaces while the link is open.  Ending a link
      *  fills RK-EFF-TO and the RK-END- stamps on both records -
      *  links are never deleted, so the file keeps the history.
      *================================================================
       01  RELLINK-RECORD.
           05  RK-KEY.
               10  RK-CUST-NO              PIC X(6).
               10  RK-REL-CUST-NO          PIC X(6).
               10  RK-REL-TYPE             PIC X(2).
               10  RK-EFF-FROM             PIC X(8).
           05  RK-EFF-TO                   PIC X(8).
           05  RK-ADD-OPERID               PIC X(8).
           05  RK-ADD-DATE                 PIC X(8).
           05  RK-END-OPERID               PIC X(8).
           05  RK-END-DATE                 PIC X(8).
           05  FILLER                      PIC X(38).

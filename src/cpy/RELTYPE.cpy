      *================================================================
      *  RELTYPE.cpy
      *  Relationship types for RELLINK.  Each type carries the type
      *  stored on the other customer's side of the link: a GT
      *  (guarantor of) link under the guarantor is a GB (guaranteed
      *  by) link under the customer guaranteed.  The description is
      *  what the relationship screen and the reports print.
      *================================================================
       01  RELTYPE-VALUES.
           05  FILLER                      PIC X(17)
               VALUE 'SPSPSPOUSE/PARTNR'.
           05  FILLER                      PIC X(17)
               VALUE 'GTGBGUARANTOR OF '.
           05  FILLER                      PIC X(17)
               VALUE 'GBGTGUARANTEED BY'.
           05  FILLER                      PIC X(17)
               VALUE 'PAPBHOLDS POA FOR'.
           05  FILLER                      PIC X(17)
               VALUE 'PBPAPOA HELD BY  '.
           05  FILLER                      PIC X(17)
               VALUE 'PRCHPARENT OF    '.
           05  FILLER                      PIC X(17)
               VALUE 'CHPRCHILD OF     '.
           05  FILLER                      PIC X(17)
               VALUE 'OTOTOTHER        '.
       01  RELTYPE-TABLE REDEFINES RELTYPE-VALUES.
           05  RT-ENTRY OCCURS 8 TIMES
                   INDEXED BY RT-IDX.
               10  RT-CODE                 PIC X(2).
               10  RT-RECIP-CODE           PIC X(2).
               10  RT-DESC                 PIC X(13).

      *================================================================
      *  RELCOMM.cpy
      *  COMMAREA passed from CSINQC2 to CSRELN1 (the relationship
      *  links screen) naming the customer whose links are wanted.
      *================================================================
       01  REL-COMMAREA.
           05  RC-CUSTNO                   PIC X(6).

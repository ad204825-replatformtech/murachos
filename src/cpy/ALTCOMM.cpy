      *================================================================
      *  ALTCOMM.cpy
      *  COMMAREA passed from CSINQC2 to CSALTA1 (the alternate
      *  mailing addresses screen) naming the customer whose
      *  addresses are wanted.
      *================================================================
       01  ALT-COMMAREA.
           05  AL-CUSTNO                   PIC X(6).

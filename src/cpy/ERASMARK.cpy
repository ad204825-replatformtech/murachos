      *================================================================
      *  ERASMARK.cpy
      *  The fixed marker the right-to-erasure job CSERASE1 writes
      *  over a customer's name, address, phone, email and note
      *  text.  Jobs that would otherwise index, match or edit the
      *  erased values test for it.
      *================================================================
       01  ERASE-MARKER                    PIC X(8)  VALUE '*ERASED*'.

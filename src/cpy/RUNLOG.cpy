      *================================================================
      *  RUNLOG.cpy
      *  Parameter area for CALL 'CSRUNLOG' - the batch run-control
      *  logger every nightly program calls once as it starts and
      *  once as it ends.
      *
      *  Start call ('S'): the program name, the business date (blank
      *  = today), and up to four predecessors that must have ended
      *  clean (RC 4 or less) for that business date.  RLP-BLOCKED
      *  comes back when one has not - the caller must stop without
      *  touching its files.  RLP-BLOCKED-BY names the predecessor
      *  (or RUNCTL itself, when the file cannot be read to check).
      *
      *  End call ('E'): the input and output record counts the
      *  program reports, and its return code.
      *
      *  CSRUNLOG leaves RETURN-CODE zero on return, so a caller
      *  logging its end saves and restores its own return code
      *  through RLP-RETURN-CODE.
      *================================================================
       01  RUNLOG-PARMS.
           05  RLP-FUNCTION                PIC X(1).
               88  RLP-START               VALUE 'S'.
               88  RLP-END                 VALUE 'E'.
           05  RLP-PROGRAM                 PIC X(8).
           05  RLP-BUS-DATE                PIC X(8).
           05  RLP-PREDECESSORS.
               10  RLP-PRED-NAME           PIC X(8)  OCCURS 4 TIMES.
           05  RLP-IN-COUNT                PIC 9(9).
           05  RLP-OUT-COUNT               PIC 9(9).
           05  RLP-RETURN-CODE             PIC 9(4).
           05  RLP-RESULT                  PIC X(1).
               88  RLP-LOGGED              VALUE '0'.
               88  RLP-BLOCKED             VALUE 'B'.
               88  RLP-NOT-LOGGED          VALUE 'U'.
           05  RLP-BLOCKED-BY              PIC X(8).

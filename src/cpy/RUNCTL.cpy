      *================================================================
      *  RUNCTL.cpy
      *  Record layout for the RUNCTL batch run-control KSDS.  One
      *  record per batch program per business date, written by
      *  CSRUNLOG when the program starts and rewritten when it ends,
      *  so the file holds the night's stream step by step: when each
      *  program ran, the record counts it reports on the console,
      *  and the return code it ended with.  A program that starts
      *  but never logs its end stopped on an error or abended - its
      *  record is left RL-RUNNING.  A rerun for the same business
      *  date overwrites the record and counts the rerun.
      *
      *  Read by CSRUNLOG to block a step whose required predecessor
      *  did not end clean for the business date, and by the online
      *  stream-status screen (CSRUNS1, transaction RUNS).
      *
      *  RL-STATUS values:
      *     'S' = started - no end logged (running, or it stopped
      *           short / abended)
      *     'E' = ended - RL-RETURN-CODE is the step's return code
      *     'B' = blocked - refused to run because RL-BLOCKED-BY did
      *           not end clean (RC 4 or less) for the business date
      *================================================================
       01  RUNCTL-RECORD.
           05  RL-KEY.
               10  RL-BUS-DATE             PIC X(8).
               10  RL-PROGRAM              PIC X(8).
           05  RL-STATUS                   PIC X(1).
               88  RL-RUNNING              VALUE 'S'.
               88  RL-ENDED                VALUE 'E'.
               88  RL-BLOCKED              VALUE 'B'.
           05  RL-START-DATE               PIC X(8).
           05  RL-START-TIME               PIC X(6).
           05  RL-END-DATE                 PIC X(8).
           05  RL-END-TIME                 PIC X(6).
           05  RL-IN-COUNT                 PIC 9(9).
           05  RL-OUT-COUNT                PIC 9(9).
           05  RL-RETURN-CODE              PIC 9(4).
           05  RL-RUN-COUNT                PIC 9(3).
           05  RL-BLOCKED-BY               PIC X(8).
           05  FILLER                      PIC X(22).

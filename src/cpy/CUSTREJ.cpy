      *     04 = delete, but customer number not on file
      *     05 = customer number missing
      *     06 = file error applying the transaction
      *     07 = add held - the new customer probably matches the
      *          sanctions or fraud watch list; releasable on REJM
      *          once compliance has cleared the hit on WLRV
      *================================================================
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(2).

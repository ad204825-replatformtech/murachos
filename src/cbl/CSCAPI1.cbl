       COPY CAPICOMM.
       COPY CUSTMAST.
       COPY AUDTRAIL.
       COPY AUDCTL.

       01  WS-RESP                         PIC S9(8) COMP.
       01  WS-AUDCTL-RESP                  PIC S9(8) COMP.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-BROWSE-DONE-SWITCH           PIC X     VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
               TIME(AUD-TIME)
           END-EXEC
           MOVE CAPI-CALLER TO AUD-OPERID
           MOVE SPACES      TO AUD-CHECKER-OPERID
           MOVE 'API '      TO AUD-TERMID
           MOVE EIBTRNID    TO AUD-TRANCODE.

       7850-WRITE-AUDIT-RECORD.
           PERFORM 7860-STAMP-AUDIT-CHAIN
           EXEC CICS WRITE FILE('AUDTRAIL')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'CSCAPI1 - AUDTRAIL WRITE FAILED, RESP = '
                   WS-RESP
           END-IF
           IF WS-AUDCTL-RESP = DFHRESP(NORMAL)
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE('AUDCTL')
                       FROM(AUDCTL-RECORD)
                       RESP(WS-AUDCTL-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE('AUDCTL') END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Chain the audit record into the trail: the next sequence
      *  number off the AUDCTL control record and the running check
      *  value from CSAUDCHK.  AUDCTL stays held for update across
      *  the AUDTRAIL write, so two tasks can never draw the same
      *  number.  If AUDCTL cannot be read the record still goes out,
      *  unnumbered, and the nightly CSAUDVFY run reports it.
      *----------------------------------------------------------------
       7860-STAMP-AUDIT-CHAIN.
           MOVE 'AUDTRAIL' TO AC-KEY
           EXEC CICS READ FILE('AUDCTL')
               INTO(AUDCTL-RECORD)
               RIDFLD(AC-KEY)
               UPDATE
               RESP(WS-AUDCTL-RESP)
           END-EXEC
           IF WS-AUDCTL-RESP = DFHRESP(NORMAL)
               ADD 1 TO AC-LAST-SEQ-NO
               MOVE AC-LAST-SEQ-NO TO AUD-SEQ-NO
               CALL 'CSAUDCHK' USING AUDIT-RECORD AC-LAST-CHECK-VALUE
               MOVE AUD-CHECK-VALUE TO AC-LAST-CHECK-VALUE
           ELSE
               MOVE ZERO TO AUD-SEQ-NO
               MOVE ZERO TO AUD-CHECK-VALUE
               DISPLAY 'CSCAPI1 - AUDCTL READ FAILED, RESP = '
                   WS-AUDCTL-RESP
           END-IF.

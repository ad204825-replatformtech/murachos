           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
           88  WS-IS-SECADMIN              VALUE 'S'.
           88  WS-IS-COMPLIANCE            VALUE 'C'.
           88  WS-IS-LEGAL                 VALUE 'L'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.
       01  WS-SAVED-MESSAGE                PIC X(79).

       LINKAGE SECTION.
               IF IC-ACTION = 'M'
                   EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
                   CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
                       WS-AUTH-LEVEL WS-OPER-BRANCH
               END-IF
               IF IC-ACTION = 'M' AND NOT WS-IS-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MESSAGEO
                   PERFORM 2210-ROUTE-TO-PHONE-LOOKUP
               WHEN 'E'
                   PERFORM 2220-ROUTE-TO-EMAIL-LOOKUP
               WHEN 'A'
                   PERFORM 2520-ROUTE-TO-APPROVALS
               WHEN 'B'
                   PERFORM 2530-ROUTE-TO-BATCH-STATUS
               WHEN 'W'
                   PERFORM 2540-ROUTE-TO-WATCH-REVIEW
               WHEN 'H'
                   PERFORM 2550-ROUTE-TO-LEGAL-HOLDS
               WHEN SPACE
                   MOVE 'PLEASE ENTER AN ACTION CODE - PRESS PF1'
                     &  ' FOR HELP'
       2400-ROUTE-TO-MAINTENANCE.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-AUTHORIZED
               MOVE 'M' TO IC-ACTION
               MOVE SPACES TO IC-CUSTNO
       2500-ROUTE-TO-MERGE.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-AUTHORIZED
               EXEC CICS XCTL
                   PROGRAM('CSMERGE1')
       2510-ROUTE-TO-REJECTS.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-AUTHORIZED
               EXEC CICS XCTL
                   PROGRAM('CSREJM1')
               PERFORM 2800-RESEND-MENU-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  The dual-control approval queue releases held name, address
      *  and status changes to CUSTMAST, so it sits behind the same
      *  authorization check as maintenance.  CSAPPR1 itself keeps
      *  an operator from deciding a change of their own.
      *----------------------------------------------------------------
       2520-ROUTE-TO-APPROVALS.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-AUTHORIZED
               EXEC CICS XCTL
                   PROGRAM('CSAPPR1')
               END-EXEC
           ELSE
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MESSAGEO
               PERFORM 2800-RESEND-MENU-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  The batch stream status screen is inquiry only - open to
      *  every operator, like the customer inquiry.
      *----------------------------------------------------------------
       2530-ROUTE-TO-BATCH-STATUS.
           EXEC CICS XCTL
               PROGRAM('CSRUNS1')
           END-EXEC.

      *----------------------------------------------------------------
      *  Watch-list hit review is held to the compliance AUTHFILE
      *  level - maintenance authority alone is not enough, and the
      *  compliance level needs no maintenance authority.
      *----------------------------------------------------------------
       2540-ROUTE-TO-WATCH-REVIEW.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-COMPLIANCE
               EXEC CICS XCTL
                   PROGRAM('CSWLRV1')
               END-EXEC
           ELSE
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MESSAGEO
               PERFORM 2800-RESEND-MENU-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  Legal holds are placed and released only by the legal
      *  AUTHFILE level - maintenance authority alone is not enough.
      *----------------------------------------------------------------
       2550-ROUTE-TO-LEGAL-HOLDS.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-LEGAL
               EXEC CICS XCTL
                   PROGRAM('CSLHLD1')
               END-EXEC
           ELSE
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MESSAGEO
               PERFORM 2800-RESEND-MENU-ERROR
           END-IF.

      *----------------------------------------------------------------
      *  Security administration is held to its own AUTHFILE level -
      *  maintenance authority alone is not enough to grant access.
       2600-ROUTE-TO-SECADMIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF WS-IS-AUTHORIZED AND WS-IS-SECADMIN
               EXEC CICS XCTL
                   PROGRAM('CSAUTH1')
               TO HELPLN9O
           MOVE 'R        WORK THE BATCH REJECT QUEUE (AUTHORIZED)'
               TO HELPLN10O
           MOVE 'A        APPROVE/REJECT HELD CHANGES (SECOND OPERATOR)'
               TO HELPLN11O
           MOVE 'B        LAST NIGHT''S BATCH STREAM, STEP BY STEP'
               TO HELPLN12O
           MOVE 'W        CLEAR/CONFIRM WATCH-LIST HITS (COMPLIANCE)'
               TO HELPLN13O
           MOVE 'H        PLACE/RELEASE LEGAL HOLDS (LEGAL)'
               TO HELPLN14O
           MOVE 'PF3-RETURN TO MENU' TO PFKEYSO OF MENHELP1O
           EXEC CICS SEND MAP('MENHELP1')
               MAPSET('MENSET2')
               FROM(MENHELP1O)
      *  PF-key legend, shown consistently across the map set (req013).
      *----------------------------------------------------------------
       9000-BUILD-PFKEYS-LEGEND.
           MOVE 'PF1-HELP  PF3-EXIT' TO PFKEYSO OF MENMAP1O.

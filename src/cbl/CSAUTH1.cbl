      *  keys an operator id: ENTER displays the id's current
      *  authorization level, PF5 adds or updates the id with the
      *  keyed level (I, M or S), and PF4 revokes the id outright.
      *  Up to three branches (BRANCHTB codes) may be keyed with the
      *  level: the operator may maintain only those branches'
      *  customers, the first being their home branch.  Left blank,
      *  the operator may maintain every branch.
      *  Changes take effect on the operator's next menu selection -
      *  same day HR calls, not a week later.
      *================================================================
       COPY AIDVALS.
       COPY AUTSET1.
       COPY AUTHFILE.
       COPY BRANCHTB.

       01  WS-A-COMMAREA                   PIC X(1).

           88  WS-IS-AUTHORIZED            VALUE 'Y'.
       01  WS-AUTH-LEVEL                   PIC X     VALUE 'I'.
           88  WS-IS-SECADMIN              VALUE 'S'.
       01  WS-OPER-BRANCH                  PIC X(3)  VALUE SPACES.

       01  WS-KEYED-BRANCHES.
           05  WS-KEYED-BRANCH             PIC X(3) OCCURS 3 TIMES.
       01  WS-PACKED-BRANCHES.
           05  WS-PACKED-BRANCH            PIC X(3) OCCURS 3 TIMES.
       01  WS-KB-SUB                       PIC S9(4) COMP.
       01  WS-PB-SUB                       PIC S9(4) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(1).
       0000-MAIN.
           EXEC CICS ASSIGN USERID(WS-OPERID) END-EXEC
           CALL 'CSSEC1' USING WS-OPERID WS-AUTHORIZED
               WS-AUTH-LEVEL WS-OPER-BRANCH
           IF NOT WS-IS-AUTHORIZED OR NOT WS-IS-SECADMIN
               EXEC CICS XCTL PROGRAM('CSMENU1') END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE AF-AUTH-LEVEL TO LEVELO
               PERFORM 7000-DESCRIBE-LEVEL
               PERFORM 7100-SHOW-BRANCHES
               MOVE 'OPERATOR DISPLAYED - PF5 CHANGES, PF4 REVOKES'
                   TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
           ELSE
               MOVE SPACES TO LEVELO LEVDESCO
               MOVE SPACES TO BRNCH1O BRNCH2O BRNCH3O
               MOVE 'OPERATOR NOT ON FILE - KEY A LEVEL AND PRESS'
                 &  ' PF5 TO GRANT'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           IF LEVELI NOT = 'I' AND LEVELI NOT = 'M'
               AND LEVELI NOT = 'S' AND LEVELI NOT = 'C'
               AND LEVELI NOT = 'L'
               MOVE 'AUTHORIZATION LEVEL MUST BE I, M, S, C OR L'
                   TO MESSAGEO
               PERFORM 8000-REDISPLAY-ERROR
           END-IF
           PERFORM 2250-EDIT-BRANCHES

           MOVE SPACES TO AUTH-RECORD
           MOVE OPERIDI TO AF-OPERID WS-OPERID-KEY
           MOVE LEVELI  TO AF-AUTH-LEVEL
           MOVE WS-PACKED-BRANCHES TO AF-BRANCH-LIST
           EXEC CICS WRITE FILE('AUTHFILE')
               FROM(AUTH-RECORD)
               RIDFLD(WS-OPERID-KEY)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE LEVELI TO AF-AUTH-LEVEL
               MOVE WS-PACKED-BRANCHES TO AF-BRANCH-LIST
               EXEC CICS REWRITE FILE('AUTHFILE')
                   FROM(AUTH-RECORD)
                   RESP(WS-RESP)
           END-IF
           PERFORM 8100-REDISPLAY-RESULT.

      *----------------------------------------------------------------
      *  Every branch keyed must be on BRANCHTB.  The branches are
      *  packed to the left, in the order keyed, with any repeat
      *  dropped, so the first one keyed is the home branch.
      *----------------------------------------------------------------
       2250-EDIT-BRANCHES.
           MOVE BRNCH1I TO WS-KEYED-BRANCH(1)
           MOVE BRNCH2I TO WS-KEYED-BRANCH(2)
           MOVE BRNCH3I TO WS-KEYED-BRANCH(3)
           MOVE SPACES TO WS-PACKED-BRANCHES
           MOVE ZERO TO WS-PB-SUB
           PERFORM 2260-EDIT-ONE-BRANCH
               VARYING WS-KB-SUB FROM 1 BY 1 UNTIL WS-KB-SUB > 3
           MOVE WS-PACKED-BRANCH(1) TO BRNCH1O
           MOVE WS-PACKED-BRANCH(2) TO BRNCH2O
           MOVE WS-PACKED-BRANCH(3) TO BRNCH3O.

       2260-EDIT-ONE-BRANCH.
           IF WS-KEYED-BRANCH(WS-KB-SUB) NOT = SPACES
               SET BT-IDX TO 1
               SEARCH BT-ENTRY
                   AT END
                       MOVE SPACES TO MESSAGEO
                       STRING 'BRANCH '        DELIMITED BY SIZE
                              WS-KEYED-BRANCH(WS-KB-SUB)
                                               DELIMITED BY SIZE
                              ' IS NOT ON THE BRANCH TABLE'
                                               DELIMITED BY SIZE
                           INTO MESSAGEO
                       END-STRING
                       PERFORM 8000-REDISPLAY-ERROR
                   WHEN BT-CODE(BT-IDX) = WS-KEYED-BRANCH(WS-KB-SUB)
                       CONTINUE
               END-SEARCH
               IF WS-KEYED-BRANCH(WS-KB-SUB) NOT = WS-PACKED-BRANCH(1)
                 AND WS-KEYED-BRANCH(WS-KB-SUB)
                     NOT = WS-PACKED-BRANCH(2)
                   ADD 1 TO WS-PB-SUB
                   MOVE WS-KEYED-BRANCH(WS-KB-SUB)
                       TO WS-PACKED-BRANCH(WS-PB-SUB)
               END-IF
           END-IF.

       2300-REVOKE-OPERATOR.
           IF OPERIDI = SPACES
               MOVE 'ENTER AN OPERATOR ID' TO MESSAGEO
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO LEVELO LEVDESCO
               MOVE SPACES TO BRNCH1O BRNCH2O BRNCH3O
               MOVE 'OPERATOR ACCESS REVOKED' TO MESSAGEO
               MOVE ATTR-GREEN TO MESSAGEC
           ELSE
                   MOVE 'CUSTOMER MAINTENANCE' TO LEVDESCO
               WHEN 'S'
                   MOVE 'SECURITY ADMINISTRATION' TO LEVDESCO
               WHEN 'C'
                   MOVE 'COMPLIANCE REVIEW' TO LEVDESCO
               WHEN 'L'
                   MOVE 'LEGAL HOLDS' TO LEVDESCO
               WHEN OTHER
                   MOVE 'UNKNOWN LEVEL' TO LEVDESCO
           END-EVALUATE.

       7100-SHOW-BRANCHES.
           MOVE AF-BRANCH(1) TO BRNCH1O
           MOVE AF-BRANCH(2) TO BRNCH2O
           MOVE AF-BRANCH(3) TO BRNCH3O.

       8000-REDISPLAY-ERROR.
           MOVE ATTR-RED TO MESSAGEC
           MOVE ATTR-BLINK TO MESSAGEH

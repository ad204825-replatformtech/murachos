      *  answer.  A definite ESM answer - authorized or not - is
      *  never overridden by the file or the table.
      *
      *  Branch scoping: a maintenance caller about to touch a
      *  particular customer passes the customer's owning branch,
      *  and a 'Y' answer is turned to 'N' unless the operator holds
      *  that branch on AUTHFILE.  Branch authority comes only from
      *  AUTHFILE - an operator not on the file, or a file that
      *  cannot be read, holds no branch, so only unassigned
      *  customers stay open to them.  Inquiry callers never pass a
      *  branch.
      *
      *  LINKAGE:
      *     01  LS-OPERID       PIC X(8)   - signed-on user id  (in)
      *     01  LS-AUTHORIZED   PIC X      - 'Y' or 'N'         (out)
      *     01  LS-AUTH-LEVEL   PIC X      - 'I', 'M', 'S', 'C' or
      *                          'L' (out) the level on AUTHFILE; 'I'
      *                          when the operator is not on the file.
      *                          'C' (compliance) and 'L' (legal)
      *                          carry no maintenance authority of
      *                          their own.
      *     01  LS-BRANCH       PIC X(3)   - (in) the owning branch
      *                          of the customer about to be
      *                          maintained; spaces = no particular
      *                          customer, and then (out) the
      *                          operator's home branch off AUTHFILE,
      *                          spaces if they hold every branch
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           88  WS-FILE-AUTHORIZED          VALUE 'Y'.
       01  WS-FILE-AVAIL-SWITCH            PIC X     VALUE 'N'.
           88  WS-FILE-AVAILABLE           VALUE 'Y'.
       01  WS-ON-FILE-SWITCH               PIC X     VALUE 'N'.
           88  WS-ON-AUTHFILE              VALUE 'Y'.
       01  WS-BRANCH-SWITCH                PIC X     VALUE 'N'.
           88  WS-HOLDS-BRANCH             VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-OPERID                       PIC X(8).
       01  LS-AUTHORIZED                   PIC X.
       01  LS-AUTH-LEVEL                   PIC X.
       01  LS-BRANCH                       PIC X(3).

       PROCEDURE DIVISION USING LS-OPERID LS-AUTHORIZED
           LS-AUTH-LEVEL LS-BRANCH.
       0000-MAIN.
           MOVE 'N' TO LS-AUTHORIZED
           MOVE 'I' TO LS-AUTH-LEVEL
           MOVE 'N' TO WS-FILE-ANSWER
           MOVE 'N' TO WS-FILE-AVAIL-SWITCH
           MOVE 'N' TO WS-ON-FILE-SWITCH
           PERFORM 1500-READ-AUTHFILE
           PERFORM 3000-QUERY-SECURITY-MANAGER
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 2000-CHECK-AUTH-TABLE
               END-IF
           END-IF
           IF LS-BRANCH = SPACES
               IF WS-ON-AUTHFILE
                   MOVE AF-BRANCH(1) TO LS-BRANCH
               END-IF
           ELSE
               IF LS-AUTHORIZED = 'Y'
                   PERFORM 4000-CHECK-BRANCH
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-FILE-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-FILE-AVAIL-SWITCH
                   MOVE 'Y' TO WS-ON-FILE-SWITCH
                   MOVE AF-AUTH-LEVEL TO LS-AUTH-LEVEL
                   IF AF-LEVEL-MAINT OR AF-LEVEL-SECADMIN
                       MOVE 'Y' TO WS-FILE-ANSWER
                   MOVE 'N' TO LS-AUTHORIZED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  Does the operator hold the customer's branch?  A blank
      *  branch list on AUTHFILE holds every branch.
      *----------------------------------------------------------------
       4000-CHECK-BRANCH.
           MOVE 'N' TO WS-BRANCH-SWITCH
           IF WS-ON-AUTHFILE
               IF AF-BRANCH-LIST = SPACES
                   MOVE 'Y' TO WS-BRANCH-SWITCH
               ELSE
                   SET AF-BR-IDX TO 1
                   SEARCH AF-BRANCH
                       AT END
                           CONTINUE
                       WHEN AF-BRANCH(AF-BR-IDX) = LS-BRANCH
                           MOVE 'Y' TO WS-BRANCH-SWITCH
                   END-SEARCH
               END-IF
           END-IF
           IF NOT WS-HOLDS-BRANCH
               MOVE 'N' TO LS-AUTHORIZED
           END-IF.

           05  HDR-FUNCTION                PIC X(6).
           05  FILLER                      PIC X(1).
           05  HDR-TRANCODE                PIC X(4).
           05  FILLER                      PIC X(1).
           05  HDR-CHECKER-LABEL           PIC X(12).
           05  HDR-CHECKER-OPERID          PIC X(8).
           05  FILLER                      PIC X(17).

       01  WS-DTL-LINE.
           05  FILLER                      PIC X(2).
               MOVE AUD-OPERID   TO HDR-OPERID
               MOVE AUD-TERMID   TO HDR-TERMID
               MOVE AUD-TRANCODE TO HDR-TRANCODE
               IF AUD-CHECKER-OPERID NOT = SPACES
                   AND AUD-CHECKER-OPERID NOT = LOW-VALUES
                   MOVE 'APPROVED BY ' TO HDR-CHECKER-LABEL
                   MOVE AUD-CHECKER-OPERID TO HDR-CHECKER-OPERID
               END-IF
               EVALUATE AUD-FUNCTION
                   WHEN 'A'
                       MOVE 'ADD'    TO HDR-FUNCTION
                       MOVE 'CHANGE' TO HDR-FUNCTION
                   WHEN 'D'
                       MOVE 'DELETE' TO HDR-FUNCTION
                   WHEN 'R'
                       MOVE 'LINK'   TO HDR-FUNCTION
                   WHEN 'M'
                       MOVE 'ALTADR' TO HDR-FUNCTION
                   WHEN 'E'
                       MOVE 'ERASED' TO HDR-FUNCTION
                   WHEN 'W'
                       MOVE 'WATCH'  TO HDR-FUNCTION
                   WHEN 'X'
                       MOVE 'ORPHAN' TO HDR-FUNCTION
                   WHEN OTHER
                       MOVE AUD-FUNCTION TO HDR-FUNCTION
               END-EVALUATE

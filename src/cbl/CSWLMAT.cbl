       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSWLMAT.
      *================================================================
      *  CSWLMAT - the watch-list name matcher.  Called by the loader
      *  (CSWLLD1) to build the WATCHLST key, and by every screening
      *  program - the nightly screen CSWLSCR1 and the add paths in
      *  CSINQC2, CSUPDT1 and CSCAPI2 - to score a customer against a
      *  listed party.  No file I/O and no CICS commands, so the same
      *  module serves both sides.
      *
      *  Names are compared upper-cased with everything but letters
      *  squeezed out, so 'O''BRIEN', 'OBRIEN' and 'O BRIEN' are one
      *  name.  The sound-alike code is the classic four-character
      *  surname code - first letter plus three consonant-group
      *  digits - so SMITH, SMYTH and SMITHE share a code.
      *
      *  Score (capped at 100):
      *     last name   exact 50, sound-alike 35 - no last-name
      *                 match, no score at all
      *     first name  exact 30, sound-alike 20, same initial 10;
      *                 15 when the entry carries no given name
      *                 (an organization, or a surname-only listing)
      *     address     ZIP-5 10, else city and state 5; the street
      *                 line exact 10
      *  The names are also tried given-name-first, for lists and
      *  customers that have them reversed, and the better score
      *  kept.
      *
      *  LINKAGE:
      *     01  WLMATCH-PARMS   (WLMATCH.cpy)    - function, names
      *                                            and score     (i/o)
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-UPPER-CASE                   PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-CASE                   PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
      *  Sound-alike digit for each letter A through Z - 0 for the
      *  vowels and H, W, Y, which are dropped from the code.
       01  WS-SOUND-DIGITS                 PIC X(26)
               VALUE '01230120022455012623010202'.

       01  WS-POS                          PIC S9(4) COMP.
       01  WS-OUT-POS                      PIC S9(4) COMP.
       01  WS-ALPHA-IX                     PIC S9(4) COMP.
       01  WS-CODE-POS                     PIC S9(4) COMP.
       01  WS-ONE-CHAR                     PIC X(1).
       01  WS-DIGIT                        PIC X(1).
       01  WS-LAST-DIGIT                   PIC X(1).

       01  WS-KEEP-DIGITS-SW               PIC X(1).
           88  WS-KEEP-DIGITS              VALUE 'Y'.

       01  WS-COMPACT-IN                   PIC X(30).
       01  WS-COMPACT-OUT                  PIC X(30).
       01  WS-CODE-IN                      PIC X(30).
       01  WS-CODE-OUT                     PIC X(4).

      *  The pair of names being compared on one pass.
       01  WS-PAIR.
           05  WS-A-LNAME                  PIC X(30).
           05  WS-A-FNAME                  PIC X(30).
           05  WS-B-LNAME                  PIC X(30).
           05  WS-B-FNAME                  PIC X(30).
       01  WS-A-LCODE                      PIC X(4).
       01  WS-A-FCODE                      PIC X(4).
       01  WS-B-LCODE                      PIC X(4).
       01  WS-B-FCODE                      PIC X(4).

       01  WS-PAIR-SCORE                   PIC 9(3).
       01  WS-NAME-SCORE                   PIC 9(3).
       01  WS-ADDR-SCORE                   PIC 9(3).
       01  WS-TOTAL-SCORE                  PIC 9(3).

       01  WS-CUST-COMPACT.
           05  WS-CUST-LNAME-C             PIC X(30).
           05  WS-CUST-FNAME-C             PIC X(30).
           05  WS-CUST-ADDR-C              PIC X(30).
       01  WS-ENTRY-COMPACT.
           05  WS-ENTRY-LNAME-C            PIC X(30).
           05  WS-ENTRY-FNAME-C            PIC X(30).
           05  WS-ENTRY-ADDR-C             PIC X(30).

       01  WS-CITY-A                       PIC X(20).
       01  WS-CITY-B                       PIC X(20).

       LINKAGE SECTION.
       COPY WLMATCH.

       PROCEDURE DIVISION USING WLMATCH-PARMS.
       0000-MAIN.
           EVALUATE TRUE
               WHEN WM-BUILD-CODE
                   PERFORM 1000-BUILD-NAME-CODE
               WHEN WM-SCORE-ENTRY
                   PERFORM 2000-SCORE-ENTRY
               WHEN OTHER
                   MOVE ZERO TO WM-SCORE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *  'K' - the WATCHLST key prefix for the name in WM-NAME-IN.
      *----------------------------------------------------------------
       1000-BUILD-NAME-CODE.
           MOVE 'N' TO WS-KEEP-DIGITS-SW
           MOVE WM-NAME-IN TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-CODE-IN
           PERFORM 5100-BUILD-SOUND-CODE
           MOVE WS-CODE-OUT TO WM-NAME-CODE.

      *----------------------------------------------------------------
      *  'S' - score the customer against the entry: best of the
      *  names as given and reversed, plus the address points when
      *  the names score at all.
      *----------------------------------------------------------------
       2000-SCORE-ENTRY.
           MOVE 'N' TO WS-KEEP-DIGITS-SW
           MOVE WM-CUST-LNAME TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-CUST-LNAME-C
           MOVE WM-CUST-FNAME TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-CUST-FNAME-C
           MOVE WM-ENTRY-LNAME TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-ENTRY-LNAME-C
           MOVE WM-ENTRY-FNAME TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-ENTRY-FNAME-C

           MOVE ZERO TO WS-NAME-SCORE
           MOVE WS-CUST-LNAME-C  TO WS-A-LNAME
           MOVE WS-CUST-FNAME-C  TO WS-A-FNAME
           MOVE WS-ENTRY-LNAME-C TO WS-B-LNAME
           MOVE WS-ENTRY-FNAME-C TO WS-B-FNAME
           PERFORM 2100-SCORE-NAME-PAIR
           MOVE WS-PAIR-SCORE TO WS-NAME-SCORE

      *        reversed only when the customer has a given name to
      *        swap - otherwise it is the same comparison again
           IF WS-CUST-FNAME-C NOT = SPACES
               MOVE WS-CUST-FNAME-C TO WS-A-LNAME
               MOVE WS-CUST-LNAME-C TO WS-A-FNAME
               PERFORM 2100-SCORE-NAME-PAIR
               IF WS-PAIR-SCORE > WS-NAME-SCORE
                   MOVE WS-PAIR-SCORE TO WS-NAME-SCORE
               END-IF
           END-IF

           MOVE ZERO TO WS-ADDR-SCORE
           IF WS-NAME-SCORE > ZERO
               PERFORM 2200-SCORE-ADDRESS
           END-IF

           COMPUTE WS-TOTAL-SCORE = WS-NAME-SCORE + WS-ADDR-SCORE
           IF WS-TOTAL-SCORE > 100
               MOVE 100 TO WS-TOTAL-SCORE
           END-IF
           MOVE WS-TOTAL-SCORE TO WM-SCORE.

      *----------------------------------------------------------------
      *  Score A's names against B's.  Nothing scores unless the last
      *  names match or sound alike.
      *----------------------------------------------------------------
       2100-SCORE-NAME-PAIR.
           MOVE ZERO TO WS-PAIR-SCORE
           IF WS-A-LNAME NOT = SPACES AND WS-B-LNAME NOT = SPACES
               PERFORM 2110-SCORE-LAST-NAME
               IF WS-PAIR-SCORE > ZERO
                   PERFORM 2120-SCORE-FIRST-NAME
               END-IF
           END-IF.

       2110-SCORE-LAST-NAME.
           MOVE WS-A-LNAME TO WS-CODE-IN
           PERFORM 5100-BUILD-SOUND-CODE
           MOVE WS-CODE-OUT TO WS-A-LCODE
           MOVE WS-B-LNAME TO WS-CODE-IN
           PERFORM 5100-BUILD-SOUND-CODE
           MOVE WS-CODE-OUT TO WS-B-LCODE

           EVALUATE TRUE
               WHEN WS-A-LNAME = WS-B-LNAME
                   MOVE 50 TO WS-PAIR-SCORE
               WHEN WS-A-LCODE = WS-B-LCODE
                   MOVE 35 TO WS-PAIR-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2120-SCORE-FIRST-NAME.
           EVALUATE TRUE
               WHEN WS-B-FNAME = SPACES
                   ADD 15 TO WS-PAIR-SCORE
               WHEN WS-A-FNAME = SPACES
                   CONTINUE
               WHEN WS-A-FNAME = WS-B-FNAME
                   ADD 30 TO WS-PAIR-SCORE
               WHEN OTHER
                   MOVE WS-A-FNAME TO WS-CODE-IN
                   PERFORM 5100-BUILD-SOUND-CODE
                   MOVE WS-CODE-OUT TO WS-A-FCODE
                   MOVE WS-B-FNAME TO WS-CODE-IN
                   PERFORM 5100-BUILD-SOUND-CODE
                   MOVE WS-CODE-OUT TO WS-B-FCODE
                   EVALUATE TRUE
                       WHEN WS-A-FCODE = WS-B-FCODE
                           ADD 20 TO WS-PAIR-SCORE
                       WHEN WS-A-FNAME(1:1) = WS-B-FNAME(1:1)
                           ADD 10 TO WS-PAIR-SCORE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Address points - only where the entry carries an address.
      *----------------------------------------------------------------
       2200-SCORE-ADDRESS.
           MOVE WM-CUST-CITY  TO WS-CITY-A
           MOVE WM-ENTRY-CITY TO WS-CITY-B
           INSPECT WS-CITY-A CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CITY-B CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           EVALUATE TRUE
               WHEN WM-ENTRY-ZIPCODE(1:5) NOT = SPACES
                AND WM-ENTRY-ZIPCODE(1:5) = WM-CUST-ZIPCODE(1:5)
                   ADD 10 TO WS-ADDR-SCORE
               WHEN WS-CITY-B NOT = SPACES
                AND WS-CITY-B = WS-CITY-A
                AND WM-ENTRY-STATE = WM-CUST-STATE
                   ADD 5 TO WS-ADDR-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 'Y' TO WS-KEEP-DIGITS-SW
           MOVE WM-CUST-ADDR TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-CUST-ADDR-C
           MOVE WM-ENTRY-ADDR TO WS-COMPACT-IN
           PERFORM 5000-COMPACT-NAME
           MOVE WS-COMPACT-OUT TO WS-ENTRY-ADDR-C
           MOVE 'N' TO WS-KEEP-DIGITS-SW
           IF WS-ENTRY-ADDR-C NOT = SPACES
              AND WS-ENTRY-ADDR-C = WS-CUST-ADDR-C
               ADD 10 TO WS-ADDR-SCORE
           END-IF.

      *----------------------------------------------------------------
      *  Upper-case WS-COMPACT-IN and squeeze out everything but the
      *  letters (and the digits, for an address line).
      *----------------------------------------------------------------
       5000-COMPACT-NAME.
           INSPECT WS-COMPACT-IN
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SPACES TO WS-COMPACT-OUT
           MOVE ZERO TO WS-OUT-POS
           PERFORM 5010-KEEP-ONE-CHAR
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > LENGTH OF WS-COMPACT-IN.

       5010-KEEP-ONE-CHAR.
           MOVE WS-COMPACT-IN(WS-POS:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS ALPHABETIC AND WS-ONE-CHAR NOT = SPACE
              OR (WS-KEEP-DIGITS AND WS-ONE-CHAR IS NUMERIC)
               ADD 1 TO WS-OUT-POS
               MOVE WS-ONE-CHAR TO WS-COMPACT-OUT(WS-OUT-POS:1)
           END-IF.

      *----------------------------------------------------------------
      *  Sound-alike code of the compacted name in WS-CODE-IN: the
      *  first letter, then the digit of each following letter,
      *  skipping a digit the same as the one before it and letters
      *  that carry no digit, padded with zeros to four characters.
      *  A vowel between two like consonants keeps both; H and W do
      *  not.  No letters at all gives spaces.
      *----------------------------------------------------------------
       5100-BUILD-SOUND-CODE.
           MOVE SPACES TO WS-CODE-OUT
           IF WS-CODE-IN(1:1) NOT = SPACE
               PERFORM 5105-CODE-NAME
           END-IF.

       5105-CODE-NAME.
           MOVE '000' TO WS-CODE-OUT(2:3)
           MOVE WS-CODE-IN(1:1) TO WS-CODE-OUT(1:1) WS-ONE-CHAR
           PERFORM 5150-LOOK-UP-DIGIT
           MOVE WS-DIGIT TO WS-LAST-DIGIT
           MOVE 1 TO WS-CODE-POS
           PERFORM 5110-CODE-ONE-LETTER
               VARYING WS-POS FROM 2 BY 1
               UNTIL WS-POS > LENGTH OF WS-CODE-IN
                  OR WS-CODE-IN(WS-POS:1) = SPACE
                  OR WS-CODE-POS = 4.

       5110-CODE-ONE-LETTER.
           MOVE WS-CODE-IN(WS-POS:1) TO WS-ONE-CHAR
           PERFORM 5150-LOOK-UP-DIGIT
           EVALUATE TRUE
               WHEN WS-ONE-CHAR = 'H' OR WS-ONE-CHAR = 'W'
                   CONTINUE
               WHEN WS-DIGIT = '0'
                   MOVE '0' TO WS-LAST-DIGIT
               WHEN WS-DIGIT = WS-LAST-DIGIT
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CODE-POS
                   MOVE WS-DIGIT TO WS-CODE-OUT(WS-CODE-POS:1)
                   MOVE WS-DIGIT TO WS-LAST-DIGIT
           END-EVALUATE.

       5150-LOOK-UP-DIGIT.
           MOVE '0' TO WS-DIGIT
           MOVE 1 TO WS-ALPHA-IX
           PERFORM 5160-NEXT-LETTER
               UNTIL WS-ALPHA-IX > 26
                  OR WS-UPPER-CASE(WS-ALPHA-IX:1) = WS-ONE-CHAR
           IF WS-ALPHA-IX NOT > 26
               MOVE WS-SOUND-DIGITS(WS-ALPHA-IX:1) TO WS-DIGIT
           END-IF.

       5160-NEXT-LETTER.
           ADD 1 TO WS-ALPHA-IX.

      *================================================================
      *  WLMATCH.cpy
      *  Parameter area for CSWLMAT, the watch-list name matcher.
      *  Every screening program calls it, so the nightly screen and
      *  the add paths can never disagree on what counts as a hit.
      *
      *  WM-FUNCTION values:
      *     'K' = return in WM-NAME-CODE the sound-alike code of the
      *           name in WM-NAME-IN - the WATCHLST key prefix
      *     'S' = score the customer in WM-CUST against the watch-
      *           list entry in WM-ENTRY, 0 to 100, in WM-SCORE
      *
      *  A probable hit holds an add and goes to compliance; a
      *  possible match is reported by the nightly screen only.
      *================================================================
       01  WLMATCH-PARMS.
           05  WM-FUNCTION                 PIC X(1).
               88  WM-BUILD-CODE           VALUE 'K'.
               88  WM-SCORE-ENTRY          VALUE 'S'.
           05  WM-NAME-IN                  PIC X(30).
           05  WM-NAME-CODE                PIC X(4).
           05  WM-CUST.
               10  WM-CUST-LNAME           PIC X(30).
               10  WM-CUST-FNAME           PIC X(20).
               10  WM-CUST-ADDR            PIC X(30).
               10  WM-CUST-CITY            PIC X(20).
               10  WM-CUST-STATE           PIC X(2).
               10  WM-CUST-ZIPCODE         PIC X(10).
           05  WM-ENTRY.
               10  WM-ENTRY-LNAME          PIC X(30).
               10  WM-ENTRY-FNAME          PIC X(20).
               10  WM-ENTRY-ADDR           PIC X(30).
               10  WM-ENTRY-CITY           PIC X(20).
               10  WM-ENTRY-STATE          PIC X(2).
               10  WM-ENTRY-ZIPCODE        PIC X(10).
           05  WM-SCORE                    PIC 9(3).
               88  WM-PROBABLE-HIT         VALUE 80 THRU 100.
               88  WM-POSSIBLE-HIT         VALUE 60 THRU 79.

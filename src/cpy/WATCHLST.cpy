      *================================================================
      *  WATCHLST.cpy
      *  Record layout for the WATCHLST watch-list KSDS, loaded by
      *  CSWLLD1 from the published sanctions list and the internal
      *  fraud watch list (WATCHIN.cpy).  Keyed on the sound-alike
      *  code of the listed surname (CSWLMAT), so a customer is
      *  screened by browsing only the entries that sound like their
      *  name - the nightly screen (CSWLSCR1) and every add path
      *  (CSINQC2, CSUPDT1, CSCAPI2) read it the same way.
      *
      *  WL-LIST-CODE values:
      *     'S' = government sanctions list
      *     'F' = internal fraud watch list
      *================================================================
       01  WATCHLST-RECORD.
           05  WL-KEY.
               10  WL-NAME-CODE            PIC X(4).
               10  WL-ENTRY-ID             PIC X(10).
               10  WL-NAME-SEQ             PIC 9(2).
           05  WL-LIST-CODE                PIC X(1).
               88  WL-SANCTIONS            VALUE 'S'.
               88  WL-FRAUD                VALUE 'F'.
           05  WL-LNAME                    PIC X(30).
           05  WL-FNAME                    PIC X(20).
           05  WL-ADDR                     PIC X(30).
           05  WL-CITY                     PIC X(20).
           05  WL-STATE                    PIC X(2).
           05  WL-ZIPCODE                  PIC X(10).
           05  WL-COUNTRY                  PIC X(3).
           05  WL-PROGRAM                  PIC X(10).
           05  WL-LIST-DATE                PIC X(8).
           05  FILLER                      PIC X(34).

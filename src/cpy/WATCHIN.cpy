      *================================================================
      *  WATCHIN.cpy
      *  Record layout of the watch-list load file CSWLLD1 reads:
      *  the published government sanctions list, as converted by
      *  compliance, followed by the internal fraud watch list in
      *  the same format.  The whole file is the list - CSWLLD1
      *  reloads WATCHLST from it every time the list is republished.
      *
      *  WI-NAME is the name as published - surname, a comma, then
      *  the given names ('SMITH, JOHN ROBERT'); an organization or
      *  vessel has no comma and loads as a surname only.  Each alias
      *  is a separate record under the same entry id with the next
      *  WI-NAME-SEQ (00 = primary name).
      *
      *  WI-LIST-CODE values:
      *     'S' = government sanctions list
      *     'F' = internal fraud watch list
      *================================================================
       01  WATCHIN-RECORD.
           05  WI-LIST-CODE                PIC X(1).
           05  WI-ENTRY-ID                 PIC X(10).
           05  WI-NAME-SEQ                 PIC 9(2).
           05  WI-NAME                     PIC X(60).
           05  WI-ADDR                     PIC X(30).
           05  WI-CITY                     PIC X(20).
           05  WI-STATE                    PIC X(2).
           05  WI-ZIPCODE                  PIC X(10).
           05  WI-COUNTRY                  PIC X(3).
           05  WI-PROGRAM                  PIC X(10).
      *        the sanctions program or fraud case the entry is under
           05  WI-LIST-DATE                PIC X(8).
           05  FILLER                      PIC X(44).

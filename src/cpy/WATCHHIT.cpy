      *================================================================
      *  WATCHHIT.cpy
      *  Record layout for the WATCHHIT compliance review KSDS - one
      *  record per customer per watch-list entry they probably
      *  match.  Written by the nightly screen (CSWLSCR1) for an
      *  existing customer, and by every add path for a new customer
      *  whose add is held instead of created.  Compliance decides
      *  each hit on the WLRV screen (CSWLRV1): clear or confirm.
      *  The decision stays on the record and is written to AUDTRAIL;
      *  a decided hit is never raised again for the same entry.
      *
      *  WH-STATUS values:
      *     'O' = open - awaiting a compliance decision
      *     'C' = cleared - not the listed party
      *     'F' = confirmed - the listed party
      *
      *  WH-SOURCE values:
      *     'N' = nightly screen of an existing customer
      *     'O' = add held on the maintenance screen (CSINQC2)
      *     'A' = add held on the maintenance API (CSCAPI2)
      *     'B' = add rejected by the batch apply (CSUPDT1, CUSTREJ
      *           reason 07) - once cleared, the reject is released
      *           on the REJM queue and applies on its recycle
      *
      *  A cleared online or API add is created by CSWLRV1 from
      *  WH-CUST-IMAGE; a confirmed add is never created.
      *================================================================
       01  WATCHHIT-RECORD.
           05  WH-KEY.
               10  WH-CUST-NO              PIC X(6).
               10  WH-ENTRY-ID             PIC X(10).
           05  WH-STATUS                   PIC X(1).
               88  WH-OPEN                 VALUE 'O'.
               88  WH-CLEARED              VALUE 'C'.
               88  WH-CONFIRMED            VALUE 'F'.
           05  WH-SOURCE                   PIC X(1).
               88  WH-NIGHTLY              VALUE 'N'.
               88  WH-ONLINE-ADD           VALUE 'O'.
               88  WH-API-ADD              VALUE 'A'.
               88  WH-BATCH-ADD            VALUE 'B'.
           05  WH-LIST-CODE                PIC X(1).
           05  WH-SCORE                    PIC 9(3).
           05  WH-HIT-DATE                 PIC X(8).
           05  WH-HIT-TIME                 PIC X(6).
           05  WH-MAKER-OPERID             PIC X(8).
           05  WH-MAKER-TERMID             PIC X(4).
           05  WH-MAKER-TRANCODE           PIC X(4).
           05  WH-DECIDE-OPERID            PIC X(8).
           05  WH-DECIDE-DATE              PIC X(8).
           05  WH-DECISION-NOTE            PIC X(40).
           05  WH-CUST-IMAGE               PIC X(200).
      *        the customer record as screened (CUSTMAST layout) -
      *        for a held add, the record that will be created
           05  FILLER                      PIC X(12).

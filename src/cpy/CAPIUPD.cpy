      *  corrections into INQMAP2 by hand.
      *
      *  CAPU-FUNCTION values:
      *     'A' = add a new customer from CAPU-DATA, owned by the
      *           caller's home branch on AUTHFILE.  Leave
      *           CAPU-CUSTNO blank and the number is assigned off
      *           the CUSTNOCT control file (the same counter the
      *           online screen and the batch apply draw from) and
      *     '03' = add, but customer number already on file
      *     '04' = request invalid (function/key/caller missing)
      *     '05' = ZIP code does not match city/state on ZIPXREF
      *     '06' = caller not authorized for maintenance, or not
      *            for the branch that owns the customer
      *     '07' = held for dual-control approval - a name change,
      *            an address change on an undeliverable address, or
      *            an inactivation; applied only when a second
      *            operator approves it on the APPR transaction
      *     '08' = file error - nothing applied
      *     '09' = a change for this customer is already awaiting
      *            approval - nothing queued
      *     '10' = add held for compliance review - the new
      *            customer probably matches the sanctions or fraud
      *            watch list.  Nothing is created unless compliance
      *            clears the hit on the WLRV transaction; the number
      *            is still returned in CAPU-ASSIGNED-CUSTNO so the
      *            caller can quote it
      *================================================================
       01  CAPU-COMMAREA.
           05  CAPU-REQUEST.
                   88  CAPU-RC-INVALID     VALUE '04'.
                   88  CAPU-RC-ZIP-BAD     VALUE '05'.
                   88  CAPU-RC-NOTAUTH     VALUE '06'.
                   88  CAPU-RC-HELD        VALUE '07'.
                   88  CAPU-RC-IOERROR     VALUE '08'.
                   88  CAPU-RC-HELD-ALREADY VALUE '09'.
                   88  CAPU-RC-SCREEN-HELD VALUE '10'.
               10  CAPU-ASSIGNED-CUSTNO    PIC X(6).
      *            the number assigned when an add came in with a
      *            blank CAPU-CUSTNO; otherwise spaces

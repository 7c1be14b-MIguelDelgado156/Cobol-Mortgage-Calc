      *> Promise-to-pay record, one per promise a collector takes,
      *> kept by COLLECT on the promise file (OLDPTP in, NEWPTP out,
      *> the old-in/new-out pattern PAYPOST uses) while it is open
      *> and for twelve months after the month it closed, so the
      *> kept / broken record by collector covers that window.
      *> PTP-TAKEN-DATE is the date of the contact that took the
      *> promise, PTP-DATE and PTP-AMT what was promised,
      *> PTP-COLLECTOR who took it.
      *> PTP-STATUS:
      *>   O  open -- due date not yet passed, not yet paid
      *>   K  kept -- receipts posted since it was taken, dated on
      *>      or before the promised date, reached the amount
      *>   B  broken -- the promised date passed short
      *>   S  superseded by a newer promise on the same loan
      *> PTP-PAID-AMT is what had been received toward it when it
      *> last stood open, PTP-CLOSE-DATE the run that closed it.
      *> COPY the same way INCREC is copied everywhere: as-is into
      *> an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 PTP-TAKEN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PTP-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PTP-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 PTP-COLLECTOR PIC X(8).
         05 FILLER PIC X(1).
         05 PTP-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PTP-PAID-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 PTP-CLOSE-DATE PIC 9(8).

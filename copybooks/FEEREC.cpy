      *> many months of delinquency have already been assessed, so
      *> a rerun never double-charges the same month; FEE-LAST-
      *> ASSESS is the YYYYMM of the last run that assessed this
      *> loan. FEE-NSF-CHARGED is how many returned payments
      *> (NSF-COUNT on the PAYSTAT record) have already had their
      *> NSF fee assessed -- the same never-twice idea; old records
      *> read it as spaces, which counts as zero. Every generation
      *> opens with a GENHDR header record (MID zero); the
      *> trailing filler pads each record to the header's width.
      *> COPY the same way INCREC is copied everywhere: as-is into
      *> an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 FEE-BAL PIC 9(5)V9(2).
         05 FEE-MONTHS-CHARGED PIC 9(3).
         05 FILLER PIC X(1).
         05 FEE-LAST-ASSESS PIC 9(6).
         05 FILLER PIC X(1).
         05 FEE-NSF-CHARGED PIC 9(3).
         05 FILLER PIC X(34).

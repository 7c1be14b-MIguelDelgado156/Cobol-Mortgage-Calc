      *> Unapplied-funds (suspense) record, one per loan MID holding
      *> money that has been received but not yet applied -- a
      *> receipt smaller than one PITI, or the remainder of a
      *> receipt that covered full payments and then some.
      *> Maintained by PAYPOST, which applies the balance as soon as
      *> it reaches a full PITI, and read by SUSPAGE for the aging
      *> report. SUS-SINCE-DATE is the receipt date of the oldest
      *> money still in the balance (what the aging runs from);
      *> SUS-LAST-DATE is the most recent receipt that added to it.
      *> A loan with nothing in suspense has no record. COPY the
      *> same way INCREC is copied everywhere: as-is into an FD, or
      *> with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 SUS-BAL PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 SUS-SINCE-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 SUS-LAST-DATE PIC 9(8).

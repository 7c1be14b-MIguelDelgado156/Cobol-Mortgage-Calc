      *> borrower has fully paid through (zero = no full payment has
      *> ever posted); LAST-PAY-DATE/AMT record the most recent
      *> receipt of any size, and PAID-COUNT counts the full monthly
      *> payments posted to date. NSF-COUNT counts receipts that
      *> came back unpaid and were reversed by PAYPOST; LATEFEE
      *> assesses one NSF fee for each return it has not charged
      *> yet (FEE-NSF-CHARGED on the fee record). Records written
      *> before NSF-COUNT existed end early and read as spaces --
      *> treat anything not numeric as zero. Every generation
      *> opens with a GENHDR header record (MID zero); the
      *> trailing filler pads each record to the header's width.
      *> COPY the same way INCREC is copied everywhere: as-is into
      *> an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 PAID-THRU PIC 9(6).
         05 LAST-PAY-AMT PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 PAID-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 NSF-COUNT PIC 9(3).
         05 FILLER PIC X(25).

      *> receipt, debited by ESCDISB when a due disbursement is
      *> paid, and read by ESCANAL as the carried opening balance
      *> of its analysis. ESC-LAST-DATE is the date of the most
      *> recent credit or debit. Every generation opens with a
      *> GENHDR header record (MID zero); the trailing filler pads
      *> each record to the header's width. COPY the same way
      *> INCREC is copied everywhere: as-is into an FD, or with
      *> REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 ESC-BAL PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ESC-LAST-DATE PIC 9(8).
         05 FILLER PIC X(38).

      *> Scheduled escrow disbursement, DISBFILE's MID, description
      *> and amount (see ESCANAL) with a due date added. The layout
      *> of ESCDISB's carried schedule DISBDUE -> NEWDUE, which
      *> opens with a GENHDR header record (MID zero), and of
      *> DISBNEW, a batch of newly scheduled items for ESCDISB to
      *> add to it. The trailing filler pads each record to the
      *> header's width. COPY the same way INCREC is copied
      *> everywhere: as-is into an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 DUE-DESC PIC X(20).
         05 FILLER PIC X(1).
         05 DUE-AMT PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 DUE-DATE PIC 9(8).
         05 FILLER PIC X(19).

      *> Posted-receipt log record, appended by PAYPOST to the
      *> permanent receipt log for every receipt it applies and
      *> every returned receipt it reverses -- what each receipt
      *> actually did, so a payment that bounces can be backed out
      *> exactly. RCP-DATE and RCP-AMT are the receipt as it came
      *> in on PAYFILE (the returned-item file names the same two)
      *> and RCP-TYPE is its PAY-TYPE. RCP-ACTION is 'P' for a
      *> posting, 'R' for a reversal. RCP-MONTHS is the full
      *> payments applied (or backed out), RCP-ESC-AMT the escrow
      *> credited (or debited back), RCP-SUS-IN / RCP-SUS-OUT the
      *> money the receipt left in or took out of suspense, and
      *> RCP-POST-DATE the run date. COPY the same way INCREC is
      *> copied everywhere: as-is into an FD, or with REPLACING
      *> prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 RCP-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RCP-AMT PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 RCP-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 RCP-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 RCP-MONTHS PIC 9(3).
         05 FILLER PIC X(1).
         05 RCP-ESC-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 RCP-SUS-IN PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 RCP-SUS-OUT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 RCP-POST-DATE PIC 9(8).

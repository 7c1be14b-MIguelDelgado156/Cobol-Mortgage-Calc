      *> Closed-loan archive record, one per loan paid off --
      *> appended by PAYOFF to the permanent paid-off archive when
      *> a payoff completes, and read by LOOKUP so a loan that has
      *> left the master can still be answered for. ARC-LOAN is
      *> the loan's last master image (INCREC layout) as it stood
      *> at payoff; the rest are its final figures: the date the
      *> payoff funds were received, paid-through month and
      *> payment count, funds received, principal and interest
      *> the payoff settled, suspense applied, late charges
      *> collected and waived, escrow refunded, overpayment
      *> refunded, and the owning investor. ARC-CLOSE-DATE is the
      *> run date. COPY the same way INCREC is copied everywhere:
      *> as-is into an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 ARC-CLOSE-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 ARC-PAYOFF-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 ARC-PAID-THRU PIC 9(6).
         05 FILLER PIC X(1).
         05 ARC-PAID-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 ARC-PAYOFF-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-FINAL-PRIN PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-FINAL-INT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-SUS-APPLIED PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-FEE-PAID PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 ARC-FEE-WAIVED PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 ARC-ESC-REFUND PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-OVERAGE PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 ARC-INV-CODE PIC X(2).
         05 FILLER PIC X(1).
         05 ARC-LOAN PIC X(64).

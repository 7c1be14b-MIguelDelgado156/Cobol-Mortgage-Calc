      *> Payoff remittance record, one per loan PAYOFF closes: the
      *> owning investor (INV-CODE from INVMAST, "??" when the loan
      *> had no cross-reference entry), the date the payoff funds
      *> were received, and the principal and interest the payoff
      *> settled -- what the investor is owed for a loan that will
      *> never post another payment. Read by INVREMIT alongside
      *> the month's posted payments. COPY the same way INCREC is
      *> copied everywhere: as-is into an FD, or with REPLACING
      *> prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 PIF-INV-CODE PIC X(2).
         05 FILLER PIC X(1).
         05 PIF-PAYOFF-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PIF-PRIN PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 PIF-INT PIC 9(7)V9(2).

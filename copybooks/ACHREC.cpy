      *> the borrower's bank routing and account numbers, the day
      *> of the month the draft is taken, and an active flag --
      *> 'Y' drafts, anything else suspends the enrollment without
      *> losing the banking details. ACH-RETURN-COUNT counts the
      *> payments returned unpaid while enrolled; PAYPOST bumps it
      *> when it reverses a returned receipt and turns ACH-ACTIVE
      *> off once it reaches the return limit (servicing zeroes it
      *> when re-enrolling the borrower; old records read it as
      *> spaces, which counts as zero). Read by ACHDRAFT to cut the
      *> monthly draft file and by BILLSTMT to word the statement.
      *> COPY the same way INCREC is copied everywhere: as-is into
      *> an FD, or with REPLACING prefixes.
         05 ACH-DRAFT-DAY PIC 9(2).
         05 FILLER PIC X(1).
         05 ACH-ACTIVE PIC X(1).
         05 FILLER PIC X(1).
         05 ACH-RETURN-COUNT PIC 9(2).

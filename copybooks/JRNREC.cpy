      *> Loan transaction journal record. One is appended to the
      *> permanent journal LOANJRN for every money event on a loan,
      *> by the run that caused it, so a loan's activity can be
      *> read back in order without the old registers. JRN-DATE is
      *> the date the event took effect (receipt date, draft date,
      *> run date for charges and disbursements). JRN-TYPE:
      *>   PM  receipt posted (PAYPOST)     SA  suspense applied
      *>   CU  curtailment                  RR  returned receipt
      *>   RC  returned curtailment         LC  late charge
      *>   NF  NSF fee (LATEFEE)            ED  escrow disbursed
      *>   AD  ACH draft sent (ACHDRAFT)    PO  loan paid off
      *>   FP  late charges paid at payoff  FW  late charges waived
      *>   ER  escrow refunded              OR  overage refunded
      *> JRN-AMT is the amount of the event. For receipts and
      *> returns JRN-PI-AMT / JRN-ESC-AMT / JRN-TAX-AMT are the
      *> split of the full payments it bought (or backed out) --
      *> principal and interest, escrow, tax -- and JRN-SUS-IN /
      *> JRN-SUS-OUT the money it left in or took out of
      *> suspense; a curtailment and a payoff carry the principal
      *> (and payoff interest) in JRN-PI-AMT. JRN-PRIN-BAL and
      *> JRN-ESC-BAL are the loan's principal balance (booked
      *> balance rolled through the payments posted, the way
      *> PAYQUOTE rolls it) and escrow balance after the event.
      *> JRN-DESC is free text (the disbursement payee, the fee),
      *> JRN-SOURCE the program that wrote it, JRN-POST-DATE the
      *> run date. COPY the same way INCREC is copied everywhere:
      *> as-is into an FD, or with REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 JRN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 JRN-TYPE PIC X(2).
         05 FILLER PIC X(1).
         05 JRN-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-PI-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-ESC-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-TAX-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-SUS-IN PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-SUS-OUT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-PRIN-BAL PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-ESC-BAL PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 JRN-DESC PIC X(20).
         05 FILLER PIC X(1).
         05 JRN-SOURCE PIC X(8).
         05 FILLER PIC X(1).
         05 JRN-POST-DATE PIC 9(8).

      *> Pending maker-checker item, one per loan-master transaction
      *> APPROVE is holding for a second operator's approval -- a
      *> 'C' change that alters P, APR or MONTH, or any 'D' delete.
      *> Carried old-in/new-out (OLDPEND in, NEWPEND out) the way
      *> PAYPOST carries PAYSTAT; an item leaves the file when it
      *> is approved, rejected or expires. PND-HELD-DATE and
      *> PND-SEQ together identify the item, and are what the
      *> checker keys on a decision. PND-NIGHTS counts the APPROVE
      *> runs the item has waited, the way REPAIR ages a reject.
      *> PND-OPERATOR is the maker, the operator ID that entered
      *> the transaction. PND-OLD-IMAGE is the loan as the master
      *> held it when the item was taken (spaces if it was not on
      *> the master) and PND-NEW-IMAGE the transaction's full
      *> INCREC image -- the pair tells the checker exactly what
      *> is being changed, and lets APPROVE release only the
      *> fields the maker changed. COPY the same way INCREC is
      *> copied everywhere: as-is into an FD, or with REPLACING
      *> prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 PND-HELD-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PND-SEQ PIC 9(4).
         05 FILLER PIC X(1).
         05 PND-NIGHTS PIC 9(3).
         05 FILLER PIC X(1).
         05 PND-CODE PIC X(1).
         05 FILLER PIC X(1).
         05 PND-OPERATOR PIC X(8).
         05 FILLER PIC X(1).
         05 PND-OLD-IMAGE PIC X(64).
         05 FILLER PIC X(1).
         05 PND-NEW-IMAGE PIC X(64).

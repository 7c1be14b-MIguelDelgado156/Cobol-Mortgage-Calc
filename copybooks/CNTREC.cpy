      *> Collections contact record. The collectors' day of call
      *> results comes in on CONTACTS in this layout and COLLECT
      *> appends every accepted one to the permanent contact log
      *> CONTLOG, MID first so a loan's contacts read back in the
      *> order they were made. CNT-DATE is the date of the contact,
      *> CNT-COLLECTOR the collector's operator ID. CNT-RESULT:
      *>   PP  promise to pay -- CNT-PTP-DATE / CNT-PTP-AMT are
      *>       the date promised and the amount
      *>   RP  spoke to borrower, no promise
      *>   LM  left message        NA  no answer
      *>   WN  wrong number        DS  borrower disputes the debt
      *>   DN  notice of default mailed (written by COLLECT)
      *> The promise fields are zero on anything but a PP.
      *> CNT-NOTE is the collector's free text, CNT-POST-DATE the
      *> run date it was logged (blank on CONTACTS). COPY the same
      *> way INCREC is copied everywhere: as-is into an FD, or with
      *> REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 CNT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CNT-COLLECTOR PIC X(8).
         05 FILLER PIC X(1).
         05 CNT-RESULT PIC X(2).
         05 FILLER PIC X(1).
         05 CNT-PTP-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CNT-PTP-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 CNT-NOTE PIC X(40).
         05 FILLER PIC X(1).
         05 CNT-POST-DATE PIC 9(8).

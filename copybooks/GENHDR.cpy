      *> Generation header, the first record of every generation of
      *> the carried state files PAYSTAT, ESCBAL, FEEREC and
      *> DISBDUE, and the record layout of the permanent generation
      *> log GENLOG. GH-MID is always zero, so every program that
      *> already passes over MID zero reads past the header without
      *> a change. GH-FILE names the state file; GH-RUN-SEQ is the
      *> generation number, one more than the generation the run
      *> read; GH-PROGRAM and GH-RUN-DATE say who wrote it and
      *> when. GH-REC-COUNT and GH-CTL-TOTAL foot the records that
      *> follow: the count of loan records and the total of the
      *> file's control amount -- PAID-COUNT for PAYSTAT, ESC-BAL
      *> for ESCBAL, FEE-BAL for FEEREC, the scheduled amount for
      *> DISBDUE. The program that writes a generation appends
      *> the same header image to GENLOG, so the log always holds
      *> the latest generation of each file, and the program that
      *> reads it back as OLD refuses anything that is not that
      *> generation or does not foot to its header. A file with
      *> no header is accepted only while GENLOG has no entry for
      *> it (the first controlled run). COPY as-is; GH- is the
      *> only prefix it is used under.
         05 GH-MID PIC 9(7).
         05 FILLER PIC X(1).
         05 GH-FILE PIC X(8).
         05 FILLER PIC X(1).
         05 GH-RUN-SEQ PIC 9(7).
         05 FILLER PIC X(1).
         05 GH-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 GH-REC-COUNT PIC 9(7).
         05 FILLER PIC X(1).
         05 GH-CTL-TOTAL PIC 9(11)V9(2).
         05 FILLER PIC X(1).
         05 GH-PROGRAM PIC X(8).

      *> Processed-batch registry record, one appended to the
      *> permanent registry BATREG for every input batch a run has
      *> applied -- PAYPOST's PAYFILE and RETFILE, ESCDISB's
      *> DISBNEW. The fingerprint is the batch's DD name, its
      *> record count, the total of its amounts, and hash totals
      *> of its MIDs and of its dates; a batch whose fingerprint
      *> is already on the registry under the same name has been
      *> applied before, and the run refuses it. BAT-PROGRAM and
      *> BAT-RUN-DATE / BAT-RUN-TIME say which run applied it.
      *> An empty batch is never registered. COPY as-is; BAT- is
      *> the only prefix it is used under.
         05 BAT-PROGRAM PIC X(8).
         05 FILLER PIC X(1).
         05 BAT-BATCH PIC X(8).
         05 FILLER PIC X(1).
         05 BAT-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 BAT-RUN-TIME PIC 9(6).
         05 FILLER PIC X(1).
         05 BAT-REC-COUNT PIC 9(7).
         05 FILLER PIC X(1).
         05 BAT-AMT-TOTAL PIC 9(11)V9(2).
         05 FILLER PIC X(1).
         05 BAT-MID-HASH PIC 9(12).
         05 FILLER PIC X(1).
         05 BAT-DATE-HASH PIC 9(12).

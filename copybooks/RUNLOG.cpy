      *> can print the night on one page instead of operations
      *> reading SYSOUT step by step. The three key counts mean,
      *> by program:
      *>   APPROVE   trans read / released to LOANMNT / pending
      *>   LOANMNT   trans read / rejected / master unloaded
      *>   VALIDATE  read / clean / rejected
      *>   CALC      read / displayed / skipped
      *>   BALANCE   zeros -- the verdict is the return code
      *>   PAYPOST   receipts / posted / status records written
      *>   LATEFEE   loans read / assessed / fee records written
      *>   ESCDISB   items read / paid / carried forward
      *>   PAYOFF    payoffs read / loans closed / rejected
      *>   ACCRUAL   loans read / accruing / non-accrual
      *>   COLLECT   loans queued / promises kept / promises broken
      *>   INTEGAUD  loans audited / companion records read /
      *>             exceptions listed
      *>   INSTRACK  policies tracked / notices mailed /
      *>             force-placed
      *> RL-RC is the program's RETURN-CODE as it logged. RL-NOTE
      *> is blank unless the run refused its input -- a stale or
      *> unfooted OLD generation, a batch already applied -- when
      *> it says why; records logged before it existed read it as
      *> spaces. COPY the same way INCREC is copied everywhere:
      *> as-is into an FD, or with REPLACING prefixes.
         05 RL-PROGRAM PIC X(8).
         05 FILLER PIC X(1).
         05 RL-RUN-DATE PIC 9(8).
         05 RL-KEY-3 PIC 9(7).
         05 FILLER PIC X(1).
         05 RL-RC PIC 9(4).
         05 FILLER PIC X(1).
         05 RL-NOTE PIC X(30).

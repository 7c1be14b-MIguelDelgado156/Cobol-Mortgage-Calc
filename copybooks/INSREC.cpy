      *> Hazard insurance policy record, one per loan, keyed by the
      *> MID that keys the loan in INCREC. Kept by INSTRACK on the
      *> policy file (OLDINS in, NEWINS out, the old-in/new-out
      *> pattern PAYPOST uses); a policy received from a borrower
      *> or carrier comes in on INSUPD in the same layout and
      *> replaces whatever the loan had on file. INS-CARRIER,
      *> INS-POLICY, INS-COVERAGE (dwelling coverage amount),
      *> INS-PREMIUM (annual premium) and INS-EXP-DATE are the
      *> policy as written; the rest is INSTRACK's tracking, zero
      *> or space on INSUPD. INS-STATUS:
      *>   A  active -- nothing outstanding
      *>   1  first expiration notice mailed
      *>   2  second expiration notice mailed, cure period running
      *>   F  force-placed -- lender-placed coverage, INS-FP-DATE
      *>      the run that placed it
      *> INS-NOTICE-DATE is the run that mailed the latest notice.
      *> INS-SCHED-EXP is the expiration date whose renewal premium
      *> has gone to the disbursement schedule, or to the advance
      *> list, so a renewal is never scheduled twice. COPY the same
      *> way INCREC is copied everywhere: as-is into an FD, or with
      *> REPLACING prefixes.
         05 MID PIC 9(7).
         05 FILLER PIC X(1).
         05 INS-CARRIER PIC X(20).
         05 FILLER PIC X(1).
         05 INS-POLICY PIC X(15).
         05 FILLER PIC X(1).
         05 INS-COVERAGE PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 INS-PREMIUM PIC 9(5)V9(2).
         05 FILLER PIC X(1).
         05 INS-EXP-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 INS-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 INS-NOTICE-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 INS-SCHED-EXP PIC 9(8).
         05 FILLER PIC X(1).
         05 INS-FP-DATE PIC 9(8).

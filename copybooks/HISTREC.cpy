      *> space-filled after image. The history file accumulates
      *> forever, never a generation, like CALC's audit file --
      *> it is the only record of a loan's prior values once the
      *> master is rewritten in place. HIST-OPERATOR is the
      *> operator ID that entered the transaction and HIST-APPROVER
      *> the second operator who approved it through APPROVE
      *> (spaces when it needed no approval, and on records
      *> written before operator IDs were carried). COPY the same
      *> way INCREC is copied everywhere: as-is into an FD, or
      *> with REPLACING prefixes.
         05 HIST-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 HIST-CODE PIC X(1).
         05 HIST-BEFORE PIC X(64).
         05 FILLER PIC X(1).
         05 HIST-AFTER PIC X(64).
         05 FILLER PIC X(1).
         05 HIST-OPERATOR PIC X(8).
         05 FILLER PIC X(1).
         05 HIST-APPROVER PIC X(8).

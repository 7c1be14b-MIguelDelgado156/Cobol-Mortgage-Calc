      *> re-screened with the same field rules VALIDATE applies;
      *> one that now passes is written to RECYCLE as a 'C' change
      *> transaction in LOANMNT's transaction layout, ready to be
      *> concatenated onto APPROVE's TRANIN in MNTJOB, carrying the
      *> operator ID of whoever keyed the correction (keyed after
      *> the image on CORRFILE), so the repair lands in
      *> the loan master itself -- patching the nightly unload
      *> would fix one night only and the master would keep
      *> rejecting -- and leaves the aging state. One that still
      *> fails, or was keyed without an operator ID,
      *> or has no correction keyed yet, ages another night. The
      *> disposition report DISPRPT shows every reject as REPAIRED,
      *> STILL FAILING (with the surviving reason) or AGING, each
                         ==TAX-AMT== BY ==CR-TAX-AMT==
                         ==LOAN-TYPE== BY ==CR-LOAN-TYPE==
                         ==ORIG-DATE== BY ==CR-ORIG-DATE==.
           05 FILLER PIC X(1).
           05 CR-OPERATOR PIC X(8).

       FD REJAGE.
       01 REJAGE-REC.
         03 RC-CODE PIC X(1).
         03 FILLER PIC X(1).
         03 RC-LOAN PIC X(64).
         03 FILLER PIC X(1).
         03 RC-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 RC-APPROVER PIC X(8).

       FD NEWAGE.
       01 NEWAGE-REC.
               10 WS-CORR-MID PIC 9(7).
               10 WS-CORR-USED PIC A(1).
               10 WS-CORR-IMAGE PIC X(64).
               10 WS-CORR-OPERATOR PIC X(8).
       01 WS-CORR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 5000 TIMES.
                       MOVE 'N' TO WS-CORR-USED(WS-CORR-COUNT)
                       MOVE CORRFILE-REC
                           TO WS-CORR-IMAGE(WS-CORR-COUNT)
                       MOVE CR-OPERATOR
                           TO WS-CORR-OPERATOR(WS-CORR-COUNT)
                   ELSE
                       DISPLAY "REPAIR: CORRECTION TABLE FULL, MID "
                           CR-MID " DROPPED"
               MOVE 'Y' TO WS-CORR-USED(WS-CORR-FOUND)
               MOVE WS-CORR-IMAGE(WS-CORR-FOUND) TO WS-INCOME
               PERFORM SCREEN-RECORD
               IF WS-IS-BAD = 'N'
                 AND WS-CORR-OPERATOR(WS-CORR-FOUND) = SPACE
                   MOVE 'Y' TO WS-IS-BAD
                   MOVE "CORRECTION HAS NO OPERATOR ID" TO WS-REASON
               END-IF
               IF WS-IS-BAD = 'N'
                   ADD 1 TO WS-REPAIR-COUNT
                   MOVE SPACE TO RECYCLE-REC
                   MOVE 'C' TO RC-CODE
                   MOVE WS-INCOME TO RC-LOAN
                   MOVE WS-CORR-OPERATOR(WS-CORR-FOUND) TO RC-OPERATOR
                   WRITE RECYCLE-REC
                   PERFORM WRITE-REPAIRED-LINE
               ELSE

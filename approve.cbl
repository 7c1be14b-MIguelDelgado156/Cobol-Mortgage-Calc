       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.

      *> Maker-checker approval pass, run in MNTJOB ahead of
      *> LOANMNT. Nothing reaches the loan master without passing
      *> through here: TRANIN is the day's loan-master transactions
      *> in LOANMNT's layout -- the keyed TRANFILE with REPAIR's
      *> RECYCLE concatenated behind it -- CURTFILE and DELFILE are
      *> what PAYPOST and PAYOFF send, in the same layout on DDs of
      *> their own, and TRANOUT, what this pass releases, is
      *> LOANMNT's TRANFILE.
      *>
      *> Every transaction on TRANIN must carry the operator ID that
      *> entered it; one without is rejected here, as is one keyed
      *> under PAYPOST, PAYOFF or APPROVE, the IDs reserved to the
      *> posting runs and this pass and never issued to staff. An
      *> add, and a change that leaves P, APR and MONTH as the
      *> master holds them, is released straight to TRANOUT. So is
      *> what the posting runs send, which is taken only from their
      *> own DDs: the money behind it has already been posted, so
      *> holding it would leave the books and the master apart.
      *> CURTFILE's 'P' (curtailment) and 'R' (returned curtailment)
      *> items carry the amount in P and are released as a 'C' that
      *> takes it off, or puts it back on, the principal of the loan
      *> as it stands at that point in the run; DELFILE's deletes go
      *> as they are. Both go with the approver ID APPROVE, which is
      *> what lets them past LOANMNT's own check. One that cannot be
      *> applied, or is not what that file should carry, is listed
      *> for servicing. Any other change to P, APR or MONTH and
      *> every other delete is held on the pending file (layout in
      *> PENDREC, OLDPEND in / NEWPEND out, old-in/new-out) until an
      *> operator other than the one who entered it approves it.
      *> The register APPRRPT ends with the list of items awaiting
      *> approval, each with what it changes, and the checkers key
      *> their decisions against that list onto DECISION for the
      *> next run: held date and sequence number of the item, its
      *> MID, 'A' approve or 'R' reject, and their own operator ID.
      *> A decision by the entering operator, or naming no item
      *> still pending, is refused and the item waits on.
      *>
      *> An approved change is released on top of the loan as it
      *> now stands -- master image, or the image released earlier
      *> this run -- carrying only the fields the maker changed, so
      *> a full-image change held for days cannot undo the changes
      *> applied while it waited. If P, APR or MONTH on the master
      *> have moved since the item was held, the change was keyed
      *> against figures that no longer stand and is not released;
      *> it must be entered again. An item not decided within
      *> WS-EXPIRE-NIGHTS runs expires. Approved items carry the
      *> approver's ID to LOANMNT, which records both IDs on the
      *> change history; rejected, refused, stale and expired items
      *> are all listed on APPRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANIN ASSIGN TO TRANIN
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CURTFILE ASSIGN TO CURTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURT-STATUS.
       SELECT DELFILE ASSIGN TO DELFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEL-STATUS.
       SELECT LOANMAST ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-MID
           FILE STATUS IS WS-MAST-STATUS.
       SELECT OLDPEND ASSIGN TO OLDPEND
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWPEND ASSIGN TO NEWPEND
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DECISION ASSIGN TO DECISION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEC-STATUS.
       SELECT TRANOUT ASSIGN TO TRANOUT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APPRRPT ASSIGN TO APPRRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANIN.
       01 TRANIN-REC PIC X(84).

      *> PAYPOST's curtailments and PAYOFF's deletes, each on its
      *> own DD so only the posting runs can send them, in the
      *> same layout.
       FD CURTFILE.
       01 CURTFILE-REC PIC X(84).

       FD DELFILE.
       01 DELFILE-REC PIC X(84).

       FD LOANMAST.
       01 LOANMAST-REC.
           COPY INCREC
               REPLACING ==MID== BY ==MST-MID==
                         ==NAME== BY ==MST-NAME==
                         ==P== BY ==MST-P==
                         ==APR== BY ==MST-APR==
                         ==MONTH== BY ==MST-MONTH==
                         ==ESCROW== BY ==MST-ESCROW==
                         ==TAX-AMT== BY ==MST-TAX-AMT==
                         ==LOAN-TYPE== BY ==MST-LOAN-TYPE==
                         ==ORIG-DATE== BY ==MST-ORIG-DATE==.

       FD OLDPEND.
       01 OLDPEND-REC.
           COPY PENDREC
               REPLACING ==MID== BY ==OP-MID==.

       FD NEWPEND.
       01 NEWPEND-REC.
           COPY PENDREC
               REPLACING ==MID== BY ==NP-MID==
                         ==PND-HELD-DATE== BY ==NP-HELD-DATE==
                         ==PND-SEQ== BY ==NP-SEQ==
                         ==PND-NIGHTS== BY ==NP-NIGHTS==
                         ==PND-CODE== BY ==NP-CODE==
                         ==PND-OPERATOR== BY ==NP-OPERATOR==
                         ==PND-OLD-IMAGE== BY ==NP-OLD-IMAGE==
                         ==PND-NEW-IMAGE== BY ==NP-NEW-IMAGE==.

      *> One checker decision per record, keyed from the pending
      *> list on the previous run's APPRRPT.
       FD DECISION.
       01 DECISION-REC.
         05 DC-MID PIC 9(7).
         05 FILLER PIC X(1).
         05 DC-HELD-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 DC-SEQ PIC 9(4).
         05 FILLER PIC X(1).
         05 DC-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 DC-APPROVER PIC X(8).

      *> LOANMNT's TRANFILE layout.
       FD TRANOUT.
       01 TRANOUT-REC.
         03 TO-CODE PIC X(1).
         03 FILLER PIC X(1).
         03 TO-LOAN PIC X(64).
         03 FILLER PIC X(1).
         03 TO-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 TO-APPROVER PIC X(8).

       FD APPRRPT.
       01 APPRRPT-REC PIC X(100).

       FD RUNLOG.
       01 RUNLOG-REC.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      *> The transaction being screened, from whichever file.
       01 WS-TRAN.
         03 TI-CODE PIC X(1).
         03 FILLER PIC X(1).
         03 TI-LOAN.
           COPY INCREC
               REPLACING ==MID== BY ==TI-MID==
                         ==NAME== BY ==TI-NAME==
                         ==P== BY ==TI-P==
                         ==APR== BY ==TI-APR==
                         ==MONTH== BY ==TI-MONTH==
                         ==ESCROW== BY ==TI-ESCROW==
                         ==TAX-AMT== BY ==TI-TAX-AMT==
                         ==LOAN-TYPE== BY ==TI-LOAN-TYPE==
                         ==ORIG-DATE== BY ==TI-ORIG-DATE==.
         03 FILLER PIC X(1).
         03 TI-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 TI-APPROVER PIC X(8).

      *> The held change, the loan as it stood when held, and the
      *> loan as it stands now -- the three images of a release.
       01 WS-HELD.
           COPY INCREC
               REPLACING ==MID== BY ==HL-MID==
                         ==NAME== BY ==HL-NAME==
                         ==P== BY ==HL-P==
                         ==APR== BY ==HL-APR==
                         ==MONTH== BY ==HL-MONTH==
                         ==ESCROW== BY ==HL-ESCROW==
                         ==TAX-AMT== BY ==HL-TAX-AMT==
                         ==LOAN-TYPE== BY ==HL-LOAN-TYPE==
                         ==ORIG-DATE== BY ==HL-ORIG-DATE==.
       01 WS-OLD.
           COPY INCREC
               REPLACING ==MID== BY ==OL-MID==
                         ==NAME== BY ==OL-NAME==
                         ==P== BY ==OL-P==
                         ==APR== BY ==OL-APR==
                         ==MONTH== BY ==OL-MONTH==
                         ==ESCROW== BY ==OL-ESCROW==
                         ==TAX-AMT== BY ==OL-TAX-AMT==
                         ==LOAN-TYPE== BY ==OL-LOAN-TYPE==
                         ==ORIG-DATE== BY ==OL-ORIG-DATE==.
       01 WS-BASE.
           COPY INCREC
               REPLACING ==MID== BY ==BS-MID==
                         ==NAME== BY ==BS-NAME==
                         ==P== BY ==BS-P==
                         ==APR== BY ==BS-APR==
                         ==MONTH== BY ==BS-MONTH==
                         ==ESCROW== BY ==BS-ESCROW==
                         ==TAX-AMT== BY ==BS-TAX-AMT==
                         ==LOAN-TYPE== BY ==BS-LOAN-TYPE==
                         ==ORIG-DATE== BY ==BS-ORIG-DATE==.
       01 WS-EOF PIC A(1).
       01 WS-MAST-STATUS PIC X(2).
       01 WS-MAST-OPEN PIC A(1).
       01 WS-MAST-FOUND PIC A(1).
       01 WS-DEC-STATUS PIC X(2).
       01 WS-CURT-STATUS PIC X(2).
       01 WS-DEL-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RPT-LINE PIC X(100).
       01 WS-DISPOSITION PIC X(40).
       01 WS-REASON PIC X(40).
       01 WS-HOLD PIC A(1).
       01 WS-EXPIRE-NIGHTS PIC 9(3) VALUE 5.
       01 WS-SYSTEM-APPROVER PIC X(8) VALUE "APPROVE".
       01 WS-KEY-MID PIC 9(7).
       01 WS-NEXT-SEQ PIC 9(4) VALUE 1.

      *> Every pending item, those carried from OLDPEND first and
      *> those taken tonight behind them. WS-PN-STATE is space
      *> while the item waits, 'A' approved, 'R' rejected by the
      *> checker, 'X' expired or not releasable, 'D' released.
       01 WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 5000 TIMES.
               10 WS-PN-MID PIC 9(7).
               10 WS-PN-HELD-DATE PIC 9(8).
               10 WS-PN-SEQ PIC 9(4).
               10 WS-PN-NIGHTS PIC 9(3).
               10 WS-PN-CODE PIC X(1).
               10 WS-PN-OPERATOR PIC X(8).
               10 WS-PN-APPROVER PIC X(8).
               10 WS-PN-OLD-IMAGE PIC X(64).
               10 WS-PN-NEW-IMAGE PIC X(64).
               10 WS-PN-STATE PIC X(1).
       01 WS-PN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PN-IDX PIC 9(5).
       01 WS-PN-FOUND PIC 9(5).

      *> The latest image released to TRANOUT per loan this run.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 5000 TIMES.
               10 WS-RL-MID PIC 9(7).
               10 WS-RL-IMAGE PIC X(64).
       01 WS-RL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RL-IDX PIC 9(5).
       01 WS-RL-FOUND PIC 9(5).

       01 WS-TRAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PASS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOOP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RESERVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEC-COUNT PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHK-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STALE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CURT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CURT-RET-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PIF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADJ-REJ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTALS-LINE PIC X(100).

       01 WS-OLD-P-DISP PIC ZZZZZ9.
       01 WS-NEW-P-DISP PIC ZZZZZ9.
       01 WS-OLD-APR-DISP PIC 9.99.
       01 WS-NEW-APR-DISP PIC 9.99.
       01 WS-NIGHTS-DISP PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-MASTER.
           PERFORM LOAD-PENDING.
           OPEN OUTPUT TRANOUT.
           OPEN OUTPUT APPRRPT.
           MOVE SPACE TO APPRRPT-REC.
           STRING "MAKER-CHECKER APPROVAL REGISTER  RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO APPRRPT-REC.
           STRING "MID      HELD     SEQ  CD OPERATOR APPROVER "
               "DISPOSITION"
               DELIMITED BY SIZE INTO APPRRPT-REC.
           WRITE APPRRPT-REC.
           PERFORM APPLY-DECISIONS.
           PERFORM SCREEN-NEW-TRANSACTIONS.
           PERFORM APPLY-CURTAILMENTS.
           PERFORM RELEASE-PAYOFF-DELETES.
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > WS-PN-COUNT
               IF WS-PN-STATE(WS-PN-IDX) = 'A'
                   PERFORM RELEASE-APPROVED-ITEM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > WS-PN-COUNT
               IF WS-PN-STATE(WS-PN-IDX) = SPACE
                 AND WS-PN-NIGHTS(WS-PN-IDX) > WS-EXPIRE-NIGHTS
                   MOVE 'X' TO WS-PN-STATE(WS-PN-IDX)
                   ADD 1 TO WS-EXPIRED-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE "EXPIRED - NEVER APPROVED" TO WS-DISPOSITION
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM.
           CLOSE TRANOUT.
           PERFORM WRITE-PENDING-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE APPRRPT.
           IF WS-MAST-OPEN = 'Y'
               CLOSE LOANMAST
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.

      *> One run-control record to the shared permanent run log
      *> for the morning OPSRPT -- extend, first ever run creates
      *> it, the same way LOANMNT treats its history file.
       WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACE TO RUNLOG-REC.
           MOVE "APPROVE" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-TRAN-COUNT TO RL-KEY-1.
           MOVE WS-RELEASED-COUNT TO RL-KEY-2.
           MOVE WS-PENDING-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

      *> A shop with no master yet has nothing to change or delete
      *> -- every change is compared as if its loan were not on
      *> file and LOANMNT rejects it. Any other failure to open
      *> stops the pass: with no master to compare against there
      *> is no telling which changes need a checker.
       OPEN-MASTER.
           MOVE 'N' TO WS-MAST-OPEN.
           OPEN INPUT LOANMAST.
           IF WS-MAST-STATUS = "00"
               MOVE 'Y' TO WS-MAST-OPEN
           ELSE IF WS-MAST-STATUS NOT = "35"
               DISPLAY "APPROVE: CANNOT OPEN LOAN MASTER, STATUS "
                   WS-MAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Reads the master record for the MID in MST-MID.
       READ-MASTER.
           MOVE 'N' TO WS-MAST-FOUND.
           IF WS-MAST-OPEN = 'Y'
               READ LOANMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-MAST-FOUND
               END-READ
           END-IF.

      *> An empty OLDPEND (first run) just means nothing pending.
      *> Each carried item has waited one more run.
       LOAD-PENDING.
           OPEN INPUT OLDPEND.
           MOVE SPACE TO WS-EOF.
           READ OLDPEND
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OP-MID NUMERIC AND OP-MID > 0
                   IF WS-PN-COUNT < 5000
                       ADD 1 TO WS-PN-COUNT
                       MOVE OP-MID TO WS-PN-MID(WS-PN-COUNT)
                       MOVE PND-HELD-DATE
                           TO WS-PN-HELD-DATE(WS-PN-COUNT)
                       MOVE PND-SEQ TO WS-PN-SEQ(WS-PN-COUNT)
                       COMPUTE WS-PN-NIGHTS(WS-PN-COUNT) =
                           PND-NIGHTS + 1
                       MOVE PND-CODE TO WS-PN-CODE(WS-PN-COUNT)
                       MOVE PND-OPERATOR
                           TO WS-PN-OPERATOR(WS-PN-COUNT)
                       MOVE SPACE TO WS-PN-APPROVER(WS-PN-COUNT)
                       MOVE PND-OLD-IMAGE
                           TO WS-PN-OLD-IMAGE(WS-PN-COUNT)
                       MOVE PND-NEW-IMAGE
                           TO WS-PN-NEW-IMAGE(WS-PN-COUNT)
                       MOVE SPACE TO WS-PN-STATE(WS-PN-COUNT)
                       IF PND-HELD-DATE = WS-RUN-DATE
                         AND PND-SEQ NOT < WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = PND-SEQ + 1
                       END-IF
                   ELSE
                       DISPLAY "APPROVE: PENDING TABLE FULL, MID "
                           OP-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ OLDPEND
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDPEND.

      *> No decisions keyed just means nothing approved tonight;
      *> the pending items wait on and age.
       APPLY-DECISIONS.
           OPEN INPUT DECISION.
           IF WS-DEC-STATUS NOT = "00"
               DISPLAY "APPROVE: NO DECISION FILE -- NOTHING "
                   "APPROVED OR REJECTED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ DECISION
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-DEC-COUNT
                   PERFORM APPLY-DECISION
                   READ DECISION
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE DECISION
           END-IF.

       APPLY-DECISION.
           MOVE SPACE TO WS-REASON.
           MOVE ZERO TO WS-PN-FOUND.
           IF DC-MID NOT NUMERIC OR DC-HELD-DATE NOT NUMERIC
             OR DC-SEQ NOT NUMERIC
               MOVE "ITEM KEY NOT NUMERIC" TO WS-REASON
           ELSE
               PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > WS-PN-COUNT
                      OR WS-PN-FOUND > 0
                   IF WS-PN-MID(WS-PN-IDX) = DC-MID
                     AND WS-PN-HELD-DATE(WS-PN-IDX) = DC-HELD-DATE
                     AND WS-PN-SEQ(WS-PN-IDX) = DC-SEQ
                       MOVE WS-PN-IDX TO WS-PN-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                 WHEN WS-PN-FOUND = 0
                   MOVE "NO SUCH ITEM PENDING" TO WS-REASON
                 WHEN WS-PN-STATE(WS-PN-FOUND) NOT = SPACE
                   MOVE "ITEM ALREADY DECIDED THIS RUN" TO WS-REASON
                 WHEN DC-APPROVER = SPACE
                   MOVE "NO APPROVER ID" TO WS-REASON
                 WHEN DC-APPROVER = WS-PN-OPERATOR(WS-PN-FOUND)
                   MOVE "APPROVER IS THE ENTERING OPERATOR"
                       TO WS-REASON
                 WHEN DC-ACTION = 'A'
                   MOVE 'A' TO WS-PN-STATE(WS-PN-FOUND)
                   MOVE DC-APPROVER TO WS-PN-APPROVER(WS-PN-FOUND)
                 WHEN DC-ACTION = 'R'
                   MOVE 'R' TO WS-PN-STATE(WS-PN-FOUND)
                   MOVE DC-APPROVER TO WS-PN-APPROVER(WS-PN-FOUND)
                   ADD 1 TO WS-CHK-REJECT-COUNT
                   MOVE WS-PN-FOUND TO WS-PN-IDX
                   MOVE "REJECTED BY CHECKER" TO WS-DISPOSITION
                   PERFORM WRITE-ITEM-LINE
                 WHEN OTHER
                   MOVE "ACTION IS NOT A OR R" TO WS-REASON
               END-EVALUATE
           END-IF.
           IF WS-REASON NOT = SPACE
               ADD 1 TO WS-REFUSED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACE TO WS-RPT-LINE
               STRING DC-MID "  " DC-HELD-DATE " " DC-SEQ "  "
                   DC-ACTION "           " DC-APPROVER " "
                   "DECISION REFUSED - " WS-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO APPRRPT-REC
               WRITE APPRRPT-REC
           END-IF.

       SCREEN-NEW-TRANSACTIONS.
           OPEN INPUT TRANIN.
           MOVE SPACE TO WS-EOF.
           READ TRANIN INTO WS-TRAN
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               PERFORM SCREEN-TRANSACTION
               READ TRANIN INTO WS-TRAN
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANIN.

      *> The operator IDs the posting runs and this pass use are
      *> reserved: keyed under one of them, a transaction would
      *> pass for system work, so it is rejected. Of the rest,
      *> anything that is not plainly a delete or a P/APR/MONTH
      *> change of a loan on the master -- adds, other changes,
      *> codes and MIDs LOANMNT will reject -- is released as keyed
      *> and left to LOANMNT's own screens.
       SCREEN-TRANSACTION.
           IF TI-OPERATOR = SPACE
               ADD 1 TO WS-NOOP-COUNT
               MOVE "REJECTED - NO OPERATOR ID" TO WS-DISPOSITION
               PERFORM REJECT-TRANSACTION
           ELSE IF TI-OPERATOR = "PAYPOST" OR TI-OPERATOR = "PAYOFF"
             OR TI-OPERATOR = WS-SYSTEM-APPROVER
               ADD 1 TO WS-RESERVED-COUNT
               MOVE "REJECTED - RESERVED OPERATOR ID"
                   TO WS-DISPOSITION
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE 'N' TO WS-HOLD
               MOVE 'N' TO WS-MAST-FOUND
               IF (TI-CODE = 'C' OR TI-CODE = 'D')
                 AND TI-MID NUMERIC
                   MOVE TI-MID TO MST-MID
                   PERFORM READ-MASTER
               END-IF
               IF WS-MAST-FOUND = 'Y'
                   EVALUATE TRUE
                     WHEN TI-CODE = 'D'
                       MOVE 'Y' TO WS-HOLD
                     WHEN TI-P NOT NUMERIC OR TI-APR NOT NUMERIC
                       OR TI-MONTH NOT NUMERIC
                       CONTINUE
                     WHEN TI-P NOT = MST-P OR TI-APR NOT = MST-APR
                       OR TI-MONTH NOT = MST-MONTH
                       MOVE 'Y' TO WS-HOLD
                   END-EVALUATE
               END-IF
               IF WS-HOLD = 'Y'
                   PERFORM HOLD-TRANSACTION
               ELSE
                   ADD 1 TO WS-PASS-COUNT
                   MOVE SPACE TO TRANOUT-REC
                   MOVE TI-CODE TO TO-CODE
                   MOVE TI-LOAN TO TO-LOAN
                   MOVE TI-OPERATOR TO TO-OPERATOR
                   PERFORM WRITE-TRANOUT
               END-IF
           END-IF.

       REJECT-TRANSACTION.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING TI-MID "                 " TI-CODE
               "                    " WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.

      *> No CURTFILE just means PAYPOST posted no curtailments.
       APPLY-CURTAILMENTS.
           OPEN INPUT CURTFILE.
           IF WS-CURT-STATUS NOT = "00"
               DISPLAY "APPROVE: NO CURTAILMENT FILE -- NONE APPLIED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ CURTFILE INTO WS-TRAN
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-TRAN-COUNT
                   IF TI-OPERATOR = "PAYPOST"
                     AND (TI-CODE = 'P' OR TI-CODE = 'R')
                       PERFORM APPLY-PRINCIPAL-ADJUSTMENT
                   ELSE
                       ADD 1 TO WS-ADJ-REJ-COUNT
                       MOVE "REJECTED - NOT A PAYPOST ITEM"
                           TO WS-DISPOSITION
                       PERFORM REJECT-TRANSACTION
                   END-IF
                   READ CURTFILE INTO WS-TRAN
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE CURTFILE
           END-IF.

      *> No DELFILE just means PAYOFF closed no loans.
       RELEASE-PAYOFF-DELETES.
           OPEN INPUT DELFILE.
           IF WS-DEL-STATUS NOT = "00"
               DISPLAY "APPROVE: NO PAYOFF DELETE FILE -- NONE "
                   "RELEASED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ DELFILE INTO WS-TRAN
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-TRAN-COUNT
                   IF TI-OPERATOR = "PAYOFF" AND TI-CODE = 'D'
                       PERFORM RELEASE-PAYOFF-DELETE
                   ELSE
                       ADD 1 TO WS-ADJ-REJ-COUNT
                       MOVE "REJECTED - NOT A PAYOFF ITEM"
                           TO WS-DISPOSITION
                       PERFORM REJECT-TRANSACTION
                   END-IF
                   READ DELFILE INTO WS-TRAN
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE DELFILE
           END-IF.

      *> A posting-run curtailment ('P') or returned curtailment
      *> ('R') carries the amount in P. It is not a keyed change to
      *> be checked but money already posted, so it is applied here
      *> as a change to the principal of the loan as it now stands
      *> -- master image, or the image released earlier this run --
      *> and released at once with the system approver ID. Several
      *> on one loan therefore accumulate instead of each replacing
      *> the last. One that cannot be applied (loan gone, or a
      *> curtailment no longer under the balance) is listed for
      *> servicing to adjust by hand.
       APPLY-PRINCIPAL-ADJUSTMENT.
           MOVE SPACE TO WS-DISPOSITION.
           MOVE 'N' TO WS-MAST-FOUND.
           IF TI-MID NUMERIC AND TI-P NUMERIC
               MOVE TI-MID TO WS-KEY-MID
               PERFORM FIND-CURRENT-IMAGE
           END-IF.
           IF WS-MAST-FOUND = 'N'
               MOVE "NOT APPLIED - LOAN NOT ON MASTER"
                   TO WS-DISPOSITION
           ELSE IF TI-CODE = 'P' AND TI-P NOT < BS-P
               MOVE "NOT APPLIED - CURTAIL EXCEEDS BALANCE"
                   TO WS-DISPOSITION
           ELSE IF TI-CODE = 'R' AND BS-P + TI-P > 999999
               MOVE "NOT APPLIED - BALANCE OVERFLOW"
                   TO WS-DISPOSITION
           END-IF.
           IF WS-DISPOSITION NOT = SPACE
               ADD 1 TO WS-ADJ-REJ-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE BS-P TO WS-OLD-P-DISP
               IF TI-CODE = 'P'
                   SUBTRACT TI-P FROM BS-P
                   ADD 1 TO WS-CURT-COUNT
               ELSE
                   ADD TI-P TO BS-P
                   ADD 1 TO WS-CURT-RET-COUNT
               END-IF
               MOVE BS-P TO WS-NEW-P-DISP
               ADD 1 TO WS-PASS-COUNT
               MOVE SPACE TO TRANOUT-REC
               MOVE 'C' TO TO-CODE
               MOVE WS-BASE TO TO-LOAN
               MOVE TI-OPERATOR TO TO-OPERATOR
               MOVE WS-SYSTEM-APPROVER TO TO-APPROVER
               PERFORM WRITE-TRANOUT
               STRING "PRINCIPAL " WS-OLD-P-DISP ">" WS-NEW-P-DISP
                   " RELEASED"
                   DELIMITED BY SIZE INTO WS-DISPOSITION
           END-IF.
           PERFORM WRITE-SYSTEM-LINE.

      *> A payoff delete follows money PAYOFF has already taken and
      *> a loan it has already closed out, so it is released the
      *> night it arrives with the system approver ID rather than
      *> waiting on a checker.
       RELEASE-PAYOFF-DELETE.
           ADD 1 TO WS-PASS-COUNT.
           ADD 1 TO WS-PIF-COUNT.
           MOVE SPACE TO TRANOUT-REC.
           MOVE TI-CODE TO TO-CODE.
           MOVE TI-LOAN TO TO-LOAN.
           MOVE TI-OPERATOR TO TO-OPERATOR.
           MOVE WS-SYSTEM-APPROVER TO TO-APPROVER.
           PERFORM WRITE-TRANOUT.
           MOVE "PAID IN FULL - RELEASED TO LOANMNT"
               TO WS-DISPOSITION.
           PERFORM WRITE-SYSTEM-LINE.

       WRITE-SYSTEM-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING TI-MID "                 " TI-CODE "  "
               TI-OPERATOR " " WS-SYSTEM-APPROVER " " WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.

       HOLD-TRANSACTION.
           IF WS-PN-COUNT < 5000
               ADD 1 TO WS-PN-COUNT
               MOVE WS-PN-COUNT TO WS-PN-IDX
               MOVE TI-MID TO WS-PN-MID(WS-PN-IDX)
               MOVE WS-RUN-DATE TO WS-PN-HELD-DATE(WS-PN-IDX)
               MOVE WS-NEXT-SEQ TO WS-PN-SEQ(WS-PN-IDX)
               ADD 1 TO WS-NEXT-SEQ
               MOVE ZERO TO WS-PN-NIGHTS(WS-PN-IDX)
               MOVE TI-CODE TO WS-PN-CODE(WS-PN-IDX)
               MOVE TI-OPERATOR TO WS-PN-OPERATOR(WS-PN-IDX)
               MOVE SPACE TO WS-PN-APPROVER(WS-PN-IDX)
               MOVE LOANMAST-REC TO WS-PN-OLD-IMAGE(WS-PN-IDX)
               MOVE TI-LOAN TO WS-PN-NEW-IMAGE(WS-PN-IDX)
               MOVE SPACE TO WS-PN-STATE(WS-PN-IDX)
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD FOR APPROVAL" TO WS-DISPOSITION
               PERFORM WRITE-ITEM-LINE
           ELSE
               DISPLAY "APPROVE: PENDING TABLE FULL, MID "
                   TI-MID " NOT HELD OR RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> A delete goes as held. A change goes on top of the loan
      *> as it stands now, carrying only what the maker changed --
      *> unless P, APR or MONTH have moved under it since.
       RELEASE-APPROVED-ITEM.
           MOVE SPACE TO TRANOUT-REC.
           MOVE WS-PN-CODE(WS-PN-IDX) TO TO-CODE.
           MOVE WS-PN-OPERATOR(WS-PN-IDX) TO TO-OPERATOR.
           MOVE WS-PN-APPROVER(WS-PN-IDX) TO TO-APPROVER.
           IF WS-PN-CODE(WS-PN-IDX) = 'D'
               MOVE WS-PN-NEW-IMAGE(WS-PN-IDX) TO TO-LOAN
               PERFORM RELEASE-ITEM
           ELSE
               MOVE WS-PN-NEW-IMAGE(WS-PN-IDX) TO WS-HELD
               MOVE WS-PN-OLD-IMAGE(WS-PN-IDX) TO WS-OLD
               MOVE WS-PN-MID(WS-PN-IDX) TO WS-KEY-MID
               PERFORM FIND-CURRENT-IMAGE
               EVALUATE TRUE
                 WHEN WS-MAST-FOUND = 'N'
                   MOVE "NOT RELEASED - LOAN NO LONGER ON MASTER"
                       TO WS-DISPOSITION
                   PERFORM REFUSE-RELEASE
                 WHEN BS-P NOT = OL-P OR BS-APR NOT = OL-APR
                   OR BS-MONTH NOT = OL-MONTH
                   MOVE "NOT RELEASED - MASTER CHANGED SINCE HELD"
                       TO WS-DISPOSITION
                   PERFORM REFUSE-RELEASE
                 WHEN OTHER
                   PERFORM MERGE-HELD-CHANGES
                   MOVE WS-BASE TO TO-LOAN
                   PERFORM RELEASE-ITEM
               END-EVALUATE
           END-IF.

       RELEASE-ITEM.
           MOVE 'D' TO WS-PN-STATE(WS-PN-IDX).
           ADD 1 TO WS-APPROVED-COUNT.
           PERFORM WRITE-TRANOUT.
           MOVE "APPROVED - RELEASED TO LOANMNT" TO WS-DISPOSITION.
           PERFORM WRITE-ITEM-LINE.

       REFUSE-RELEASE.
           MOVE 'X' TO WS-PN-STATE(WS-PN-IDX).
           ADD 1 TO WS-STALE-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-ITEM-LINE.

      *> The image released earlier this run wins over the master,
      *> which LOANMNT has not yet updated.
       FIND-CURRENT-IMAGE.
           MOVE ZERO TO WS-RL-FOUND.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-MID(WS-RL-IDX) = WS-KEY-MID
                   MOVE WS-RL-IDX TO WS-RL-FOUND
               END-IF
           END-PERFORM.
           IF WS-RL-FOUND > 0
               MOVE 'Y' TO WS-MAST-FOUND
               MOVE WS-RL-IMAGE(WS-RL-FOUND) TO WS-BASE
           ELSE
               MOVE WS-KEY-MID TO MST-MID
               PERFORM READ-MASTER
               IF WS-MAST-FOUND = 'Y'
                   MOVE LOANMAST-REC TO WS-BASE
               END-IF
           END-IF.

       MERGE-HELD-CHANGES.
           IF HL-NAME NOT = OL-NAME
               MOVE HL-NAME TO BS-NAME
           END-IF.
           IF HL-P NOT = OL-P
               MOVE HL-P TO BS-P
           END-IF.
           IF HL-APR NOT = OL-APR
               MOVE HL-APR TO BS-APR
           END-IF.
           IF HL-MONTH NOT = OL-MONTH
               MOVE HL-MONTH TO BS-MONTH
           END-IF.
           IF HL-ESCROW NOT = OL-ESCROW
               MOVE HL-ESCROW TO BS-ESCROW
           END-IF.
           IF HL-TAX-AMT NOT = OL-TAX-AMT
               MOVE HL-TAX-AMT TO BS-TAX-AMT
           END-IF.
           IF HL-LOAN-TYPE NOT = OL-LOAN-TYPE
               MOVE HL-LOAN-TYPE TO BS-LOAN-TYPE
           END-IF.
           IF HL-ORIG-DATE NOT = OL-ORIG-DATE
               MOVE HL-ORIG-DATE TO BS-ORIG-DATE
           END-IF.

      *> Every release is noted so a later release of the same
      *> loan this run builds on it.
       WRITE-TRANOUT.
           WRITE TRANOUT-REC.
           ADD 1 TO WS-RELEASED-COUNT.
           IF TO-CODE = 'A' OR TO-CODE = 'C'
               IF WS-RL-COUNT < 5000
                   ADD 1 TO WS-RL-COUNT
                   MOVE TO-LOAN(1:7) TO WS-RL-MID(WS-RL-COUNT)
                   MOVE TO-LOAN TO WS-RL-IMAGE(WS-RL-COUNT)
               ELSE
                   DISPLAY "APPROVE: RELEASE TABLE FULL, MID "
                       TO-LOAN(1:7) " NOT TRACKED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ITEM-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-PN-MID(WS-PN-IDX) "  "
               WS-PN-HELD-DATE(WS-PN-IDX) " " WS-PN-SEQ(WS-PN-IDX)
               "  " WS-PN-CODE(WS-PN-IDX) "  "
               WS-PN-OPERATOR(WS-PN-IDX) " "
               WS-PN-APPROVER(WS-PN-IDX) " " WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.

      *> Items still waiting go forward to NEWPEND and onto the
      *> checkers' list, each with what it would change.
       WRITE-PENDING-FILE.
           OPEN OUTPUT NEWPEND.
           MOVE ALL "-" TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE "AWAITING APPROVAL" TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO APPRRPT-REC.
           STRING "MID      HELD     SEQ  CD OPERATOR NIGHTS "
               "CHANGE"
               DELIMITED BY SIZE INTO APPRRPT-REC.
           WRITE APPRRPT-REC.
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > WS-PN-COUNT
               IF WS-PN-STATE(WS-PN-IDX) = SPACE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACE TO NEWPEND-REC
                   MOVE WS-PN-MID(WS-PN-IDX) TO NP-MID
                   MOVE WS-PN-HELD-DATE(WS-PN-IDX) TO NP-HELD-DATE
                   MOVE WS-PN-SEQ(WS-PN-IDX) TO NP-SEQ
                   MOVE WS-PN-NIGHTS(WS-PN-IDX) TO NP-NIGHTS
                   MOVE WS-PN-CODE(WS-PN-IDX) TO NP-CODE
                   MOVE WS-PN-OPERATOR(WS-PN-IDX) TO NP-OPERATOR
                   MOVE WS-PN-OLD-IMAGE(WS-PN-IDX) TO NP-OLD-IMAGE
                   MOVE WS-PN-NEW-IMAGE(WS-PN-IDX) TO NP-NEW-IMAGE
                   WRITE NEWPEND-REC
                   PERFORM WRITE-PENDING-LINE
               END-IF
           END-PERFORM.
           CLOSE NEWPEND.

       WRITE-PENDING-LINE.
           MOVE WS-PN-NEW-IMAGE(WS-PN-IDX) TO WS-HELD.
           MOVE WS-PN-OLD-IMAGE(WS-PN-IDX) TO WS-OLD.
           MOVE WS-PN-NIGHTS(WS-PN-IDX) TO WS-NIGHTS-DISP.
           MOVE SPACE TO WS-REASON.
           IF WS-PN-CODE(WS-PN-IDX) = 'D'
               STRING "DELETE " OL-NAME
                   DELIMITED BY SIZE INTO WS-REASON
           ELSE
               MOVE OL-P TO WS-OLD-P-DISP
               MOVE HL-P TO WS-NEW-P-DISP
               MOVE OL-APR TO WS-OLD-APR-DISP
               MOVE HL-APR TO WS-NEW-APR-DISP
               STRING "P " WS-OLD-P-DISP ">" WS-NEW-P-DISP
                   " APR " WS-OLD-APR-DISP ">" WS-NEW-APR-DISP
                   " TERM " OL-MONTH ">" HL-MONTH
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-PN-MID(WS-PN-IDX) "  "
               WS-PN-HELD-DATE(WS-PN-IDX) " " WS-PN-SEQ(WS-PN-IDX)
               "  " WS-PN-CODE(WS-PN-IDX) "  "
               WS-PN-OPERATOR(WS-PN-IDX) "   " WS-NIGHTS-DISP " "
               WS-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.

       WRITE-REGISTER-TOTALS.
           MOVE ALL "-" TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "TRANS READ: " WS-TRAN-COUNT
               "  PASSED: " WS-PASS-COUNT
               "  HELD: " WS-HELD-COUNT
               "  NO OPERATOR: " WS-NOOP-COUNT
               "  RESERVED ID: " WS-RESERVED-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE(1:80).
           MOVE WS-TOTALS-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "DECISIONS: " WS-DEC-COUNT
               "  APPROVED: " WS-APPROVED-COUNT
               "  REJECTED: " WS-CHK-REJECT-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE(1:80).
           MOVE WS-TOTALS-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "NOT RELEASABLE: " WS-STALE-COUNT
               "  EXPIRED: " WS-EXPIRED-COUNT
               "  TO LOANMNT: " WS-RELEASED-COUNT
               "  STILL PENDING: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE(1:80).
           MOVE WS-TOTALS-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "CURTAILED: " WS-CURT-COUNT
               "  CURTAIL RETURNED: " WS-CURT-RET-COUNT
               "  PAID IN FULL: " WS-PIF-COUNT
               "  NOT APPLIED: " WS-ADJ-REJ-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE(1:80).
           MOVE WS-TOTALS-LINE TO APPRRPT-REC.
           WRITE APPRRPT-REC.

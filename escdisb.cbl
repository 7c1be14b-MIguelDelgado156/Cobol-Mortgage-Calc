
      *> Escrow disbursement run. Reads the escrow subledger the
      *> posting run maintains (OLDESC) and the due-dated
      *> disbursement schedule DISBDUE (layout in DUEREC) --
      *> DISBFILE's MID, description and amount plus a due date --
      *> with any newly scheduled items on DISBNEW (optional, same
      *> layout) added to it, and, for every item due on or before
      *> the run date, debits the borrower's escrow balance and cuts
      *> a payment record to PAYOUT for the check run. An item that
      *> would drive the account negative is NOT paid: it lists on
      *> the report as INSUFFICIENT FUNDS so servicing can advance
      *> or collect before the county is shorted a check that would
      *> bounce the ledger. Every item NOT paid this run -- not yet
      *> due, insufficient funds, bad MID or no escrow account -- is
      *> carried forward to NEWDUE, the schedule for the next run,
      *> the same old-in/new-out pattern PAYPOST uses for its status
      *> file; paid items come off the schedule so they can never
      *> pay twice. NEWESC is the subledger rewritten in full,
      *> ascending MID, for the next posting run and for ESCANAL.
      *> Each item paid is also appended to the permanent loan
      *> transaction journal LOANJRN (layout in JRNREC) with the
      *> escrow balance it leaves and the loan's principal balance
      *> -- the booked balance on INCOME rolled through the payments
      *> posted on PAYSTAT, the way PAYQUOTE rolls it.
      *> OLDESC and DISBDUE must each be the latest generation on
      *> the generation log GENLOG and foot to their GENHDR header
      *> (records, and total balance or scheduled amount), and
      *> DISBNEW is fingerprinted -- count, amount total, MID and
      *> due-date hash totals -- and checked against the
      *> processed-batch registry BATREG (layout in BATREC), so new
      *> items are never scheduled twice. New items belong on
      *> DISBNEW, never concatenated onto DISBDUE, which would no
      *> longer foot. A stale or unfooted OLD file, or a batch
      *> already applied, refuses the run before anything is
      *> written: return code 8 and the reason on the run log for
      *> OPSRPT. A run that goes through writes NEWDUE and NEWESC
      *> under new headers, logs both generations to GENLOG and
      *> registers DISBNEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DISBDUE ASSIGN TO DISBDUE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DISBNEW ASSIGN TO DISBNEW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
       SELECT PAYOUT ASSIGN TO PAYOUT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWESC ASSIGN TO NEWESC
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ESCDRPT ASSIGN TO ESCDRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT GENLOG ASSIGN TO GENLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.
       SELECT BATREG ASSIGN TO BATREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATREG-STATUS.
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==ESC-BAL== BY ==OE-ESC-BAL==
                         ==ESC-LAST-DATE== BY ==OE-ESC-LAST-DATE==.

      *> The schedule and the new items are both read into
      *> WS-DUE-ITEM, so one set of paragraphs works either.
       FD DISBDUE.
       01 DISBDUE-REC PIC X(64).

       FD DISBNEW.
       01 DISBNEW-REC PIC X(64).

       FD PAYOUT.
       01 PAYOUT-REC.

      *> Carried-forward schedule, same layout as DISBDUE.
       FD NEWDUE.
       01 NEWDUE-REC PIC X(64).

      *> Wide enough for the full detail line -- MID, description,
      *> amount, balance and an untruncated disposition -- the way
       FD ESCDRPT.
       01 ESCDRPT-REC PIC X(100).

       FD INCOME.
       01 INCOME-FILE.
           COPY INCREC.

       FD PAYSTAT.
       01 PAYSTAT-REC.
           COPY PAYSTAT
               REPLACING ==MID== BY ==PS-MID==
                         ==PAID-THRU== BY ==PS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==PS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==PS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==PS-PAID-COUNT==
                         ==NSF-COUNT== BY ==PS-NSF-COUNT==.

       FD LOANJRN.
       01 LOANJRN-REC.
           COPY JRNREC
               REPLACING ==MID== BY ==JR-MID==.

      *> Generation log, one GENHDR image per generation written.
       FD GENLOG.
       01 GENLOG-REC PIC X(64).

       FD BATREG.
       01 BATREG-REC.
           COPY BATREC.

       FD RUNLOG.
       01 RUNLOG-REC.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-INCOME.
           COPY INCREC
               REPLACING ==MID== BY ==WS-MID==
                         ==NAME== BY ==WS-NAME==
                         ==P== BY ==WS-P==
                         ==APR== BY ==WS-APR==
                         ==MONTH== BY ==WS-MONTH==
                         ==ESCROW== BY ==WS-ESCROW==
                         ==TAX-AMT== BY ==WS-TAX-AMT==
                         ==LOAN-TYPE== BY ==WS-LOAN-TYPE==
                         ==ORIG-DATE== BY ==WS-ORIG-DATE==.
       01 WS-EOF PIC A(1).
       01 WS-JRN-STATUS PIC X(2).
       01 WS-NEW-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-RPT-LINE PIC X(100).
       01 WS-DUE-ITEM.
           COPY DUEREC
               REPLACING ==MID== BY ==DD-MID==
                         ==DUE-DESC== BY ==DD-DESC==
                         ==DUE-AMT== BY ==DD-AMT==
                         ==DUE-DATE== BY ==DD-DUE-DATE==.

      *> Generation control (layout in GENHDR). The generation log
      *> is loaded first -- the latest generation logged for each
      *> state file -- and each OLD file is footed as it loads:
      *> its header, if it has one, is kept in WS-GEN-HDR, and the
      *> loan records after it are counted and totalled the way
      *> the header says they should be.
       01 WS-GEN-HDR.
           COPY GENHDR.
       01 WS-GENLOG-STATUS PIC X(2).
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 10 TIMES.
               10 WS-GEN-FILE PIC X(8).
               10 WS-GEN-SEQ PIC 9(7).
               10 WS-GEN-DATE PIC 9(8).
               10 WS-GEN-PROGRAM PIC X(8).
       01 WS-GEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GEN-IDX PIC 9(2).
       01 WS-GEN-FOUND PIC 9(2).
       01 WS-CHK-FILE PIC X(8).
       01 WS-CHK-HDR-SEEN PIC A(1).
       01 WS-CHK-COUNT PIC 9(7).
       01 WS-CHK-TOTAL PIC 9(11)V99.
       01 WS-CHK-SEQ PIC 9(7).
       01 WS-CHK-REASON PIC X(30).
       01 WS-ESC-SEQ PIC 9(7).
       01 WS-DUE-SEQ PIC 9(7).
       01 WS-HDR-PASSED PIC A(1).

      *> Input batch fingerprint (layout in BATREC) for DISBNEW.
      *> An empty batch has nothing to protect and is neither
      *> checked nor registered.
       01 WS-BATREG-STATUS PIC X(2).
       01 WS-FP-TABLE.
           05 WS-FP-ENTRY OCCURS 1 TIMES.
               10 WS-FP-BATCH PIC X(8).
               10 WS-FP-COUNT PIC 9(7).
               10 WS-FP-AMT PIC 9(11)V99.
               10 WS-FP-MID-HASH PIC 9(12).
               10 WS-FP-DATE-HASH PIC 9(12).
       01 WS-FP-USED PIC 9(1) VALUE 1.
       01 WS-FP-IDX PIC 9(1).

      *> Set by any check that refuses the run; the note goes to
      *> the run log for OPSRPT.
       01 WS-REFUSED PIC A(1) VALUE 'N'.
       01 WS-REFUSE-NOTE PIC X(30) VALUE SPACE.

      *> Items not paid this run, held until the end so NEWDUE can
      *> be footed and written under its header.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ITEM PIC X(64) OCCURS 5000 TIMES.
       01 WS-CARRY-TOTAL PIC 9(11)V99 VALUE ZERO.

      *> Balances, one entry per subledger record read, located by
      *> scanning the loaded count the way RATEADJ scans its rate
       01 WS-IDX PIC 9(5).
       01 WS-ESC-FOUND PIC 9(5).

      *> Principal balance per loan for the journal, rolled once
      *> at load from the paid counts on PAYSTAT.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-MID PIC 9(7).
               10 WS-PT-PAID-COUNT PIC 9(3).
       01 WS-PT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIN-TABLE.
           05 WS-PRIN-ENTRY OCCURS 5000 TIMES.
               10 WS-PRIN-MID PIC 9(7).
               10 WS-PRIN-BAL PIC 9(7)V9(2).
       01 WS-PRIN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-N PIC 9(3).

       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-INTEREST-PORTION PIC S9(7)V99.
       01 WS-PERIOD PIC 9(3).
       01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-NOTDUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOACCT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CARRY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NEW-ITEM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ESC-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAID-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTALS-LINE PIC X(100).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-GENERATION-LOG.
           PERFORM LOAD-ESCROW-TABLE.
           PERFORM FOOT-DUE-SCHEDULE.
           PERFORM FINGERPRINT-DISBNEW.
           PERFORM CHECK-BATCH-REGISTRY.
           IF WS-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-PAID-COUNTS.
           PERFORM LOAD-PRINCIPAL-BALANCES.
           OPEN EXTEND LOANJRN.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT LOANJRN
           END-IF.
           OPEN INPUT DISBDUE.
           OPEN OUTPUT PAYOUT.
           OPEN OUTPUT ESCDRPT.
           MOVE SPACE TO ESCDRPT-REC.
           STRING "ESCROW DISBURSEMENTS RUN DATE " WS-RUN-DATE
               "       BALANCE          DISPOSITION"
               DELIMITED BY SIZE INTO ESCDRPT-REC.
           WRITE ESCDRPT-REC.
           MOVE 'N' TO WS-HDR-PASSED.
           MOVE SPACE TO WS-EOF.
           READ DISBDUE INTO WS-DUE-ITEM
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-DUE-ITEM(1:7) = "0000000"
                 AND WS-HDR-PASSED = 'N'
                   MOVE 'Y' TO WS-HDR-PASSED
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM PROCESS-DISB-ITEM
               END-IF
               READ DISBDUE INTO WS-DUE-ITEM
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE DISBDUE.
           PERFORM PROCESS-NEW-ITEMS.
           PERFORM WRITE-DISB-TOTALS.
           CLOSE PAYOUT.
           CLOSE LOANJRN.
           DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRN-COUNT.
           PERFORM WRITE-NEW-SCHEDULE.
           PERFORM WRITE-NEW-ESCROW.
           PERFORM REGISTER-BATCHES.
           PERFORM WRITE-RUN-LOG.
           CLOSE ESCDRPT.
           STOP RUN.

      *> One run-control record to the shared permanent run log
      *> for the morning OPSRPT -- extend, first ever run creates
      *> it, the same way CALC treats its audit file.
       WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACE TO RUNLOG-REC.
           MOVE "ESCDISB" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-ITEM-COUNT TO RL-KEY-1.
           MOVE WS-PAID-COUNT TO RL-KEY-2.
           MOVE WS-CARRY-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           MOVE WS-REFUSE-NOTE TO RL-NOTE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

      *> The generation log is permanent, appended by every run
      *> that writes a state file; the last entry for a file is
      *> its latest generation. No log yet is the first controlled
      *> run -- nothing has been logged to check against.
       LOAD-GENERATION-LOG.
           OPEN INPUT GENLOG.
           IF WS-GENLOG-STATUS NOT = "00"
               DISPLAY "ESCDISB: NO GENERATION LOG -- FIRST "
                   "CONTROLLED RUN"
           ELSE
               MOVE SPACE TO WS-EOF
               READ GENLOG INTO WS-GEN-HDR
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM NOTE-GENERATION
                   READ GENLOG INTO WS-GEN-HDR
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE GENLOG
           END-IF.

       NOTE-GENERATION.
           MOVE GH-FILE TO WS-CHK-FILE.
           PERFORM FIND-GENERATION.
           IF WS-GEN-FOUND = 0
               IF WS-GEN-COUNT < 10
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-GEN-FOUND
                   MOVE GH-FILE TO WS-GEN-FILE(WS-GEN-FOUND)
               ELSE
                   DISPLAY "ESCDISB: GENERATION TABLE FULL, "
                       GH-FILE " NOT LOADED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-GEN-FOUND > 0
               MOVE GH-RUN-SEQ TO WS-GEN-SEQ(WS-GEN-FOUND)
               MOVE GH-RUN-DATE TO WS-GEN-DATE(WS-GEN-FOUND)
               MOVE GH-PROGRAM TO WS-GEN-PROGRAM(WS-GEN-FOUND)
           END-IF.

       FIND-GENERATION.
           MOVE ZERO TO WS-GEN-FOUND.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-FILE(WS-GEN-IDX) = WS-CHK-FILE
                   MOVE WS-GEN-IDX TO WS-GEN-FOUND
               END-IF
           END-PERFORM.

      *> Ready to foot the OLD file named in WS-CHK-FILE.
       START-GENERATION-CHECK.
           MOVE SPACE TO WS-GEN-HDR.
           MOVE 'N' TO WS-CHK-HDR-SEEN.
           MOVE ZERO TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.

      *> The OLD file just loaded must be the latest generation the
      *> log holds for it and foot to its own header. A file with
      *> no header is taken only while the log has never seen the
      *> file -- the first controlled run. WS-CHK-SEQ comes back
      *> as the number the NEW generation will carry.
       CHECK-OLD-GENERATION.
           PERFORM FIND-GENERATION.
           MOVE 1 TO WS-CHK-SEQ.
           IF WS-GEN-FOUND > 0
               COMPUTE WS-CHK-SEQ = WS-GEN-SEQ(WS-GEN-FOUND) + 1
           END-IF.
           MOVE SPACE TO WS-CHK-REASON.
           IF WS-CHK-HDR-SEEN = 'N' AND WS-GEN-FOUND = 0
               DISPLAY "ESCDISB: OLD " WS-CHK-FILE " HAS NO "
                   "GENERATION HEADER -- FIRST CONTROLLED "
                   "GENERATION"
           ELSE IF WS-CHK-HDR-SEEN = 'N'
               MOVE "HAS NO GENERATION HEADER" TO WS-CHK-REASON
           ELSE IF GH-FILE NOT = WS-CHK-FILE
               MOVE "HEADER IS FOR ANOTHER FILE" TO WS-CHK-REASON
           ELSE IF WS-GEN-FOUND = 0
               MOVE "GENERATION IS NOT ON THE LOG" TO WS-CHK-REASON
           ELSE IF GH-RUN-SEQ NOT = WS-GEN-SEQ(WS-GEN-FOUND)
               MOVE "IS NOT THE LATEST GENERATION"
                   TO WS-CHK-REASON
           ELSE IF GH-REC-COUNT NOT = WS-CHK-COUNT
             OR GH-CTL-TOTAL NOT = WS-CHK-TOTAL
               MOVE "DOES NOT FOOT TO ITS HEADER" TO WS-CHK-REASON
           END-IF.
           IF WS-CHK-REASON NOT = SPACE
               PERFORM REFUSE-OLD-GENERATION
           END-IF.

       REFUSE-OLD-GENERATION.
           DISPLAY "ESCDISB: RUN REFUSED -- OLD " WS-CHK-FILE " "
               WS-CHK-REASON.
           IF WS-CHK-HDR-SEEN = 'Y'
               DISPLAY "ESCDISB:   HEADER: " GH-FILE " GENERATION "
                   GH-RUN-SEQ " OF " GH-RUN-DATE " BY " GH-PROGRAM
                   " RECORDS " GH-REC-COUNT
           END-IF.
           IF WS-GEN-FOUND > 0
               DISPLAY "ESCDISB:   LATEST: GENERATION "
                   WS-GEN-SEQ(WS-GEN-FOUND) " OF "
                   WS-GEN-DATE(WS-GEN-FOUND) " BY "
                   WS-GEN-PROGRAM(WS-GEN-FOUND)
           END-IF.
           DISPLAY "ESCDISB:   READ: RECORDS " WS-CHK-COUNT.
           MOVE 'Y' TO WS-REFUSED.
           IF WS-REFUSE-NOTE = SPACE
               STRING "OLD " DELIMITED BY SIZE
                   WS-CHK-FILE DELIMITED BY SPACE
                   " GENERATION REFUSED" DELIMITED BY SIZE
                   INTO WS-REFUSE-NOTE
           END-IF.

      *> Header for the NEW generation of WS-CHK-FILE, from the
      *> WS-CHK- figures the writer has just footed.
       BUILD-GENERATION-HEADER.
           MOVE SPACE TO WS-GEN-HDR.
           MOVE ZERO TO GH-MID.
           MOVE WS-CHK-FILE TO GH-FILE.
           MOVE WS-CHK-SEQ TO GH-RUN-SEQ.
           MOVE WS-CURRENT-DATE(1:8) TO GH-RUN-DATE.
           MOVE WS-CHK-COUNT TO GH-REC-COUNT.
           MOVE WS-CHK-TOTAL TO GH-CTL-TOTAL.
           MOVE "ESCDISB" TO GH-PROGRAM.

      *> Extend, first ever run creates it, the way the run log is
      *> kept.
       LOG-GENERATION.
           OPEN EXTEND GENLOG.
           IF WS-GENLOG-STATUS = "35"
               OPEN OUTPUT GENLOG
           END-IF.
           WRITE GENLOG-REC FROM WS-GEN-HDR.
           CLOSE GENLOG.
           DISPLAY "ESCDISB: " GH-FILE " GENERATION " GH-RUN-SEQ
               " WRITTEN, RECORDS " GH-REC-COUNT.

      *> A first pass over the schedule to foot it: the header is
      *> the first MID-zero record, and every item after it counts
      *> toward the header's record count and scheduled amount.
       FOOT-DUE-SCHEDULE.
           MOVE "DISBDUE" TO WS-CHK-FILE.
           PERFORM START-GENERATION-CHECK.
           OPEN INPUT DISBDUE.
           MOVE SPACE TO WS-EOF.
           READ DISBDUE INTO WS-DUE-ITEM
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-DUE-ITEM(1:7) = "0000000"
                 AND WS-CHK-HDR-SEEN = 'N'
                   MOVE WS-DUE-ITEM TO WS-GEN-HDR
                   MOVE 'Y' TO WS-CHK-HDR-SEEN
               ELSE
                   ADD 1 TO WS-CHK-COUNT
                   IF DD-AMT NUMERIC
                       ADD DD-AMT TO WS-CHK-TOTAL
                   END-IF
               END-IF
               READ DISBDUE INTO WS-DUE-ITEM
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE DISBDUE.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-DUE-SEQ.

      *> No new-items file allocated just means nothing new was
      *> scheduled.
       FINGERPRINT-DISBNEW.
           MOVE "DISBNEW" TO WS-FP-BATCH(1).
           MOVE ZERO TO WS-FP-COUNT(1).
           MOVE ZERO TO WS-FP-AMT(1).
           MOVE ZERO TO WS-FP-MID-HASH(1).
           MOVE ZERO TO WS-FP-DATE-HASH(1).
           OPEN INPUT DISBNEW.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ESCDISB: NO NEW SCHEDULE ITEMS FILE -- "
                   "NOTHING ADDED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ DISBNEW INTO WS-DUE-ITEM
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-FP-COUNT(1)
                   IF DD-MID NUMERIC
                       ADD DD-MID TO WS-FP-MID-HASH(1)
                   END-IF
                   IF DD-DUE-DATE NUMERIC
                       ADD DD-DUE-DATE TO WS-FP-DATE-HASH(1)
                   END-IF
                   IF DD-AMT NUMERIC
                       ADD DD-AMT TO WS-FP-AMT(1)
                   END-IF
                   READ DISBNEW INTO WS-DUE-ITEM
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE DISBNEW
           END-IF.

      *> A batch already on the registry under the same name with
      *> the same fingerprint has been applied before. No registry
      *> yet means nothing has been.
       CHECK-BATCH-REGISTRY.
           OPEN INPUT BATREG.
           IF WS-BATREG-STATUS NOT = "00"
               DISPLAY "ESCDISB: NO BATCH REGISTRY -- NO BATCH "
                   "APPLIED BEFORE"
           ELSE
               MOVE SPACE TO WS-EOF
               READ BATREG
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM MATCH-BATCH-RECORD
                   READ BATREG
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE BATREG
           END-IF.

       MATCH-BATCH-RECORD.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
               UNTIL WS-FP-IDX > WS-FP-USED
               IF WS-FP-COUNT(WS-FP-IDX) > 0
                 AND BAT-BATCH = WS-FP-BATCH(WS-FP-IDX)
                 AND BAT-REC-COUNT = WS-FP-COUNT(WS-FP-IDX)
                 AND BAT-AMT-TOTAL = WS-FP-AMT(WS-FP-IDX)
                 AND BAT-MID-HASH = WS-FP-MID-HASH(WS-FP-IDX)
                 AND BAT-DATE-HASH = WS-FP-DATE-HASH(WS-FP-IDX)
                   DISPLAY "ESCDISB: " WS-FP-BATCH(WS-FP-IDX)
                       " BATCH ALREADY APPLIED BY " BAT-PROGRAM
                       " ON " BAT-RUN-DATE " AT " BAT-RUN-TIME
                       " -- RUN REFUSED"
                   MOVE 'Y' TO WS-REFUSED
                   IF WS-REFUSE-NOTE = SPACE
                       STRING "DUPLICATE " DELIMITED BY SIZE
                           WS-FP-BATCH(WS-FP-IDX) DELIMITED BY SPACE
                           " BATCH" DELIMITED BY SIZE
                           INTO WS-REFUSE-NOTE
                   END-IF
               END-IF
           END-PERFORM.

      *> Only after the run has gone through -- a run that stops
      *> short can be run again with the same batches.
       REGISTER-BATCHES.
           OPEN EXTEND BATREG.
           IF WS-BATREG-STATUS = "35"
               OPEN OUTPUT BATREG
           END-IF.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
               UNTIL WS-FP-IDX > WS-FP-USED
               IF WS-FP-COUNT(WS-FP-IDX) > 0
                   MOVE SPACE TO BATREG-REC
                   MOVE "ESCDISB" TO BAT-PROGRAM
                   MOVE WS-FP-BATCH(WS-FP-IDX) TO BAT-BATCH
                   MOVE WS-CURRENT-DATE(1:8) TO BAT-RUN-DATE
                   MOVE WS-CURRENT-DATE(9:6) TO BAT-RUN-TIME
                   MOVE WS-FP-COUNT(WS-FP-IDX) TO BAT-REC-COUNT
                   MOVE WS-FP-AMT(WS-FP-IDX) TO BAT-AMT-TOTAL
                   MOVE WS-FP-MID-HASH(WS-FP-IDX) TO BAT-MID-HASH
                   MOVE WS-FP-DATE-HASH(WS-FP-IDX) TO BAT-DATE-HASH
                   WRITE BATREG-REC
               END-IF
           END-PERFORM.
           CLOSE BATREG.


      *> The header is the MID-zero record; the balances after it
      *> foot on their count and total ESC-BAL.
       LOAD-ESCROW-TABLE.
           MOVE "ESCBAL" TO WS-CHK-FILE.
           PERFORM START-GENERATION-CHECK.
           OPEN INPUT OLDESC.
           MOVE SPACE TO WS-EOF.
           READ OLDESC
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OE-MID = 0 AND WS-CHK-HDR-SEEN = 'N'
                   MOVE OLDESC-REC TO WS-GEN-HDR
                   MOVE 'Y' TO WS-CHK-HDR-SEEN
               END-IF
               IF OE-MID > 0
                   ADD 1 TO WS-CHK-COUNT
                   ADD OE-ESC-BAL TO WS-CHK-TOTAL
                   IF WS-ESC-COUNT < 5000
                       ADD 1 TO WS-ESC-COUNT
                       MOVE OE-MID TO WS-ESC-MID(WS-ESC-COUNT)
               END-READ
           END-PERFORM.
           CLOSE OLDESC.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-ESC-SEQ.

       LOAD-PAID-COUNTS.
           OPEN INPUT PAYSTAT.
           MOVE SPACE TO WS-EOF.
           READ PAYSTAT
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF PS-MID > 0
                   IF WS-PT-COUNT < 5000
                       ADD 1 TO WS-PT-COUNT
                       MOVE PS-MID TO WS-PT-MID(WS-PT-COUNT)
                       MOVE PS-PAID-COUNT
                           TO WS-PT-PAID-COUNT(WS-PT-COUNT)
                   ELSE
                       DISPLAY "ESCDISB: STATUS TABLE FULL, MID "
                           PS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYSTAT.

      *> AMORT's payment, rolled through the payments posted and
      *> floored at zero -- PAYQUOTE's principal balance.
       LOAD-PRINCIPAL-BALANCES.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
           READ INCOME INTO WS-INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-MID > 0 AND WS-MONTH > 0
                   IF WS-PRIN-COUNT < 5000
                       ADD 1 TO WS-PRIN-COUNT
                       MOVE WS-MID TO WS-PRIN-MID(WS-PRIN-COUNT)
                       PERFORM ROLL-PRINCIPAL-BALANCE
                       MOVE WS-BALANCE TO WS-PRIN-BAL(WS-PRIN-COUNT)
                   ELSE
                       DISPLAY "ESCDISB: LOAN TABLE FULL, MID "
                           WS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE INCOME.

       ROLL-PRINCIPAL-BALANCE.
           MOVE ZERO TO WS-PAID-N.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PT-COUNT
               IF WS-PT-MID(WS-IDX) = WS-MID
                   MOVE WS-PT-PAID-COUNT(WS-IDX) TO WS-PAID-N
               END-IF
           END-PERFORM.
           COMPUTE WS-MONTHLY-RATE = WS-APR / 1200.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT = WS-P / WS-MONTH
           ELSE
               COMPUTE WS-RATE-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-MONTH
               COMPUTE WS-PAYMENT-NUM =
                   WS-P * WS-MONTHLY-RATE * WS-RATE-FACTOR
               COMPUTE WS-PAYMENT-DEN = WS-RATE-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PAYMENT-NUM / WS-PAYMENT-DEN
           END-IF.
           MOVE WS-P TO WS-BALANCE.
           PERFORM VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-PAID-N
                  OR WS-PERIOD > WS-MONTH
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-BALANCE = WS-BALANCE
                   - (WS-PAYMENT - WS-INTEREST-PORTION)
           END-PERFORM.
           IF WS-BALANCE < 0
               MOVE ZERO TO WS-BALANCE
           END-IF.

       FIND-ESC-ENTRY.
           MOVE ZERO TO WS-ESC-FOUND.
               ADD 1 TO WS-PAID-COUNT
               ADD DD-AMT TO WS-PAID-TOTAL
               PERFORM WRITE-PAYMENT-RECORD
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "PAID" TO WS-RPT-LINE
               PERFORM WRITE-ITEM-LINE
           END-IF.
           MOVE DD-AMT TO PO-AMT.
           WRITE PAYOUT-REC.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACE TO LOANJRN-REC.
           MOVE DD-MID TO JR-MID.
           MOVE WS-RUN-DATE TO JRN-DATE.
           MOVE "ED" TO JRN-TYPE.
           MOVE DD-AMT TO JRN-AMT.
           MOVE ZERO TO JRN-PI-AMT.
           MOVE DD-AMT TO JRN-ESC-AMT.
           MOVE ZERO TO JRN-TAX-AMT.
           MOVE ZERO TO JRN-SUS-IN.
           MOVE ZERO TO JRN-SUS-OUT.
           MOVE ZERO TO JRN-PRIN-BAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRIN-COUNT
               IF WS-PRIN-MID(WS-IDX) = DD-MID
                   MOVE WS-PRIN-BAL(WS-IDX) TO JRN-PRIN-BAL
               END-IF
           END-PERFORM.
           MOVE WS-ESC-BAL(WS-ESC-FOUND) TO JRN-ESC-BAL.
           MOVE DD-DESC TO JRN-DESC.
           MOVE "ESCDISB" TO JRN-SOURCE.
           MOVE WS-RUN-DATE TO JRN-POST-DATE.
           WRITE LOANJRN-REC.
           ADD 1 TO WS-JRN-COUNT.

      *> New items are worked exactly as the carried ones are --
      *> one already due is paid tonight, the rest join NEWDUE.
       PROCESS-NEW-ITEMS.
           IF WS-FP-COUNT(1) > 0
               OPEN INPUT DISBNEW
               MOVE SPACE TO WS-EOF
               READ DISBNEW INTO WS-DUE-ITEM
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-ITEM-COUNT
                   ADD 1 TO WS-NEW-ITEM-COUNT
                   PERFORM PROCESS-DISB-ITEM
                   READ DISBNEW INTO WS-DUE-ITEM
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE DISBNEW
           END-IF.

      *> Unpaid items stay on the schedule: the record goes to
      *> NEWDUE unchanged so the next run sees it again. Only a
      *> PAID item comes off.
       CARRY-ITEM-FORWARD.
           IF WS-CARRY-COUNT < 5000
               ADD 1 TO WS-CARRY-COUNT
               MOVE WS-DUE-ITEM TO WS-CARRY-ITEM(WS-CARRY-COUNT)
               IF DD-AMT NUMERIC
                   ADD DD-AMT TO WS-CARRY-TOTAL
               END-IF
           ELSE
               DISPLAY "ESCDISB: CARRY TABLE FULL, MID "
                   DD-MID " NOT CARRIED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ITEM-LINE.
           MOVE DD-AMT TO WS-AMT-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "TOTAL DISBURSED: " WS-TOTAL-DISP
               "  CARRIED FORWARD: " WS-CARRY-COUNT
               "  NEW ITEMS: " WS-NEW-ITEM-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ESCDRPT-REC.
           WRITE ESCDRPT-REC.

      *> The schedule for the next run, under its new header.
       WRITE-NEW-SCHEDULE.
           MOVE "DISBDUE" TO WS-CHK-FILE.
           MOVE WS-DUE-SEQ TO WS-CHK-SEQ.
           MOVE WS-CARRY-COUNT TO WS-CHK-COUNT.
           MOVE WS-CARRY-TOTAL TO WS-CHK-TOTAL.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN OUTPUT NEWDUE.
           WRITE NEWDUE-REC FROM WS-GEN-HDR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CARRY-COUNT
               MOVE WS-CARRY-ITEM(WS-IDX) TO NEWDUE-REC
               WRITE NEWDUE-REC
           END-PERFORM.
           CLOSE NEWDUE.
           PERFORM LOG-GENERATION.

      *> Full rewrite in ascending MID, the way PAYPOST rewrites
      *> the same subledger after posting. The table is footed
      *> first so the new header leads the file.
       WRITE-NEW-ESCROW.
           MOVE "ESCBAL" TO WS-CHK-FILE.
           MOVE WS-ESC-SEQ TO WS-CHK-SEQ.
           MOVE WS-ESC-COUNT TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ESC-COUNT
               ADD WS-ESC-BAL(WS-IDX) TO WS-CHK-TOTAL
           END-PERFORM.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN OUTPUT NEWESC.
           WRITE NEWESC-REC FROM WS-GEN-HDR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ESC-COUNT
               MOVE SPACE TO NEWESC-REC
           END-PERFORM.
           DISPLAY "ESCROW RECORDS WRITTEN: " WS-ESC-OUT-COUNT.
           CLOSE NEWESC.
           PERFORM LOG-GENERATION.

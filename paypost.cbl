      *> A receipt covering one or more full payments advances
      *> PAID-THRU one month per full payment; the first full
      *> payment a loan ever posts sets PAID-THRU to the receipt
      *> month. Money that does not make a full payment is not
      *> dropped: a receipt smaller than one PITI, and whatever is
      *> left of a receipt after its full payments, goes to the
      *> loan's unapplied-funds (suspense) balance (layout in
      *> SUSREC), carried OLDSUS to NEWSUS the same way. The next
      *> receipt is added to the suspense balance before it is
      *> divided into payments, so suspense applies itself the
      *> moment the two together reach a full PITI; at end of run
      *> any balance already worth a full PITI on its own (the
      *> PITI went down) is applied too, dated the run date. Every
      *> receipt is listed on the posting register as POSTED,
      *> PARTIAL (to suspense) or UNMATCHED, and the register ends
      *> with a cash tie-out: cash received must equal cash
      *> applied to payments and principal, plus the net change in
      *> suspense, plus receipts that could not be applied at all
      *> -- out of balance is return code 8. OLDSTAT is the prior
      *> status file (first ever
      *> run: point it at an empty dataset); NEWSTAT is rewritten
      *> in full, ascending MID, for the next run and for AGERPT.
      *> The escrow subledger is carried the same way: OLDESC is
      *> and NEWESC is rewritten in full, ascending MID, for
      *> ESCDISB and ESCANAL. A receipt typed 'C' is a curtailment:
      *> the amount goes to principal instead of to months -- the
      *> run writes a 'P' item carrying the amount, in LOANMNT's
      *> layout, to CURTFILE (read by APPROVE in MNTJOB on its own
      *> CURTFILE DD, apart from TRANIN; operator ID PAYPOST),
      *> and APPROVE takes it off the master's booked principal
      *> the same night without holding it for a checker -- the
      *> cash is already counted here -- and the register lists
      *> the new balance. Curtailments advance nothing and credit
      *> no escrow.
      *> Every receipt applied is logged with what it did to the
      *> permanent receipt log RCPTLOG (layout in RCPTREC), so a
      *> payment that comes back unpaid can be backed out exactly.
      *> RETFILE (optional; the bank's returned-item file plus any
      *> bounced checks servicing keys, in the receipt layout:
      *> MID, original receipt date, amount) names the returns. A
      *> return is matched on the log by MID, date and amount --
      *> today's postings included -- and reversed: the full
      *> payments it bought come off PAID-COUNT and PAID-THRU, its
      *> escrow credit comes back off the escrow balance, suspense
      *> is put back the way the receipt found it, and a returned
      *> curtailment writes an 'R' item to CURTFILE restoring
      *> the principal. If the escrow account no longer holds the
      *> credit (it has since been disbursed) the balance stops at
      *> zero and the shortfall is listed as an escrow advance.
      *> The reversal is logged as well, so no receipt is ever
      *> reversed twice; a return with nothing left to reverse is
      *> listed NOT MATCHED for servicing. Each reversal adds one
      *> to NSF-COUNT on the status record -- LATEFEE assesses the
      *> NSF fee from it and re-ages the loan from the restored
      *> PAID-THRU -- and one to the enrollment's ACH-RETURN-COUNT;
      *> at the return limit the enrollment's ACH-ACTIVE is turned
      *> off. The ACH enrollment file is carried OLDACH to NEWACH
      *> for that, in the order it was read.
      *> Every receipt applied, suspense balance swept, curtailment
      *> and reversal is also appended to the permanent loan
      *> transaction journal LOANJRN (layout in JRNREC) with its
      *> P&I / escrow / tax split and the loan's principal and
      *> escrow balances after it, for PAYHIST's statements.
      *> The run will not post against the wrong state or post the
      *> same money twice. OLDSTAT and OLDESC must each be the
      *> latest generation on the generation log GENLOG and foot
      *> to their GENHDR header (loan records and control total);
      *> PAYFILE and RETFILE are fingerprinted -- count, amount
      *> total, MID and date hash totals -- and checked against the
      *> processed-batch registry BATREG (layout in BATREC). A
      *> stale or unfooted OLD file, or a batch already applied,
      *> refuses the whole run before anything is written: return
      *> code 8 and the reason on the run log for OPSRPT. A run
      *> that goes through writes NEWSTAT and NEWESC each under a
      *> new header, logs both generations to GENLOG and registers
      *> its batches.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWESC ASSIGN TO NEWESC
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDSUS ASSIGN TO OLDSUS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWSUS ASSIGN TO NEWSUS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDACH ASSIGN TO OLDACH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWACH ASSIGN TO NEWACH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RETFILE ASSIGN TO RETFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.
       SELECT RCPTLOG ASSIGN TO RCPTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT CURTFILE ASSIGN TO CURTFILE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT POSTRPT ASSIGN TO POSTRPT
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       SELECT GENLOG ASSIGN TO GENLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.
       SELECT BATREG ASSIGN TO BATREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==PAID-THRU== BY ==OS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==OS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==OS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==OS-PAID-COUNT==
                         ==NSF-COUNT== BY ==OS-NSF-COUNT==.

       FD PAYFILE.
       01 PAYFILE-REC.
                         ==PAID-THRU== BY ==NS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==NS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==NS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==NS-PAID-COUNT==
                         ==NSF-COUNT== BY ==NS-NSF-COUNT==.

       FD OLDESC.
       01 OLDESC-REC.
                         ==ESC-BAL== BY ==NE-ESC-BAL==
                         ==ESC-LAST-DATE== BY ==NE-ESC-LAST-DATE==.

       FD OLDSUS.
       01 OLDSUS-REC.
           COPY SUSREC
               REPLACING ==MID== BY ==OU-MID==
                         ==SUS-BAL== BY ==OU-SUS-BAL==
                         ==SUS-SINCE-DATE== BY ==OU-SUS-SINCE-DATE==
                         ==SUS-LAST-DATE== BY ==OU-SUS-LAST-DATE==.

       FD NEWSUS.
       01 NEWSUS-REC.
           COPY SUSREC
               REPLACING ==MID== BY ==NU-MID==
                         ==SUS-BAL== BY ==NU-SUS-BAL==
                         ==SUS-SINCE-DATE== BY ==NU-SUS-SINCE-DATE==
                         ==SUS-LAST-DATE== BY ==NU-SUS-LAST-DATE==.

       FD OLDACH.
       01 OLDACH-REC.
           COPY ACHREC
               REPLACING ==MID== BY ==OA-MID==
                         ==ACH-ROUTING== BY ==OA-ACH-ROUTING==
                         ==ACH-ACCOUNT== BY ==OA-ACH-ACCOUNT==
                         ==ACH-DRAFT-DAY== BY ==OA-ACH-DRAFT-DAY==
                         ==ACH-ACTIVE== BY ==OA-ACH-ACTIVE==
                         ==ACH-RETURN-COUNT== BY
                             ==OA-ACH-RETURN-COUNT==.

       FD NEWACH.
       01 NEWACH-REC.
           COPY ACHREC
               REPLACING ==MID== BY ==NA-MID==
                         ==ACH-ROUTING== BY ==NA-ACH-ROUTING==
                         ==ACH-ACCOUNT== BY ==NA-ACH-ACCOUNT==
                         ==ACH-DRAFT-DAY== BY ==NA-ACH-DRAFT-DAY==
                         ==ACH-ACTIVE== BY ==NA-ACH-ACTIVE==
                         ==ACH-RETURN-COUNT== BY
                             ==NA-ACH-RETURN-COUNT==.

      *> Returned items come back in the receipt layout, the way
      *> ACHDRAFT reads them -- the bank reports what it failed to
      *> collect.
       FD RETFILE.
       01 RETFILE-REC.
           COPY PAYREC
               REPLACING ==PAY-MID== BY ==RT-MID==
                         ==PAY-DATE== BY ==RT-DATE==
                         ==PAY-AMT== BY ==RT-AMT==
                         ==PAY-TYPE== BY ==RT-TYPE==.

       FD RCPTLOG.
       01 RCPTLOG-REC.
           COPY RCPTREC
               REPLACING ==MID== BY ==RG-MID==.

       FD LOANJRN.
       01 LOANJRN-REC.
           COPY JRNREC
               REPLACING ==MID== BY ==JR-MID==.

      *> Same record shape as REPAIR's RECYCLE file: a transaction
      *> code and a loan image, in LOANMNT's TRANFILE layout for
      *> APPROVE's TRANIN. CT-P carries the amount, not a balance.
       FD CURTFILE.
       01 CURTFILE-REC.
         03 CT-CODE PIC X(1).
         03 FILLER PIC X(1).
         03 CT-LOAN.
           COPY INCREC
               REPLACING ==MID== BY ==CT-MID==
                         ==NAME== BY ==CT-NAME==
                         ==P== BY ==CT-P==
                         ==APR== BY ==CT-APR==
                         ==MONTH== BY ==CT-MONTH==
                         ==ESCROW== BY ==CT-ESCROW==
                         ==TAX-AMT== BY ==CT-TAX-AMT==
                         ==LOAN-TYPE== BY ==CT-LOAN-TYPE==
                         ==ORIG-DATE== BY ==CT-ORIG-DATE==.
         03 FILLER PIC X(1).
         03 CT-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 CT-APPROVER PIC X(8).

       FD POSTRPT.
       01 POSTRPT-REC PIC X(80).
       01 RUNLOG-REC.
           COPY RUNLOG.

      *> Generation log, one GENHDR image per generation written.
       FD GENLOG.
       01 GENLOG-REC PIC X(64).

       FD BATREG.
       01 BATREG-REC.
           COPY BATREC.

       WORKING-STORAGE SECTION.
       01 WS-INCOME.
           COPY INCREC
       01 WS-EOF PIC A(1).
       01 WS-RPT-LINE PIC X(80).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-RET-STATUS PIC X(2).
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-JRN-STATUS PIC X(2).
       01 WS-CURRENT-DATE PIC X(21).

      *> Generation control (layout in GENHDR). The generation log
      *> is loaded first -- the latest generation logged for each
      *> state file -- and each OLD file is footed as it loads:
      *> its header, if it has one, is kept in WS-GEN-HDR, and the
      *> loan records after it are counted and totalled the way
      *> the header says they should be. WS-STAT-SEQ and WS-ESC-SEQ
      *> are the generation numbers the NEW files will carry.
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
       01 WS-STAT-SEQ PIC 9(7).
       01 WS-ESC-SEQ PIC 9(7).

      *> Input batch fingerprints (layout in BATREC): entry 1 is
      *> PAYFILE, entry 2 RETFILE. An empty batch has nothing to
      *> protect and is neither checked nor registered.
       01 WS-BATREG-STATUS PIC X(2).
       01 WS-FP-TABLE.
           05 WS-FP-ENTRY OCCURS 2 TIMES.
               10 WS-FP-BATCH PIC X(8).
               10 WS-FP-COUNT PIC 9(7).
               10 WS-FP-AMT PIC 9(11)V99.
               10 WS-FP-MID-HASH PIC 9(12).
               10 WS-FP-DATE-HASH PIC 9(12).
       01 WS-FP-USED PIC 9(1) VALUE 2.
       01 WS-FP-IDX PIC 9(1).

      *> Set by any check that refuses the run; the note goes to
      *> the run log for OPSRPT.
       01 WS-REFUSED PIC A(1) VALUE 'N'.
       01 WS-REFUSE-NOTE PIC X(30) VALUE SPACE.

      *> Loan, status and escrow tables hold one entry per record
      *> loaded and are located by scanning the loaded count, the
      *> way RATEADJ scans its rate table -- no slot per possible
      *> MID now that loan numbers run past 999. The status,
      *> escrow and suspense tables are kept in ascending MID
      *> order (new entries are inserted in place) so the full
      *> rewrites of NEWSTAT, NEWESC and NEWSUS stay ascending.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 5000 TIMES.
               10 WS-LOAN-MID PIC 9(7).
               10 WS-LOAN-NAME PIC A(14).
               10 WS-LOAN-PITI PIC S9(7)V99.
               10 WS-LOAN-ESCROW PIC 9(5)V9(2).
               10 WS-LOAN-TAX PIC 9(5)V9(2).
               10 WS-LOAN-IMAGE PIC X(64).
       01 WS-LOAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ESC-TABLE.
               10 WS-ESC-BAL PIC 9(7)V9(2).
               10 WS-ESC-LAST-DATE PIC 9(8).
       01 WS-ESC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 5000 TIMES.
               10 WS-SUS-MID PIC 9(7).
               10 WS-SUS-BAL PIC 9(7)V9(2).
               10 WS-SUS-SINCE PIC 9(8).
               10 WS-SUS-LAST PIC 9(8).
       01 WS-SUS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 5000 TIMES.
               10 WS-ST-MID PIC 9(7).
               10 WS-ST-LAST-DATE PIC 9(8).
               10 WS-ST-LAST-AMT PIC 9(5)V9(2).
               10 WS-ST-PAID-COUNT PIC 9(3).
               10 WS-ST-NSF-COUNT PIC 9(3).
       01 WS-STAT-COUNT PIC 9(5) VALUE ZERO.

      *> ACH enrollments are rewritten in the order they were read;
      *> only the active flag and the return count ever change.
       01 WS-ACH-TABLE.
           05 WS-ACH-ENTRY OCCURS 5000 TIMES.
               10 WS-ACH-MID PIC 9(7).
               10 WS-ACH-IMAGE PIC X(43).
               10 WS-ACH-ACTIVE PIC X(1).
               10 WS-ACH-RETURNS PIC 9(2).
       01 WS-ACH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACH-FOUND PIC 9(5).
       01 WS-ACH-RETURN-LIMIT PIC 9(2) VALUE 2.

      *> One entry per returned item, keyed MID / receipt date /
      *> amount. The receipt-log scan counts the postings and the
      *> reversals logged under each key and keeps what the latest
      *> posting did; a return reverses only while postings are
      *> ahead of reversals.
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 5000 TIMES.
               10 WS-RET-MID PIC 9(7).
               10 WS-RET-DATE PIC 9(8).
               10 WS-RET-AMT PIC 9(5)V9(2).
               10 WS-RET-POSTS PIC 9(3).
               10 WS-RET-REVS PIC 9(3).
               10 WS-RET-TYPE PIC X(1).
               10 WS-RET-MONTHS PIC 9(3).
               10 WS-RET-ESC PIC 9(7)V9(2).
               10 WS-RET-SUS-IN PIC 9(7)V9(2).
               10 WS-RET-SUS-OUT PIC 9(7)V9(2).
       01 WS-RET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RET-IDX PIC 9(5).
       01 WS-RET-SCAN PIC 9(5).
       01 WS-IDX PIC 9(5).
       01 WS-INS-IDX PIC 9(5).
       01 WS-KEY-MID PIC 9(7).
       01 WS-LOAN-FOUND PIC 9(5).
       01 WS-STAT-FOUND PIC 9(5).
       01 WS-ESC-FOUND PIC 9(5).
       01 WS-SUS-FOUND PIC 9(5).
       01 WS-SWEEP-IDX PIC 9(5).

       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-THRU-MONTH PIC 9(4).
       01 WS-ADD-MONTHS PIC 9(3).
       01 WS-WORK-THRU PIC 9(6).
       01 WS-POST-DATE PIC 9(8).

      *> Suspense arithmetic for one receipt: what the loan had
      *> unapplied before, what is available once the receipt is
      *> added, what the full payments used, and what is left.
       01 WS-SUS-BEFORE PIC 9(7)V99.
       01 WS-SUS-AVAIL PIC 9(7)V99.
       01 WS-SUS-USED PIC 9(7)V99.
       01 WS-SUS-AFTER PIC 9(7)V99.

      *> Reversal arithmetic for one returned receipt: the suspense
      *> balance it leaves, the months and escrow it takes back,
      *> and any escrow the account no longer had to give back.
       01 WS-REV-SUS PIC S9(7)V99.
       01 WS-REV-MONTHS PIC 9(3).
       01 WS-REV-EXTRA PIC 9(3).
       01 WS-REV-ESC PIC 9(7)V99.
       01 WS-REV-SHORT PIC 9(7)V99.
       01 WS-REV-APPLIED PIC S9(7)V99.
       01 WS-THRU-SERIAL PIC 9(6).

      *> Journal figures for one entry: the full payments to split
      *> and the principal balance rolled through PAID-COUNT.
       01 WS-JRN-MONTHS PIC 9(3).
       01 WS-JRN-PI PIC S9(7)V99.
       01 WS-JRN-PRIN PIC S9(7)V99.
       01 WS-JRN-INT PIC S9(7)V99.
       01 WS-JRN-PERIOD PIC 9(3).
       01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-PAY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ESC-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-ESC-TOTAL-DISP PIC $,$$$,$$$,$$9.99.
       01 WS-TOTALS-LINE PIC X(80).
       01 WS-SUS-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SWEEP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RETURN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVERSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RET-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACH-OFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACH-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ESC-ADVANCE-TOTAL PIC S9(9)V99 VALUE ZERO.

      *> Cash tie-out. Every dollar received lands in exactly one
      *> of: full payments applied, principal (curtailments), net
      *> suspense, or not applied (unmatched receipts and rejected
      *> curtailments). Money applied out of suspense counts in
      *> APPLIED-PMT and SUS-OUT both, so it nets to no cash.
      *> A reversed receipt comes off the cash side as RETURNED
      *> and off whatever it was applied to, so the net cash
      *> still ties; returns that matched nothing move no money.
       01 WS-CASH-RECEIVED PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-PMT PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-PRIN PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-IN PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-OUT PIC S9(9)V99 VALUE ZERO.
       01 WS-NOT-APPLIED PIC S9(9)V99 VALUE ZERO.
       01 WS-RETURNED PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-CASH PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-ACCOUNTED PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-OPEN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-CLOSE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-PROOF PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-DISP PIC $,$$$,$$$,$$9.99-.

       01 WS-AMT-DISP PIC $,$$$,$$9.99.
       01 WS-EXP-DISP PIC $,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM LOAD-GENERATION-LOG.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-STATUS-TABLE.
           PERFORM LOAD-ESCROW-TABLE.
           PERFORM LOAD-SUSPENSE-TABLE.
           PERFORM LOAD-ACH-TABLE.
           PERFORM LOAD-RETURNED-ITEMS.
           PERFORM FINGERPRINT-PAYFILE.
           PERFORM CHECK-BATCH-REGISTRY.
           IF WS-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM SCAN-RECEIPT-LOG.
           PERFORM OPEN-RECEIPT-LOG.
           PERFORM OPEN-JOURNAL.
           OPEN INPUT PAYFILE.
           OPEN OUTPUT CURTFILE.
           OPEN OUTPUT POSTRPT.
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           PERFORM REVERSE-RETURNED-ITEMS.
           PERFORM SWEEP-SUSPENSE.
           PERFORM WRITE-POST-TOTALS.
           PERFORM WRITE-CASH-TIE-OUT.
           CLOSE PAYFILE.
           CLOSE CURTFILE.
           CLOSE RCPTLOG.
           CLOSE LOANJRN.
           DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRN-COUNT.
           PERFORM WRITE-NEW-STATUS.
           PERFORM WRITE-NEW-ESCROW.
           PERFORM WRITE-NEW-SUSPENSE.
           PERFORM WRITE-NEW-ACH.
           PERFORM REGISTER-BATCHES.
           PERFORM WRITE-RUN-LOG.
           CLOSE POSTRPT.
           STOP RUN.
           MOVE WS-POSTED-COUNT TO RL-KEY-2.
           MOVE WS-STAT-OUT-COUNT TO RL-KEY-3.
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
               DISPLAY "PAYPOST: NO GENERATION LOG -- FIRST "
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
                   DISPLAY "PAYPOST: GENERATION TABLE FULL, "
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
               DISPLAY "PAYPOST: OLD " WS-CHK-FILE " HAS NO "
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
           DISPLAY "PAYPOST: RUN REFUSED -- OLD " WS-CHK-FILE " "
               WS-CHK-REASON.
           IF WS-CHK-HDR-SEEN = 'Y'
               DISPLAY "PAYPOST:   HEADER: " GH-FILE " GENERATION "
                   GH-RUN-SEQ " OF " GH-RUN-DATE " BY " GH-PROGRAM
                   " RECORDS " GH-REC-COUNT
           END-IF.
           IF WS-GEN-FOUND > 0
               DISPLAY "PAYPOST:   LATEST: GENERATION "
                   WS-GEN-SEQ(WS-GEN-FOUND) " OF "
                   WS-GEN-DATE(WS-GEN-FOUND) " BY "
                   WS-GEN-PROGRAM(WS-GEN-FOUND)
           END-IF.
           DISPLAY "PAYPOST:   READ: RECORDS " WS-CHK-COUNT.
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
           MOVE "PAYPOST" TO GH-PROGRAM.

      *> Extend, first ever run creates it, the way the run log is
      *> kept.
       LOG-GENERATION.
           OPEN EXTEND GENLOG.
           IF WS-GENLOG-STATUS = "35"
               OPEN OUTPUT GENLOG
           END-IF.
           WRITE GENLOG-REC FROM WS-GEN-HDR.
           CLOSE GENLOG.
           DISPLAY "PAYPOST: " GH-FILE " GENERATION " GH-RUN-SEQ
               " WRITTEN, RECORDS " GH-REC-COUNT.

      *> PAYFILE is read through once for its fingerprint before
      *> the posting pass reads it again.
       FINGERPRINT-PAYFILE.
           MOVE "PAYFILE" TO WS-FP-BATCH(1).
           MOVE ZERO TO WS-FP-COUNT(1).
           MOVE ZERO TO WS-FP-AMT(1).
           MOVE ZERO TO WS-FP-MID-HASH(1).
           MOVE ZERO TO WS-FP-DATE-HASH(1).
           OPEN INPUT PAYFILE.
           MOVE SPACE TO WS-EOF.
           READ PAYFILE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-FP-COUNT(1)
               IF PAY-MID NUMERIC
                   ADD PAY-MID TO WS-FP-MID-HASH(1)
               END-IF
               IF PAY-DATE NUMERIC
                   ADD PAY-DATE TO WS-FP-DATE-HASH(1)
               END-IF
               IF PAY-AMT NUMERIC
                   ADD PAY-AMT TO WS-FP-AMT(1)
               END-IF
               READ PAYFILE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYFILE.

      *> A batch already on the registry under the same name with
      *> the same fingerprint has been applied before. No registry
      *> yet means nothing has been.
       CHECK-BATCH-REGISTRY.
           OPEN INPUT BATREG.
           IF WS-BATREG-STATUS NOT = "00"
               DISPLAY "PAYPOST: NO BATCH REGISTRY -- NO BATCH "
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
                   DISPLAY "PAYPOST: " WS-FP-BATCH(WS-FP-IDX)
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
                   MOVE "PAYPOST" TO BAT-PROGRAM
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

       LOAD-LOAN-TABLE.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
                       MOVE WS-PAYMENT TO WS-LOAN-PITI(WS-LOAN-COUNT)
                       MOVE WS-ESCROW
                           TO WS-LOAN-ESCROW(WS-LOAN-COUNT)
                       MOVE WS-TAX-AMT TO WS-LOAN-TAX(WS-LOAN-COUNT)
                       MOVE WS-INCOME TO WS-LOAN-IMAGE(WS-LOAN-COUNT)
                   ELSE
                       DISPLAY "PAYPOST: LOAN TABLE FULL, MID "
           END-IF.
           COMPUTE WS-PAYMENT = WS-PAYMENT + WS-ESCROW + WS-TAX-AMT.

      *> The header is the MID-zero record; the loan records
      *> after it foot on their count and total PAID-COUNT.
       LOAD-STATUS-TABLE.
           MOVE "PAYSTAT" TO WS-CHK-FILE.
           PERFORM START-GENERATION-CHECK.
           OPEN INPUT OLDSTAT.
           MOVE SPACE TO WS-EOF.
           READ OLDSTAT
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OS-MID = 0 AND WS-CHK-HDR-SEEN = 'N'
                   MOVE OLDSTAT-REC TO WS-GEN-HDR
                   MOVE 'Y' TO WS-CHK-HDR-SEEN
               END-IF
               IF OS-MID > 0
                   ADD 1 TO WS-CHK-COUNT
                   IF OS-PAID-COUNT NUMERIC
                       ADD OS-PAID-COUNT TO WS-CHK-TOTAL
                   END-IF
                   MOVE OS-MID TO WS-KEY-MID
                   PERFORM FIND-OR-ADD-STAT
                   IF WS-STAT-FOUND > 0
                           TO WS-ST-LAST-AMT(WS-STAT-FOUND)
                       MOVE OS-PAID-COUNT
                           TO WS-ST-PAID-COUNT(WS-STAT-FOUND)
                       IF OS-NSF-COUNT NUMERIC
                           MOVE OS-NSF-COUNT
                               TO WS-ST-NSF-COUNT(WS-STAT-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ OLDSTAT
               END-READ
           END-PERFORM.
           CLOSE OLDSTAT.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-STAT-SEQ.

      *> Table service: find an entry by WS-KEY-MID (zero when
      *> absent), or find-or-add one, inserting at its ascending
               MOVE ZERO TO WS-ST-LAST-DATE(WS-INS-IDX)
               MOVE ZERO TO WS-ST-LAST-AMT(WS-INS-IDX)
               MOVE ZERO TO WS-ST-PAID-COUNT(WS-INS-IDX)
               MOVE ZERO TO WS-ST-NSF-COUNT(WS-INS-IDX)
               MOVE WS-INS-IDX TO WS-STAT-FOUND
           END-IF.

               MOVE WS-INS-IDX TO WS-ESC-FOUND
           END-IF.

       FIND-SUS-ENTRY.
           MOVE ZERO TO WS-SUS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SUS-COUNT
               IF WS-SUS-MID(WS-IDX) = WS-KEY-MID
                   MOVE WS-IDX TO WS-SUS-FOUND
               END-IF
           END-PERFORM.

       FIND-OR-ADD-SUS.
           PERFORM FIND-SUS-ENTRY.
           IF WS-SUS-FOUND = 0
               PERFORM ADD-SUS-ENTRY
           END-IF.

       ADD-SUS-ENTRY.
           IF WS-SUS-COUNT NOT < 5000
               DISPLAY "PAYPOST: SUSPENSE TABLE FULL, MID "
                   WS-KEY-MID " DROPPED"
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-INS-IDX = WS-SUS-COUNT + 1
               PERFORM VARYING WS-IDX FROM WS-SUS-COUNT BY -1
                   UNTIL WS-IDX < 1
                      OR WS-SUS-MID(WS-IDX) < WS-KEY-MID
                   MOVE WS-SUS-ENTRY(WS-IDX)
                       TO WS-SUS-ENTRY(WS-IDX + 1)
                   MOVE WS-IDX TO WS-INS-IDX
               END-PERFORM
               ADD 1 TO WS-SUS-COUNT
               MOVE WS-KEY-MID TO WS-SUS-MID(WS-INS-IDX)
               MOVE ZERO TO WS-SUS-BAL(WS-INS-IDX)
               MOVE ZERO TO WS-SUS-SINCE(WS-INS-IDX)
               MOVE ZERO TO WS-SUS-LAST(WS-INS-IDX)
               MOVE WS-INS-IDX TO WS-SUS-FOUND
           END-IF.

      *> Footed the same way, on the balances.
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
                   MOVE OE-MID TO WS-KEY-MID
                   PERFORM FIND-OR-ADD-ESC
                   IF WS-ESC-FOUND > 0
               END-READ
           END-PERFORM.
           CLOSE OLDESC.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-ESC-SEQ.

      *> The opening suspense total is the starting point of the
      *> suspense proof in the cash tie-out.
       LOAD-SUSPENSE-TABLE.
           OPEN INPUT OLDSUS.
           MOVE SPACE TO WS-EOF.
           READ OLDSUS
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OU-MID > 0
                   MOVE OU-MID TO WS-KEY-MID
                   PERFORM FIND-OR-ADD-SUS
                   IF WS-SUS-FOUND > 0
                       MOVE OU-SUS-BAL TO WS-SUS-BAL(WS-SUS-FOUND)
                       MOVE OU-SUS-SINCE-DATE
                           TO WS-SUS-SINCE(WS-SUS-FOUND)
                       MOVE OU-SUS-LAST-DATE
                           TO WS-SUS-LAST(WS-SUS-FOUND)
                       ADD OU-SUS-BAL TO WS-SUS-OPEN-TOTAL
                   END-IF
               END-IF
               READ OLDSUS
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSUS.

       LOAD-ACH-TABLE.
           OPEN INPUT OLDACH.
           MOVE SPACE TO WS-EOF.
           READ OLDACH
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-ACH-COUNT < 5000
                   ADD 1 TO WS-ACH-COUNT
                   MOVE OA-MID TO WS-ACH-MID(WS-ACH-COUNT)
                   MOVE OLDACH-REC TO WS-ACH-IMAGE(WS-ACH-COUNT)
                   MOVE OA-ACH-ACTIVE TO WS-ACH-ACTIVE(WS-ACH-COUNT)
                   MOVE ZERO TO WS-ACH-RETURNS(WS-ACH-COUNT)
                   IF OA-ACH-RETURN-COUNT NUMERIC
                       MOVE OA-ACH-RETURN-COUNT
                           TO WS-ACH-RETURNS(WS-ACH-COUNT)
                   END-IF
               ELSE
                   DISPLAY "PAYPOST: ACH TABLE FULL, MID "
                       OA-MID " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               READ OLDACH
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDACH.

       FIND-ACH-ENTRY.
           MOVE ZERO TO WS-ACH-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACH-COUNT OR WS-ACH-FOUND > 0
               IF WS-ACH-MID(WS-IDX) = WS-KEY-MID
                   MOVE WS-IDX TO WS-ACH-FOUND
               END-IF
           END-PERFORM.

      *> No returns file allocated just means nothing bounced.
       LOAD-RETURNED-ITEMS.
           MOVE "RETFILE" TO WS-FP-BATCH(2).
           MOVE ZERO TO WS-FP-COUNT(2).
           MOVE ZERO TO WS-FP-AMT(2).
           MOVE ZERO TO WS-FP-MID-HASH(2).
           MOVE ZERO TO WS-FP-DATE-HASH(2).
           OPEN INPUT RETFILE.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "PAYPOST: NO RETURNED-ITEM FILE -- NOTHING "
                   "REVERSED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ RETFILE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM LOAD-RETURN-RECORD
                   READ RETFILE
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE RETFILE
           END-IF.

      *> Every record read counts toward the batch fingerprint,
      *> whether it is usable or not.
       LOAD-RETURN-RECORD.
           ADD 1 TO WS-FP-COUNT(2).
           IF RT-MID NUMERIC
               ADD RT-MID TO WS-FP-MID-HASH(2)
           END-IF.
           IF RT-DATE NUMERIC
               ADD RT-DATE TO WS-FP-DATE-HASH(2)
           END-IF.
           IF RT-AMT NUMERIC
               ADD RT-AMT TO WS-FP-AMT(2)
           END-IF.
           IF RT-MID NOT NUMERIC OR RT-DATE NOT NUMERIC
             OR RT-AMT NOT NUMERIC
               DISPLAY "PAYPOST: RETURNED ITEM NOT NUMERIC, SKIPPED: "
                   RETFILE-REC
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE IF RT-MID > 0
               IF WS-RET-COUNT < 5000
                   ADD 1 TO WS-RET-COUNT
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE RT-MID TO WS-RET-MID(WS-RET-COUNT)
                   MOVE RT-DATE TO WS-RET-DATE(WS-RET-COUNT)
                   MOVE RT-AMT TO WS-RET-AMT(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-POSTS(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-REVS(WS-RET-COUNT)
                   MOVE SPACE TO WS-RET-TYPE(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-MONTHS(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-ESC(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-SUS-IN(WS-RET-COUNT)
                   MOVE ZERO TO WS-RET-SUS-OUT(WS-RET-COUNT)
               ELSE
                   DISPLAY "PAYPOST: RETURN TABLE FULL, MID "
                       RT-MID " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *> Only the keys of this run's returns matter, so with no
      *> returns the log is not read at all. No log yet (first
      *> run) means nothing has ever posted.
       SCAN-RECEIPT-LOG.
           IF WS-RET-COUNT > 0
               OPEN INPUT RCPTLOG
               IF WS-RCPT-STATUS NOT = "00"
                   DISPLAY "PAYPOST: NO RECEIPT LOG -- NO POSTINGS "
                       "TO REVERSE"
               ELSE
                   MOVE SPACE TO WS-EOF
                   READ RCPTLOG
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   PERFORM UNTIL WS-EOF = 'Y'
                       IF RG-MID NUMERIC
                           PERFORM NOTE-LOG-RECORD
                       END-IF
                       READ RCPTLOG
                         AT END MOVE 'Y' TO WS-EOF
                       END-READ
                   END-PERFORM
                   CLOSE RCPTLOG
               END-IF
           END-IF.

      *> Count a log record against every return carrying its key.
      *> A posting also leaves what it did on the entry; the latest
      *> posting under a key is the one a reversal backs out.
       NOTE-LOG-RECORD.
           PERFORM VARYING WS-RET-SCAN FROM 1 BY 1
               UNTIL WS-RET-SCAN > WS-RET-COUNT
               IF WS-RET-MID(WS-RET-SCAN) = RG-MID
                 AND WS-RET-DATE(WS-RET-SCAN) = RCP-DATE
                 AND WS-RET-AMT(WS-RET-SCAN) = RCP-AMT
                   IF RCP-ACTION = 'R'
                       ADD 1 TO WS-RET-REVS(WS-RET-SCAN)
                   ELSE
                       ADD 1 TO WS-RET-POSTS(WS-RET-SCAN)
                       MOVE RCP-TYPE TO WS-RET-TYPE(WS-RET-SCAN)
                       MOVE RCP-MONTHS TO WS-RET-MONTHS(WS-RET-SCAN)
                       MOVE RCP-ESC-AMT TO WS-RET-ESC(WS-RET-SCAN)
                       MOVE RCP-SUS-IN TO WS-RET-SUS-IN(WS-RET-SCAN)
                       MOVE RCP-SUS-OUT
                           TO WS-RET-SUS-OUT(WS-RET-SCAN)
                   END-IF
               END-IF
           END-PERFORM.

      *> The receipt log is permanent -- extend, first ever run
      *> creates it, the same way the run log is kept.
       OPEN-RECEIPT-LOG.
           OPEN EXTEND RCPTLOG.
           IF WS-RCPT-STATUS = "35"
               OPEN OUTPUT RCPTLOG
           END-IF.

      *> The journal is permanent too, and shared by every run
      *> that moves money on a loan.
       OPEN-JOURNAL.
           OPEN EXTEND LOANJRN.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT LOANJRN
           END-IF.

      *> What an applied receipt did, for a later reversal: the
      *> months it bought, the escrow it credited and its net
      *> movement of suspense. The record is counted against this
      *> run's returns too, so a receipt posted and returned the
      *> same day reverses.
       LOG-RECEIPT-POSTING.
           MOVE SPACE TO RCPTLOG-REC.
           MOVE PAY-MID TO RG-MID.
           MOVE PAY-DATE TO RCP-DATE.
           MOVE PAY-AMT TO RCP-AMT.
           MOVE PAY-TYPE TO RCP-TYPE.
           MOVE 'P' TO RCP-ACTION.
           MOVE WS-FULL-MONTHS TO RCP-MONTHS.
           MOVE WS-ESC-CREDIT TO RCP-ESC-AMT.
           PERFORM WRITE-RECEIPT-LOG.

       WRITE-RECEIPT-LOG.
           MOVE ZERO TO RCP-SUS-IN.
           MOVE ZERO TO RCP-SUS-OUT.
           IF WS-SUS-AFTER > WS-SUS-BEFORE
               COMPUTE RCP-SUS-IN = WS-SUS-AFTER - WS-SUS-BEFORE
           ELSE
               COMPUTE RCP-SUS-OUT = WS-SUS-BEFORE - WS-SUS-AFTER
           END-IF.
           MOVE WS-CURRENT-DATE(1:8) TO RCP-POST-DATE.
           PERFORM NOTE-LOG-RECORD.
           WRITE RCPTLOG-REC.

      *> Returned items are reversed after the day's receipts have
      *> posted, so a receipt returned the day it arrived is found,
      *> and before the suspense sweep, so a balance a reversal
      *> puts back is applied again if it still makes a payment.
       REVERSE-RETURNED-ITEMS.
           MOVE WS-CURRENT-DATE(1:8) TO WS-POST-DATE.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-COUNT
               PERFORM REVERSE-RETURNED-ITEM
           END-PERFORM.

       REVERSE-RETURNED-ITEM.
           MOVE WS-RET-MID(WS-RET-IDX) TO WS-KEY-MID.
           PERFORM FIND-LOAN-ENTRY.
           IF WS-LOAN-FOUND = 0
               ADD 1 TO WS-RET-UNMATCHED-COUNT
               MOVE "NSF - LOAN NOT ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-RETURN-LINE
           ELSE IF WS-RET-POSTS(WS-RET-IDX)
               NOT > WS-RET-REVS(WS-RET-IDX)
               ADD 1 TO WS-RET-UNMATCHED-COUNT
               MOVE "NSF - NO POSTING FOUND" TO WS-RPT-LINE
               PERFORM WRITE-RETURN-LINE
           ELSE
               PERFORM FIND-OR-ADD-STAT
               MOVE ZERO TO WS-SUS-FOUND
               IF WS-STAT-FOUND > 0
                   PERFORM FIND-OR-ADD-SUS
               END-IF
               IF WS-SUS-FOUND = 0
                   ADD 1 TO WS-RET-UNMATCHED-COUNT
                   MOVE "NSF - NOT REVERSED" TO WS-RPT-LINE
                   PERFORM WRITE-RETURN-LINE
               ELSE
                   PERFORM REVERSE-MATCHED-ITEM
               END-IF
           END-IF.

       REVERSE-MATCHED-ITEM.
           MOVE ZERO TO WS-REV-MONTHS.
           MOVE ZERO TO WS-REV-ESC.
           MOVE ZERO TO WS-REV-SHORT.
           MOVE ZERO TO WS-SUS-BEFORE.
           MOVE ZERO TO WS-SUS-AFTER.
           IF WS-RET-TYPE(WS-RET-IDX) = 'C'
               PERFORM REVERSE-CURTAILMENT
           ELSE
               PERFORM REVERSE-MONTHLY-RECEIPT
           END-IF.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-RET-AMT(WS-RET-IDX) TO WS-RETURNED.
           PERFORM WRITE-RETURN-LINE.
           IF WS-REV-SHORT > 0
               MOVE WS-REV-SHORT TO WS-BAL-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "ESCROW SHORT - ADVANCED " WS-BAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RETURN-NOTE
           END-IF.
           IF WS-ST-NSF-COUNT(WS-STAT-FOUND) < 999
               ADD 1 TO WS-ST-NSF-COUNT(WS-STAT-FOUND)
           END-IF.
           PERFORM NOTE-ACH-RETURN.
           PERFORM LOG-RECEIPT-REVERSAL.
           PERFORM JOURNAL-REVERSAL.

      *> The receipt's own effect on suspense is undone first. If
      *> suspense no longer holds the money the receipt left there
      *> -- a later receipt or the sweep has since applied it --
      *> the payments that money went into come back out as well,
      *> one PITI at a time, along with their escrow.
       REVERSE-MONTHLY-RECEIPT.
           MOVE WS-SUS-BAL(WS-SUS-FOUND) TO WS-SUS-BEFORE.
           COMPUTE WS-REV-SUS = WS-SUS-BEFORE
               - WS-RET-SUS-IN(WS-RET-IDX)
               + WS-RET-SUS-OUT(WS-RET-IDX).
           MOVE ZERO TO WS-REV-EXTRA.
           PERFORM UNTIL WS-REV-SUS NOT < 0
               OR WS-LOAN-PITI(WS-LOAN-FOUND) NOT > 0
               ADD WS-LOAN-PITI(WS-LOAN-FOUND) TO WS-REV-SUS
               ADD 1 TO WS-REV-EXTRA
           END-PERFORM.
           IF WS-REV-SUS < 0
               MOVE ZERO TO WS-REV-SUS
           END-IF.
           COMPUTE WS-REV-MONTHS =
               WS-RET-MONTHS(WS-RET-IDX) + WS-REV-EXTRA.
           IF WS-REV-MONTHS > WS-ST-PAID-COUNT(WS-STAT-FOUND)
               MOVE WS-ST-PAID-COUNT(WS-STAT-FOUND) TO WS-REV-MONTHS
           END-IF.
           SUBTRACT WS-REV-MONTHS FROM WS-ST-PAID-COUNT(WS-STAT-FOUND).
           PERFORM RETREAT-PAID-THRU.
           COMPUTE WS-REV-ESC = WS-RET-ESC(WS-RET-IDX)
               + WS-LOAN-ESCROW(WS-LOAN-FOUND) * WS-REV-EXTRA.
           PERFORM DEBIT-ESCROW.
           MOVE WS-REV-SUS TO WS-SUS-AFTER.
           COMPUTE WS-REV-APPLIED = WS-RET-AMT(WS-RET-IDX)
               + WS-SUS-AFTER - WS-SUS-BEFORE.
           SUBTRACT WS-REV-APPLIED FROM WS-APPLIED-PMT.
           IF WS-SUS-AFTER > WS-SUS-BEFORE
               COMPUTE WS-SUS-IN =
                   WS-SUS-IN + WS-SUS-AFTER - WS-SUS-BEFORE
           ELSE
               COMPUTE WS-SUS-OUT =
                   WS-SUS-OUT + WS-SUS-BEFORE - WS-SUS-AFTER
           END-IF.
           IF WS-SUS-AFTER = 0
               MOVE ZERO TO WS-SUS-SINCE(WS-SUS-FOUND)
           ELSE
               IF WS-SUS-SINCE(WS-SUS-FOUND) = 0
                   MOVE WS-RET-DATE(WS-RET-IDX)
                       TO WS-SUS-SINCE(WS-SUS-FOUND)
               END-IF
           END-IF.
           MOVE WS-SUS-AFTER TO WS-SUS-BAL(WS-SUS-FOUND).
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-REV-MONTHS = 0
               MOVE "NSF - SUSPENSE REVERSED" TO WS-RPT-LINE
           ELSE
               STRING "NSF - " WS-REV-MONTHS " MO REVERSED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.

      *> PAID-THRU steps back one month for each payment backed
      *> out; a loan left with no full payments has never paid.
       RETREAT-PAID-THRU.
           IF WS-ST-PAID-COUNT(WS-STAT-FOUND) = 0
               MOVE ZERO TO WS-ST-PAID-THRU(WS-STAT-FOUND)
           ELSE IF WS-ST-PAID-THRU(WS-STAT-FOUND) > 0
               DIVIDE WS-ST-PAID-THRU(WS-STAT-FOUND) BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
               COMPUTE WS-THRU-SERIAL = WS-THRU-YEAR * 12
                   + WS-THRU-MONTH - 1 - WS-REV-MONTHS
               DIVIDE WS-THRU-SERIAL BY 12 GIVING WS-THRU-YEAR
                   REMAINDER WS-THRU-MONTH
               ADD 1 TO WS-THRU-MONTH
               COMPUTE WS-ST-PAID-THRU(WS-STAT-FOUND) =
                   WS-THRU-YEAR * 100 + WS-THRU-MONTH
           END-IF.

      *> Escrow credited by the returned receipt comes back off the
      *> account. What has already been disbursed cannot: the
      *> balance stops at zero and the rest is an escrow advance
      *> servicing has to recover.
       DEBIT-ESCROW.
           IF WS-REV-ESC > 0
               PERFORM FIND-OR-ADD-ESC
               IF WS-ESC-FOUND > 0
                   IF WS-ESC-BAL(WS-ESC-FOUND) < WS-REV-ESC
                       COMPUTE WS-REV-SHORT =
                           WS-REV-ESC - WS-ESC-BAL(WS-ESC-FOUND)
                       MOVE ZERO TO WS-ESC-BAL(WS-ESC-FOUND)
                   ELSE
                       SUBTRACT WS-REV-ESC FROM WS-ESC-BAL(WS-ESC-FOUND)
                   END-IF
                   MOVE WS-POST-DATE
                       TO WS-ESC-LAST-DATE(WS-ESC-FOUND)
                   COMPUTE WS-ESC-CREDIT-TOTAL = WS-ESC-CREDIT-TOTAL
                       - WS-REV-ESC + WS-REV-SHORT
                   ADD WS-REV-SHORT TO WS-ESC-ADVANCE-TOTAL
               ELSE
                   MOVE ZERO TO WS-REV-ESC
               END-IF
           END-IF.

      *> A returned curtailment puts the principal back: an 'R'
      *> item to CURTFILE carrying the amount, which APPROVE adds
      *> back onto the loan's principal.
       REVERSE-CURTAILMENT.
           MOVE WS-LOAN-IMAGE(WS-LOAN-FOUND) TO WS-INCOME.
           COMPUTE WS-P = WS-P + WS-RET-AMT(WS-RET-IDX).
           SUBTRACT WS-RET-AMT(WS-RET-IDX) FROM WS-APPLIED-PRIN.
           MOVE WS-INCOME TO WS-LOAN-IMAGE(WS-LOAN-FOUND).
           MOVE SPACE TO CURTFILE-REC.
           MOVE 'R' TO CT-CODE.
           MOVE WS-INCOME TO CT-LOAN.
           MOVE WS-RET-AMT(WS-RET-IDX) TO CT-P.
           MOVE "PAYPOST" TO CT-OPERATOR.
           WRITE CURTFILE-REC.
           MOVE WS-P TO WS-BAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "NSF - BAL " WS-BAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.

      *> Returns are counted on the enrollment whether or not the
      *> returned item was a draft -- a borrower whose checks
      *> bounce should not be drafted either.
       NOTE-ACH-RETURN.
           PERFORM FIND-ACH-ENTRY.
           IF WS-ACH-FOUND > 0
               IF WS-ACH-RETURNS(WS-ACH-FOUND) < 99
                   ADD 1 TO WS-ACH-RETURNS(WS-ACH-FOUND)
               END-IF
               IF WS-ACH-ACTIVE(WS-ACH-FOUND) = 'Y'
                 AND WS-ACH-RETURNS(WS-ACH-FOUND)
                     NOT < WS-ACH-RETURN-LIMIT
                   MOVE 'N' TO WS-ACH-ACTIVE(WS-ACH-FOUND)
                   ADD 1 TO WS-ACH-OFF-COUNT
                   MOVE SPACE TO WS-RPT-LINE
                   STRING "AUTOPAY SUSPENDED - "
                       WS-ACH-RETURNS(WS-ACH-FOUND) " RETURNS"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-RETURN-NOTE
               END-IF
           END-IF.

       LOG-RECEIPT-REVERSAL.
           MOVE SPACE TO RCPTLOG-REC.
           MOVE WS-RET-MID(WS-RET-IDX) TO RG-MID.
           MOVE WS-RET-DATE(WS-RET-IDX) TO RCP-DATE.
           MOVE WS-RET-AMT(WS-RET-IDX) TO RCP-AMT.
           MOVE WS-RET-TYPE(WS-RET-IDX) TO RCP-TYPE.
           MOVE 'R' TO RCP-ACTION.
           MOVE WS-REV-MONTHS TO RCP-MONTHS.
           COMPUTE RCP-ESC-AMT = WS-REV-ESC - WS-REV-SHORT.
           PERFORM WRITE-RECEIPT-LOG.

      *> Dated the run that reversed it, so the return lands on the
      *> statement in progress instead of rewriting a closed one;
      *> the receipt it reverses is named in the description.
       JOURNAL-REVERSAL.
           MOVE SPACE TO LOANJRN-REC.
           MOVE WS-RET-MID(WS-RET-IDX) TO JR-MID.
           MOVE WS-POST-DATE TO JRN-DATE.
           MOVE WS-RET-AMT(WS-RET-IDX) TO JRN-AMT.
           STRING "RECEIPT OF " WS-RET-DATE(WS-RET-IDX)
               DELIMITED BY SIZE INTO JRN-DESC.
           IF WS-RET-TYPE(WS-RET-IDX) = 'C'
               MOVE "RC" TO JRN-TYPE
               MOVE ZERO TO WS-JRN-MONTHS
               PERFORM SPLIT-JOURNAL-PAYMENTS
               MOVE WS-RET-AMT(WS-RET-IDX) TO JRN-PI-AMT
           ELSE
               MOVE "RR" TO JRN-TYPE
               MOVE WS-REV-MONTHS TO WS-JRN-MONTHS
               PERFORM SPLIT-JOURNAL-PAYMENTS
           END-IF.
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-RETURN-LINE.
           MOVE WS-RET-AMT(WS-RET-IDX) TO WS-AMT-DISP.
           MOVE SPACE TO POSTRPT-REC.
           IF WS-LOAN-FOUND = 0
               STRING WS-RET-MID(WS-RET-IDX) "  " "**************"
                   " " WS-AMT-DISP " " "            " " "
                   WS-RPT-LINE(1:24)
                   DELIMITED BY SIZE INTO POSTRPT-REC
           ELSE
               MOVE WS-LOAN-PITI(WS-LOAN-FOUND) TO WS-EXP-DISP
               STRING WS-RET-MID(WS-RET-IDX) "  "
                   WS-LOAN-NAME(WS-LOAN-FOUND) " "
                   WS-AMT-DISP " " WS-EXP-DISP " " WS-RPT-LINE(1:24)
                   DELIMITED BY SIZE INTO POSTRPT-REC
           END-IF.
           WRITE POSTRPT-REC.

       WRITE-RETURN-NOTE.
           MOVE SPACE TO POSTRPT-REC.
           STRING "         " WS-RPT-LINE(1:60)
               DELIMITED BY SIZE INTO POSTRPT-REC.
           WRITE POSTRPT-REC.

       POST-PAYMENT.
           IF PAY-AMT NUMERIC
               ADD PAY-AMT TO WS-CASH-RECEIVED
           END-IF.
           IF PAY-MID NOT NUMERIC OR PAY-MID = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM WRITE-UNMATCHED-LINE
               PERFORM APPLY-MONTHLY-RECEIPT
           END-IF.

      *> The receipt is added to whatever the loan already holds in
      *> suspense, and the total is what buys full payments; the
      *> remainder is the new suspense balance.
       APPLY-MONTHLY-RECEIPT.
           MOVE ZERO TO WS-SUS-FOUND.
           PERFORM FIND-OR-ADD-STAT.
           IF WS-STAT-FOUND > 0
               PERFORM FIND-OR-ADD-SUS
           END-IF.
           IF WS-STAT-FOUND = 0 OR WS-SUS-FOUND = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM WRITE-UNMATCHED-LINE
           ELSE
               MOVE PAY-DATE TO WS-POST-DATE
               MOVE ZERO TO WS-ESC-CREDIT
               MOVE WS-SUS-BAL(WS-SUS-FOUND) TO WS-SUS-BEFORE
               COMPUTE WS-SUS-AVAIL = WS-SUS-BEFORE + PAY-AMT
               PERFORM SPLIT-AVAILABLE-FUNDS
               MOVE PAY-DATE TO WS-ST-LAST-DATE(WS-STAT-FOUND)
               MOVE PAY-AMT TO WS-ST-LAST-AMT(WS-STAT-FOUND)
               MOVE PAY-DATE TO WS-SUS-LAST(WS-SUS-FOUND)
               PERFORM SET-SUSPENSE-BALANCE
               IF WS-FULL-MONTHS = 0
                   ADD 1 TO WS-PARTIAL-COUNT
                   PERFORM WRITE-PARTIAL-LINE
               ELSE
                   PERFORM APPLY-FULL-MONTHS
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM WRITE-POSTED-LINE
               END-IF
               PERFORM LOG-RECEIPT-POSTING
               PERFORM JOURNAL-RECEIPT
           END-IF.

       JOURNAL-RECEIPT.
           MOVE SPACE TO LOANJRN-REC.
           MOVE PAY-MID TO JR-MID.
           MOVE PAY-DATE TO JRN-DATE.
           MOVE "PM" TO JRN-TYPE.
           MOVE PAY-AMT TO JRN-AMT.
           MOVE WS-FULL-MONTHS TO WS-JRN-MONTHS.
           PERFORM SPLIT-JOURNAL-PAYMENTS.
           PERFORM WRITE-JOURNAL-ENTRY.

      *> WS-SUS-AVAIL divided into whole PITIs: the months bought,
      *> the money they use, and what is left over for suspense.
       SPLIT-AVAILABLE-FUNDS.
           COMPUTE WS-FULL-MONTHS =
               WS-SUS-AVAIL / WS-LOAN-PITI(WS-LOAN-FOUND).
           COMPUTE WS-SUS-USED =
               WS-LOAN-PITI(WS-LOAN-FOUND) * WS-FULL-MONTHS.
           COMPUTE WS-SUS-AFTER = WS-SUS-AVAIL - WS-SUS-USED.

       APPLY-FULL-MONTHS.
           ADD WS-FULL-MONTHS TO WS-ST-PAID-COUNT(WS-STAT-FOUND).
           PERFORM ADVANCE-PAID-THRU.
           PERFORM CREDIT-ESCROW.
           ADD WS-SUS-USED TO WS-APPLIED-PMT.

      *> The net suspense movement goes to the tie-out. Any full
      *> payment uses the old suspense money first, so once months
      *> are bought whatever is left came in with the latest
      *> receipt and the aging restarts from it; a balance that
      *> only grew keeps the date its oldest money arrived.
       SET-SUSPENSE-BALANCE.
           IF WS-SUS-AFTER > WS-SUS-BEFORE
               COMPUTE WS-SUS-IN =
                   WS-SUS-IN + WS-SUS-AFTER - WS-SUS-BEFORE
           ELSE
               COMPUTE WS-SUS-OUT =
                   WS-SUS-OUT + WS-SUS-BEFORE - WS-SUS-AFTER
           END-IF.
           IF WS-SUS-AFTER = 0
               MOVE ZERO TO WS-SUS-SINCE(WS-SUS-FOUND)
           ELSE
               IF WS-SUS-BEFORE = 0 OR WS-FULL-MONTHS > 0
                   MOVE WS-SUS-LAST(WS-SUS-FOUND)
                       TO WS-SUS-SINCE(WS-SUS-FOUND)
               END-IF
           END-IF.
           MOVE WS-SUS-AFTER TO WS-SUS-BAL(WS-SUS-FOUND).

      *> A suspense balance already worth a full PITI with no new
      *> receipt behind it -- the loan's PITI has come down since
      *> the money went in -- is applied here, dated the run date.
      *> A balance for a MID no longer on the master is left alone
      *> for servicing to refund.
       SWEEP-SUSPENSE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-POST-DATE.
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-SUS-COUNT
               IF WS-SUS-BAL(WS-SWEEP-IDX) > 0
                   MOVE WS-SUS-MID(WS-SWEEP-IDX) TO WS-KEY-MID
                   PERFORM FIND-LOAN-ENTRY
                   IF WS-LOAN-FOUND > 0
                       IF WS-SUS-BAL(WS-SWEEP-IDX)
                           NOT < WS-LOAN-PITI(WS-LOAN-FOUND)
                           PERFORM APPLY-SUSPENSE-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-SUSPENSE-BALANCE.
           MOVE WS-SWEEP-IDX TO WS-SUS-FOUND.
           PERFORM FIND-OR-ADD-STAT.
           IF WS-STAT-FOUND > 0
               MOVE WS-SUS-BAL(WS-SUS-FOUND) TO WS-SUS-BEFORE
               MOVE WS-SUS-BEFORE TO WS-SUS-AVAIL
               PERFORM SPLIT-AVAILABLE-FUNDS
               PERFORM SET-SUSPENSE-BALANCE
               PERFORM APPLY-FULL-MONTHS
               ADD 1 TO WS-SWEEP-COUNT
               PERFORM WRITE-SWEEP-LINE
               MOVE SPACE TO LOANJRN-REC
               MOVE WS-SUS-MID(WS-SUS-FOUND) TO JR-MID
               MOVE WS-POST-DATE TO JRN-DATE
               MOVE "SA" TO JRN-TYPE
               MOVE WS-SUS-USED TO JRN-AMT
               MOVE WS-FULL-MONTHS TO WS-JRN-MONTHS
               PERFORM SPLIT-JOURNAL-PAYMENTS
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

      *> Escrow portion of a posted receipt: the loan's monthly
      *> escrow collection for each full month the receipt covered
      *> goes into the borrower's escrow account. Money held in
      *> suspense is not split -- it credits escrow only when it
      *> makes up a full payment.
       CREDIT-ESCROW.
           COMPUTE WS-ESC-CREDIT =
               WS-LOAN-ESCROW(WS-LOAN-FOUND) * WS-FULL-MONTHS.
               PERFORM FIND-OR-ADD-ESC
               IF WS-ESC-FOUND > 0
                   ADD WS-ESC-CREDIT TO WS-ESC-BAL(WS-ESC-FOUND)
                   MOVE WS-POST-DATE
                       TO WS-ESC-LAST-DATE(WS-ESC-FOUND)
                   ADD WS-ESC-CREDIT TO WS-ESC-CREDIT-TOTAL
               ELSE
                   MOVE ZERO TO WS-ESC-CREDIT
               END-IF
           END-IF.

      *> Extra principal: the amount reduces the loan's booked
      *> balance instead of buying months. It rides out to CURTFILE
      *> as a 'P' item carrying the amount, which APPROVE takes off
      *> the loan's principal as it then stands and releases to
      *> LOANMNT as a 'C' -- patching only the in-core table would
      *> last one night and the master would keep the old balance,
      *> and an amount rather than a new balance lets two
      *> curtailments, or a curtailment and its return, add up
      *> instead of the later overwriting the earlier. The in-core
      *> image is reduced too, for the register and the journal
      *> balance. PAID-THRU and PAID-COUNT do not move; a
      *> curtailment at or above the remaining balance is a payoff,
      *> which is a 'D' transaction keyed by servicing, not
      *> something the posting run invents. Booked P is a
      *> whole-dollar figure system-wide, so a curtailment with a
      *> cents portion is rejected for servicing to rekey whole --
      *> truncating the cents would vanish money with no trace.
           MOVE PAY-AMT TO WS-CURT-WHOLE.
           IF WS-CURT-WHOLE NOT = PAY-AMT
               ADD 1 TO WS-CURT-REJ-COUNT
               ADD PAY-AMT TO WS-NOT-APPLIED
               MOVE "CURTAIL CENTS - REJECTED" TO WS-RPT-LINE
               PERFORM WRITE-REGISTER-LINE
           ELSE IF PAY-AMT NOT < WS-P
               ADD 1 TO WS-CURT-REJ-COUNT
               ADD PAY-AMT TO WS-NOT-APPLIED
               MOVE "CURTAIL EXCEEDS BALANCE" TO WS-RPT-LINE
               PERFORM WRITE-REGISTER-LINE
           ELSE
               COMPUTE WS-P = WS-P - PAY-AMT
               ADD PAY-AMT TO WS-APPLIED-PRIN
               MOVE WS-INCOME TO WS-LOAN-IMAGE(WS-LOAN-FOUND)
               MOVE SPACE TO CURTFILE-REC
               MOVE 'P' TO CT-CODE
               MOVE WS-INCOME TO CT-LOAN
               MOVE PAY-AMT TO CT-P
               MOVE "PAYPOST" TO CT-OPERATOR
               WRITE CURTFILE-REC
               PERFORM FIND-OR-ADD-STAT
               IF WS-STAT-FOUND > 0
                   MOVE PAY-AMT TO WS-ST-LAST-AMT(WS-STAT-FOUND)
               END-IF
               ADD 1 TO WS-CURT-COUNT
               MOVE ZERO TO WS-FULL-MONTHS
               MOVE ZERO TO WS-ESC-CREDIT
               MOVE ZERO TO WS-SUS-BEFORE
               MOVE ZERO TO WS-SUS-AFTER
               PERFORM LOG-RECEIPT-POSTING
               MOVE SPACE TO LOANJRN-REC
               MOVE PAY-MID TO JR-MID
               MOVE PAY-DATE TO JRN-DATE
               MOVE "CU" TO JRN-TYPE
               MOVE PAY-AMT TO JRN-AMT
               MOVE ZERO TO WS-JRN-MONTHS
               PERFORM SPLIT-JOURNAL-PAYMENTS
               MOVE PAY-AMT TO JRN-PI-AMT
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE WS-P TO WS-BAL-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "CURTAILED - " WS-BAL-DISP
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *> The full payments an entry bought or backed out, split
      *> back into P&I, escrow and tax the way the PITI was built,
      *> and its net movement of suspense.
       SPLIT-JOURNAL-PAYMENTS.
           COMPUTE WS-JRN-PI = WS-LOAN-PITI(WS-LOAN-FOUND)
               - WS-LOAN-ESCROW(WS-LOAN-FOUND)
               - WS-LOAN-TAX(WS-LOAN-FOUND).
           COMPUTE JRN-PI-AMT = WS-JRN-PI * WS-JRN-MONTHS.
           COMPUTE JRN-ESC-AMT =
               WS-LOAN-ESCROW(WS-LOAN-FOUND) * WS-JRN-MONTHS.
           COMPUTE JRN-TAX-AMT =
               WS-LOAN-TAX(WS-LOAN-FOUND) * WS-JRN-MONTHS.
           MOVE ZERO TO JRN-SUS-IN.
           MOVE ZERO TO JRN-SUS-OUT.
           IF WS-SUS-AFTER > WS-SUS-BEFORE
               COMPUTE JRN-SUS-IN = WS-SUS-AFTER - WS-SUS-BEFORE
           ELSE
               COMPUTE JRN-SUS-OUT = WS-SUS-BEFORE - WS-SUS-AFTER
           END-IF.

      *> Balances after the entry: the booked principal rolled
      *> through the payments now posted, the way PAYQUOTE rolls
      *> it, and the escrow account as it now stands.
       WRITE-JOURNAL-ENTRY.
           MOVE WS-LOAN-IMAGE(WS-LOAN-FOUND) TO WS-INCOME.
           COMPUTE WS-MONTHLY-RATE = WS-APR / 1200.
           COMPUTE WS-JRN-PI = WS-LOAN-PITI(WS-LOAN-FOUND)
               - WS-LOAN-ESCROW(WS-LOAN-FOUND)
               - WS-LOAN-TAX(WS-LOAN-FOUND).
           MOVE WS-P TO WS-JRN-PRIN.
           IF WS-STAT-FOUND > 0
               PERFORM VARYING WS-JRN-PERIOD FROM 1 BY 1
                   UNTIL WS-JRN-PERIOD > WS-ST-PAID-COUNT(WS-STAT-FOUND)
                      OR WS-JRN-PERIOD > WS-MONTH
                   COMPUTE WS-JRN-INT ROUNDED =
                       WS-JRN-PRIN * WS-MONTHLY-RATE
                   COMPUTE WS-JRN-PRIN =
                       WS-JRN-PRIN - (WS-JRN-PI - WS-JRN-INT)
               END-PERFORM
           END-IF.
           IF WS-JRN-PRIN < 0
               MOVE ZERO TO WS-JRN-PRIN
           END-IF.
           MOVE WS-JRN-PRIN TO JRN-PRIN-BAL.
           MOVE JR-MID TO WS-KEY-MID.
           PERFORM FIND-ESC-ENTRY.
           IF WS-ESC-FOUND > 0
               MOVE WS-ESC-BAL(WS-ESC-FOUND) TO JRN-ESC-BAL
           ELSE
               MOVE ZERO TO JRN-ESC-BAL
           END-IF.
           MOVE "PAYPOST" TO JRN-SOURCE.
           MOVE WS-CURRENT-DATE(1:8) TO JRN-POST-DATE.
           WRITE LOANJRN-REC.
           ADD 1 TO WS-JRN-COUNT.

      *> First full payment ever sets PAID-THRU to the receipt
      *> month; each further full payment in the receipt advances
      *> it one more month.
       ADVANCE-PAID-THRU.
           IF WS-ST-PAID-THRU(WS-STAT-FOUND) = ZERO
               MOVE WS-POST-DATE(1:6) TO WS-WORK-THRU
               COMPUTE WS-ADD-MONTHS = WS-FULL-MONTHS - 1
           ELSE
               MOVE WS-ST-PAID-THRU(WS-STAT-FOUND) TO WS-WORK-THRU
           MOVE WS-WORK-THRU TO WS-ST-PAID-THRU(WS-STAT-FOUND).

       WRITE-POSTED-LINE.
           IF WS-SUS-AFTER > 0
               MOVE "POSTED, REST TO SUSPENSE" TO WS-RPT-LINE
           ELSE IF WS-SUS-BEFORE > 0
               MOVE "POSTED WITH SUSPENSE" TO WS-RPT-LINE
           ELSE
               MOVE "POSTED" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-PARTIAL-LINE.
           MOVE "PARTIAL - TO SUSPENSE" TO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-SWEEP-LINE.
           MOVE WS-SUS-USED TO WS-AMT-DISP.
           MOVE WS-LOAN-PITI(WS-LOAN-FOUND) TO WS-EXP-DISP.
           MOVE SPACE TO POSTRPT-REC.
           STRING WS-SUS-MID(WS-SUS-FOUND) "  "
               WS-LOAN-NAME(WS-LOAN-FOUND) " "
               WS-AMT-DISP " " WS-EXP-DISP " APPLIED FROM SUSPENSE"
               DELIMITED BY SIZE INTO POSTRPT-REC.
           WRITE POSTRPT-REC.

       WRITE-REGISTER-LINE.
           MOVE PAY-AMT TO WS-AMT-DISP.
           MOVE WS-LOAN-PITI(WS-LOAN-FOUND) TO WS-EXP-DISP.
           WRITE POSTRPT-REC.

       WRITE-UNMATCHED-LINE.
           IF PAY-AMT NUMERIC
               ADD PAY-AMT TO WS-NOT-APPLIED
           END-IF.
           MOVE PAY-AMT TO WS-AMT-DISP.
           MOVE SPACE TO POSTRPT-REC.
           STRING PAY-MID "  " "**************" " "
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "CURTAILMENTS: " WS-CURT-COUNT
               "  CURTAIL REJECTS: " WS-CURT-REJ-COUNT
               "  APPLIED FROM SUSPENSE: " WS-SWEEP-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "RETURNS: " WS-RETURN-COUNT
               "  REVERSED: " WS-REVERSED-COUNT
               "  NOT MATCHED: " WS-RET-UNMATCHED-COUNT
               "  AUTOPAY OFF: " WS-ACH-OFF-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.
           IF WS-ESC-ADVANCE-TOTAL > 0
               MOVE "ESCROW ADVANCED" TO WS-RPT-LINE
               MOVE WS-ESC-ADVANCE-TOTAL TO WS-CASH-DISP
               PERFORM WRITE-TIE-LINE
           END-IF.

      *> Cash received against where it went, and the suspense
      *> ledger proved from opening to closing balance. Either one
      *> out is return code 8 -- money has gone somewhere the
      *> run cannot account for.
       WRITE-CASH-TIE-OUT.
           MOVE ZERO TO WS-SUS-CLOSE-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SUS-COUNT
               ADD WS-SUS-BAL(WS-IDX) TO WS-SUS-CLOSE-TOTAL
           END-PERFORM.
           COMPUTE WS-CASH-ACCOUNTED = WS-APPLIED-PMT + WS-APPLIED-PRIN
               + WS-SUS-IN - WS-SUS-OUT + WS-NOT-APPLIED.
           COMPUTE WS-SUS-PROOF = WS-SUS-OPEN-TOTAL + WS-SUS-IN
               - WS-SUS-OUT.
           COMPUTE WS-NET-CASH = WS-CASH-RECEIVED - WS-RETURNED.
           MOVE "CASH RECEIVED" TO WS-RPT-LINE.
           MOVE WS-CASH-RECEIVED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "LESS RETURNED ITEMS" TO WS-RPT-LINE.
           COMPUTE WS-CASH-DISP = 0 - WS-RETURNED.
           PERFORM WRITE-TIE-LINE.
           MOVE "NET CASH" TO WS-RPT-LINE.
           MOVE WS-NET-CASH TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  APPLIED TO PAYMENTS" TO WS-RPT-LINE.
           MOVE WS-APPLIED-PMT TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  APPLIED TO PRINCIPAL" TO WS-RPT-LINE.
           MOVE WS-APPLIED-PRIN TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  TO SUSPENSE" TO WS-RPT-LINE.
           MOVE WS-SUS-IN TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  FROM SUSPENSE" TO WS-RPT-LINE.
           COMPUTE WS-CASH-DISP = 0 - WS-SUS-OUT.
           PERFORM WRITE-TIE-LINE.
           MOVE "  NOT APPLIED" TO WS-RPT-LINE.
           MOVE WS-NOT-APPLIED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "CASH ACCOUNTED FOR" TO WS-RPT-LINE.
           MOVE WS-CASH-ACCOUNTED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "SUSPENSE OPENING" TO WS-RPT-LINE.
           MOVE WS-SUS-OPEN-TOTAL TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "SUSPENSE CLOSING" TO WS-RPT-LINE.
           MOVE WS-SUS-CLOSE-TOTAL TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE SPACE TO WS-TOTALS-LINE.
           IF WS-CASH-ACCOUNTED NOT = WS-NET-CASH
             OR WS-SUS-PROOF NOT = WS-SUS-CLOSE-TOTAL
               MOVE "** CASH OUT OF BALANCE **" TO WS-TOTALS-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CASH IN BALANCE" TO WS-TOTALS-LINE
           END-IF.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

       WRITE-TIE-LINE.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING WS-RPT-LINE(1:24) WS-CASH-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

      *> The tables are kept in ascending MID order at insert
      *> time, so the full rewrite is one straight sweep. The
      *> table is footed first so the new header leads the file.
       WRITE-NEW-STATUS.
           MOVE "PAYSTAT" TO WS-CHK-FILE.
           MOVE WS-STAT-SEQ TO WS-CHK-SEQ.
           MOVE WS-STAT-COUNT TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STAT-COUNT
               ADD WS-ST-PAID-COUNT(WS-IDX) TO WS-CHK-TOTAL
           END-PERFORM.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN OUTPUT NEWSTAT.
           WRITE NEWSTAT-REC FROM WS-GEN-HDR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STAT-COUNT
               MOVE SPACE TO NEWSTAT-REC
               MOVE WS-ST-LAST-DATE(WS-IDX) TO NS-LAST-PAY-DATE
               MOVE WS-ST-LAST-AMT(WS-IDX) TO NS-LAST-PAY-AMT
               MOVE WS-ST-PAID-COUNT(WS-IDX) TO NS-PAID-COUNT
               MOVE WS-ST-NSF-COUNT(WS-IDX) TO NS-NSF-COUNT
               WRITE NEWSTAT-REC
               ADD 1 TO WS-STAT-OUT-COUNT
           END-PERFORM.
           DISPLAY "STATUS RECORDS WRITTEN: " WS-STAT-OUT-COUNT.
           CLOSE NEWSTAT.
           PERFORM LOG-GENERATION.

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
               WRITE NEWESC-REC
               ADD 1 TO WS-ESC-OUT-COUNT
           END-PERFORM.
           MOVE WS-ESC-CREDIT-TOTAL TO WS-CASH-DISP.
           DISPLAY "ESCROW RECORDS WRITTEN: " WS-ESC-OUT-COUNT
               "  CREDITED THIS RUN: " WS-CASH-DISP.
           CLOSE NEWESC.
           PERFORM LOG-GENERATION.

      *> Only loans still holding money are written -- a balance
      *> used up to zero drops out of the file.
       WRITE-NEW-SUSPENSE.
           OPEN OUTPUT NEWSUS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SUS-COUNT
               IF WS-SUS-BAL(WS-IDX) > 0
                   MOVE SPACE TO NEWSUS-REC
                   MOVE WS-SUS-MID(WS-IDX) TO NU-MID
                   MOVE WS-SUS-BAL(WS-IDX) TO NU-SUS-BAL
                   MOVE WS-SUS-SINCE(WS-IDX) TO NU-SUS-SINCE-DATE
                   MOVE WS-SUS-LAST(WS-IDX) TO NU-SUS-LAST-DATE
                   WRITE NEWSUS-REC
                   ADD 1 TO WS-SUS-OUT-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-SUS-CLOSE-TOTAL TO WS-ESC-TOTAL-DISP.
           DISPLAY "SUSPENSE RECORDS WRITTEN: " WS-SUS-OUT-COUNT
               "  HELD: " WS-ESC-TOTAL-DISP.
           CLOSE NEWSUS.

       WRITE-NEW-ACH.
           OPEN OUTPUT NEWACH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACH-COUNT
               MOVE WS-ACH-IMAGE(WS-IDX) TO NEWACH-REC
               MOVE WS-ACH-ACTIVE(WS-IDX) TO NA-ACH-ACTIVE
               MOVE WS-ACH-RETURNS(WS-IDX) TO NA-ACH-RETURN-COUNT
               WRITE NEWACH-REC
               ADD 1 TO WS-ACH-OUT-COUNT
           END-PERFORM.
           DISPLAY "ACH RECORDS WRITTEN: " WS-ACH-OUT-COUNT
               "  AUTOPAY SUSPENDED: " WS-ACH-OFF-COUNT.
           CLOSE NEWACH.

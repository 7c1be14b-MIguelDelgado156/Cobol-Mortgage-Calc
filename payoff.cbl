       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFF.

      *> Payoff completion run. PIFFILE carries the day's payoff
      *> receipts -- MID, date the funds were received, amount,
      *> and the good-through date of the quote the borrower paid
      *> against. Each is checked against the PAYQUOTE figure for
      *> that good-through date, worked the same way PAYQUOTE
      *> works it: the booked balance rolled forward through the
      *> full payments posted (PAID-COUNT on PAYSTAT), plus 30/360
      *> per-diem interest from the end of the paid-through month.
      *> Money the loan already holds in suspense (SUSREC) counts
      *> toward the payoff. Funds short of the figure, funds
      *> received after the good-through date, and loans not on
      *> the master are rejected to the register for servicing and
      *> nothing about the loan changes. A payoff that covers the
      *> figure closes the loan:
      *>   - anything over the figure clears the late-charge
      *>     balance (FEEREC) first; whatever the overage cannot
      *>     cover is waived and reported -- the loan closes clean;
      *>   - the escrow balance (ESCREC) and any overage still
      *>     left are refunded by check: records in ESCDISB's
      *>     PAYOUT layout go to REFUNDS for the check run;
      *>   - the autopay enrollment is turned off (ACH-ACTIVE 'N'
      *>     on NEWACH) so the loan is never drafted again;
      *>   - the loan's status, escrow, fee, suspense and investor
      *>     cross-reference records are dropped: OLDSTAT, OLDESC,
      *>     OLDFEE, OLDSUS and OLDINV are carried to NEWSTAT,
      *>     NEWESC, NEWFEE, NEWSUS and NEWINV without them, in
      *>     the order read, the same old-in/new-out pattern
      *>     PAYPOST uses;
      *>   - a 'D' transaction in LOANMNT's layout goes to DELFILE
      *>     (read by APPROVE in MNTJOB on its own DELFILE DD,
      *>     apart from TRANIN; operator ID PAYOFF) so the master
      *>     delete and its history record happen the normal way.
      *>     Everything else about the loan is closed out here
      *>     tonight, so APPROVE does not hold the delete for a
      *>     checker the way it holds a keyed one: it is released
      *>     to LOANMNT in the next MNTJOB with the system approver
      *>     ID, and the loan is off the master before the next
      *>     night's servicing runs read it. That is why this run
      *>     goes last in the night's servicing stream, behind
      *>     COLLECT, ACCRUAL, BILLSTMT and INSTRACK -- run ahead
      *>     of them, they would see the loan on INCOME with no
      *>     status record. The only delete LOANMNT turns away is
      *>     one whose loan is already off the master; it is
      *>     listed on the maintenance register and needs nothing
      *>     further;
      *>   - the final principal and interest go to PIFREMIT
      *>     (layout in PIFREM) for the owning investor's
      *>     remittance in INVREMIT;
      *>   - the closed loan and its last balances are appended to
      *>     the permanent paid-off archive ARCHIVE (layout in
      *>     ARCREC), which LOOKUP reads when a MID is no longer on
      *>     the master;
      *>   - a paid-in-full / lien release letter goes to LIENLTR,
      *>     addressed from the borrower master the way PAYQUOTE
      *>     addresses its quote;
      *>   - the payoff, the late charges paid and waived and the
      *>     refunds are appended to the permanent loan
      *>     transaction journal LOANJRN (layout in JRNREC), the
      *>     loan's last entries.
      *> The register ends with a payoff cash tie-out: funds
      *> received plus suspense applied must equal principal,
      *> interest, late charges collected, overage refunded and
      *> funds not applied -- out of balance is return code 8.
      *> OLDSTAT, OLDESC and OLDFEE are the same generations
      *> PAYPOST and LATEFEE carry, and are held to the same
      *> rule: each must be the latest generation on the
      *> generation log GENLOG and foot to its GENHDR header, or
      *> the run is refused before anything is written -- return
      *> code 8 and the reason on the run log for OPSRPT. NEWSTAT,
      *> NEWESC and NEWFEE are written under new headers, footed
      *> without the closed loans, and logged to GENLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PIFFILE ASSIGN TO PIFFILE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDSTAT ASSIGN TO OLDSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWSTAT ASSIGN TO NEWSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDESC ASSIGN TO OLDESC
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWESC ASSIGN TO NEWESC
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDFEE ASSIGN TO OLDFEE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWFEE ASSIGN TO NEWFEE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDSUS ASSIGN TO OLDSUS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWSUS ASSIGN TO NEWSUS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDACH ASSIGN TO OLDACH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWACH ASSIGN TO NEWACH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDINV ASSIGN TO OLDINV
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWINV ASSIGN TO NEWINV
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BORRMAST ASSIGN TO BORRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BR-MID
           FILE STATUS IS WS-BORR-STATUS.
       SELECT REFUNDS ASSIGN TO REFUNDS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DELFILE ASSIGN TO DELFILE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PIFREMIT ASSIGN TO PIFREMIT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ARCHIVE ASSIGN TO ARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.
       SELECT LIENLTR ASSIGN TO LIENLTR
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PIFRPT ASSIGN TO PIFRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       SELECT GENLOG ASSIGN TO GENLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INCOME.
       01 INCOME-FILE.
           COPY INCREC.

      *> Payoff receipt: the receipt layout widened to a payoff-
      *> sized amount, plus the quote's good-through date.
       FD PIFFILE.
       01 PIFFILE-REC.
         05 PF-MID PIC 9(7).
         05 FILLER PIC X(1).
         05 PF-RECV-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PF-AMT PIC 9(7)V9(2).
         05 FILLER PIC X(1).
         05 PF-GOOD-THRU PIC 9(8).

       FD OLDSTAT.
       01 OLDSTAT-REC.
           COPY PAYSTAT
               REPLACING ==MID== BY ==OS-MID==
                         ==PAID-THRU== BY ==OS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==OS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==OS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==OS-PAID-COUNT==
                         ==NSF-COUNT== BY ==OS-NSF-COUNT==.

       FD NEWSTAT.
       01 NEWSTAT-REC PIC X(64).

       FD OLDESC.
       01 OLDESC-REC.
           COPY ESCREC
               REPLACING ==MID== BY ==OE-MID==
                         ==ESC-BAL== BY ==OE-ESC-BAL==
                         ==ESC-LAST-DATE== BY ==OE-ESC-LAST-DATE==.

       FD NEWESC.
       01 NEWESC-REC PIC X(64).

       FD OLDFEE.
       01 OLDFEE-REC.
           COPY FEEREC
               REPLACING ==MID== BY ==OF-MID==
                         ==FEE-BAL== BY ==OF-FEE-BAL==
                         ==FEE-MONTHS-CHARGED== BY
                             ==OF-FEE-MONTHS-CHARGED==
                         ==FEE-LAST-ASSESS== BY ==OF-FEE-LAST-ASSESS==
                         ==FEE-NSF-CHARGED== BY
                             ==OF-FEE-NSF-CHARGED==.

       FD NEWFEE.
       01 NEWFEE-REC PIC X(64).

       FD OLDSUS.
       01 OLDSUS-REC.
           COPY SUSREC
               REPLACING ==MID== BY ==OU-MID==
                         ==SUS-BAL== BY ==OU-SUS-BAL==
                         ==SUS-SINCE-DATE== BY ==OU-SUS-SINCE-DATE==
                         ==SUS-LAST-DATE== BY ==OU-SUS-LAST-DATE==.

       FD NEWSUS.
       01 NEWSUS-REC PIC X(35).

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
       01 NEWACH-REC PIC X(43).

       FD OLDINV.
       01 OLDINV-REC.
           COPY INVREC
               REPLACING ==MID== BY ==OI-MID==
                         ==INV-CODE== BY ==OI-INV-CODE==.

       FD NEWINV.
       01 NEWINV-REC PIC X(10).

       FD BORRMAST.
       01 BORRMAST-REC.
           COPY BORREC
               REPLACING ==MID== BY ==BR-MID==
                         ==ADDR-NAME== BY ==BR-ADDR-NAME==
                         ==ADDR-LINE1== BY ==BR-ADDR-LINE1==
                         ==ADDR-CITY== BY ==BR-ADDR-CITY==
                         ==ADDR-STATE== BY ==BR-ADDR-STATE==
                         ==ADDR-ZIP== BY ==BR-ADDR-ZIP==.

      *> ESCDISB's PAYOUT layout, so the refunds ride the same
      *> check run as the county and insurance disbursements.
       FD REFUNDS.
       01 REFUNDS-REC.
         05 RF-MID PIC 9(7).
         05 FILLER PIC X(1).
         05 RF-PAY-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RF-DESC PIC X(20).
         05 FILLER PIC X(1).
         05 RF-AMT PIC 9(5)V9(2).

      *> Same record shape as PAYPOST's CURTFILE: a transaction
      *> code and a full loan image, in LOANMNT's TRANFILE layout.
       FD DELFILE.
       01 DELFILE-REC.
         03 DF-CODE PIC X(1).
         03 FILLER PIC X(1).
         03 DF-LOAN PIC X(64).
         03 FILLER PIC X(1).
         03 DF-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 DF-APPROVER PIC X(8).

       FD PIFREMIT.
       01 PIFREMIT-REC.
           COPY PIFREM
               REPLACING ==MID== BY ==PR-MID==.

       FD ARCHIVE.
       01 ARCHIVE-REC.
           COPY ARCREC
               REPLACING ==MID== BY ==AR-MID==.

       FD LIENLTR.
       01 LIENLTR-REC PIC X(80).

       FD PIFRPT.
       01 PIFRPT-REC PIC X(80).

       FD LOANJRN.
       01 LOANJRN-REC.
           COPY JRNREC
               REPLACING ==MID== BY ==JR-MID==.

       FD RUNLOG.
       01 RUNLOG-REC.
           COPY RUNLOG.

      *> Generation log, one GENHDR image per generation written.
       FD GENLOG.
       01 GENLOG-REC PIC X(64).

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
       01 WS-RPT-LINE PIC X(80).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-ARC-STATUS PIC X(2).
       01 WS-JRN-STATUS PIC X(2).
       01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BORR-STATUS PIC X(2).
       01 WS-BORR-OPEN PIC A(1).
       01 WS-BORR-FOUND PIC A(1).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).

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
       01 WS-STAT-SEQ PIC 9(7).
       01 WS-ESC-SEQ PIC 9(7).
       01 WS-FEE-SEQ PIC 9(7).

      *> Set by any check that refuses the run; the note goes to
      *> the run log for OPSRPT.
       01 WS-REFUSED PIC A(1) VALUE 'N'.
       01 WS-REFUSE-NOTE PIC X(30) VALUE SPACE.

      *> One entry per payoff receipt, with everything the other
      *> files know about the loan gathered onto it before any
      *> payoff is decided. WS-PF-DONE is 'Y' once the payoff has
      *> closed the loan; the carry-forward passes drop every MID
      *> with a closed entry.
       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 5000 TIMES.
               10 WS-PF-MID PIC 9(7).
               10 WS-PF-RECV PIC 9(8).
               10 WS-PF-AMT PIC 9(7)V9(2).
               10 WS-PF-GOOD PIC 9(8).
               10 WS-PF-ON-FILE PIC A(1).
               10 WS-PF-LOAN PIC X(64).
               10 WS-PF-PAID-THRU PIC 9(6).
               10 WS-PF-PAID-COUNT PIC 9(3).
               10 WS-PF-ESC-BAL PIC 9(7)V9(2).
               10 WS-PF-FEE-BAL PIC 9(5)V9(2).
               10 WS-PF-SUS-BAL PIC 9(7)V9(2).
               10 WS-PF-INV-CODE PIC X(2).
               10 WS-PF-DONE PIC A(1).
       01 WS-PF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PF-IDX PIC 9(5).
       01 WS-IDX PIC 9(5).
       01 WS-KEY-MID PIC 9(7).
       01 WS-CLOSED PIC A(1).
       01 WS-REASON PIC X(24).

       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-INTEREST-PORTION PIC S9(7)V99.
       01 WS-PRINCIPAL-PORTION PIC S9(7)V99.
       01 WS-PERIOD PIC 9(3).

      *> 30/360 day count from the end of the paid-through month
      *> to the good-through date, as PAYQUOTE counts it.
       01 WS-THRU-YEAR PIC 9(4).
       01 WS-THRU-MONTH PIC 9(4).
       01 WS-QUOTE-YEAR PIC 9(4).
       01 WS-QUOTE-MM PIC 9(2).
       01 WS-QUOTE-DD PIC 9(2).
       01 WS-PER-DIEM PIC S9(5)V9(4).
       01 WS-ACCRUED-DAYS PIC S9(5).
       01 WS-ACCRUED-INT PIC S9(7)V99.
       01 WS-PAYOFF PIC S9(7)V99.

      *> Where one payoff's money goes.
       01 WS-FUNDS PIC S9(9)V99.
       01 WS-EXCESS PIC S9(9)V99.
       01 WS-FEE-PAID PIC 9(5)V99.
       01 WS-FEE-WAIVED PIC 9(5)V99.
       01 WS-OVERAGE PIC 9(7)V99.
       01 WS-CHECK-AMT PIC 9(7)V99.
       01 WS-CHECK-DESC PIC X(20).
       01 WS-CHECK-MAX PIC 9(7)V99 VALUE 99999.99.

       01 WS-PIF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DONE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MANUAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOADDR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PURGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACH-OFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTALS-LINE PIC X(80).

      *> Payoff cash tie-out. Received plus suspense applied lands
      *> in principal, interest, late charges, overage refunded or
      *> not applied. Escrow refunded and late charges waived are
      *> shown but move no payoff cash.
       01 WS-CASH-RECEIVED PIC S9(9)V99 VALUE ZERO.
       01 WS-SUS-APPLIED PIC S9(9)V99 VALUE ZERO.
       01 WS-TO-PRIN PIC S9(9)V99 VALUE ZERO.
       01 WS-TO-INT PIC S9(9)V99 VALUE ZERO.
       01 WS-TO-FEES PIC S9(9)V99 VALUE ZERO.
       01 WS-TO-OVERAGE PIC S9(9)V99 VALUE ZERO.
       01 WS-NOT-APPLIED PIC S9(9)V99 VALUE ZERO.
       01 WS-ESC-REFUNDED PIC S9(9)V99 VALUE ZERO.
       01 WS-FEES-WAIVED PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-IN PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-ACCOUNTED PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-DISP PIC $,$$$,$$$,$$9.99-.

       01 WS-AMT-DISP PIC $$,$$$,$$9.99.
       01 WS-DUE-DISP PIC $$,$$$,$$9.99.
       01 WS-BAL-DISP PIC $,$$$,$$$,$$9.99.
       01 WS-DAYS-DISP PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-GENERATION-LOG.
           PERFORM LOAD-PAYOFF-RECEIPTS.
           PERFORM LOAD-LOAN-IMAGES.
           PERFORM LOAD-STATUS-FIGURES.
           PERFORM LOAD-ESCROW-FIGURES.
           PERFORM LOAD-FEE-FIGURES.
           PERFORM LOAD-SUSPENSE-FIGURES.
           PERFORM LOAD-INVESTOR-CODES.
           IF WS-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM OPEN-BORROWER-MASTER.
           PERFORM OPEN-ARCHIVE.
           PERFORM OPEN-JOURNAL.
           OPEN OUTPUT REFUNDS.
           OPEN OUTPUT DELFILE.
           OPEN OUTPUT PIFREMIT.
           OPEN OUTPUT LIENLTR.
           OPEN OUTPUT PIFRPT.
           MOVE SPACE TO PIFRPT-REC.
           STRING "PAYOFF PROCESSING RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PIFRPT-REC.
           WRITE PIFRPT-REC.
           MOVE SPACE TO PIFRPT-REC.
           STRING "MID      NAME               RECEIVED    PAYOFF DUE"
               " DISPOSITION"
               DELIMITED BY SIZE INTO PIFRPT-REC.
           WRITE PIFRPT-REC.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-COUNT
               PERFORM PROCESS-PAYOFF
           END-PERFORM.
           PERFORM WRITE-PAYOFF-TOTALS.
           PERFORM WRITE-CASH-TIE-OUT.
           CLOSE REFUNDS.
           CLOSE DELFILE.
           CLOSE PIFREMIT.
           CLOSE ARCHIVE.
           CLOSE LOANJRN.
           DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRN-COUNT.
           CLOSE LIENLTR.
           IF WS-BORR-OPEN = 'Y'
               CLOSE BORRMAST
           END-IF.
           PERFORM CARRY-STATUS-FILE.
           PERFORM CARRY-ESCROW-FILE.
           PERFORM CARRY-FEE-FILE.
           PERFORM CARRY-SUSPENSE-FILE.
           PERFORM CARRY-INVESTOR-FILE.
           PERFORM CARRY-ACH-FILE.
           PERFORM WRITE-RUN-LOG.
           CLOSE PIFRPT.
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
           MOVE "PAYOFF" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-PIF-COUNT TO RL-KEY-1.
           MOVE WS-DONE-COUNT TO RL-KEY-2.
           MOVE WS-REJECT-COUNT TO RL-KEY-3.
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
               DISPLAY "PAYOFF: NO GENERATION LOG -- FIRST "
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
                   DISPLAY "PAYOFF: GENERATION TABLE FULL, "
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
               DISPLAY "PAYOFF: OLD " WS-CHK-FILE " HAS NO "
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
           DISPLAY "PAYOFF: RUN REFUSED -- OLD " WS-CHK-FILE " "
               WS-CHK-REASON.
           IF WS-CHK-HDR-SEEN = 'Y'
               DISPLAY "PAYOFF:   HEADER: " GH-FILE " GENERATION "
                   GH-RUN-SEQ " OF " GH-RUN-DATE " BY " GH-PROGRAM
                   " RECORDS " GH-REC-COUNT
           END-IF.
           IF WS-GEN-FOUND > 0
               DISPLAY "PAYOFF:   LATEST: GENERATION "
                   WS-GEN-SEQ(WS-GEN-FOUND) " OF "
                   WS-GEN-DATE(WS-GEN-FOUND) " BY "
                   WS-GEN-PROGRAM(WS-GEN-FOUND)
           END-IF.
           DISPLAY "PAYOFF:   READ: RECORDS " WS-CHK-COUNT.
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
           MOVE "PAYOFF" TO GH-PROGRAM.

      *> Extend, first ever run creates it, the way the run log is
      *> kept.
       LOG-GENERATION.
           OPEN EXTEND GENLOG.
           IF WS-GENLOG-STATUS = "35"
               OPEN OUTPUT GENLOG
           END-IF.
           WRITE GENLOG-REC FROM WS-GEN-HDR.
           CLOSE GENLOG.
           DISPLAY "PAYOFF: " GH-FILE " GENERATION " GH-RUN-SEQ
               " WRITTEN, RECORDS " GH-REC-COUNT.

       LOAD-PAYOFF-RECEIPTS.
           OPEN INPUT PIFFILE.
           MOVE SPACE TO WS-EOF.
           READ PIFFILE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-PIF-COUNT
               IF PF-MID NOT NUMERIC OR PF-MID = 0
                 OR PF-RECV-DATE NOT NUMERIC
                 OR PF-AMT NOT NUMERIC
                 OR PF-GOOD-THRU NOT NUMERIC
                   DISPLAY "PAYOFF: PAYOFF RECORD NOT NUMERIC, "
                       "SKIPPED: " PIFFILE-REC
                   ADD 1 TO WS-REJECT-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE IF WS-PF-COUNT < 5000
                   ADD 1 TO WS-PF-COUNT
                   MOVE PF-MID TO WS-PF-MID(WS-PF-COUNT)
                   MOVE PF-RECV-DATE TO WS-PF-RECV(WS-PF-COUNT)
                   MOVE PF-AMT TO WS-PF-AMT(WS-PF-COUNT)
                   MOVE PF-GOOD-THRU TO WS-PF-GOOD(WS-PF-COUNT)
                   MOVE 'N' TO WS-PF-ON-FILE(WS-PF-COUNT)
                   MOVE SPACE TO WS-PF-LOAN(WS-PF-COUNT)
                   MOVE ZERO TO WS-PF-PAID-THRU(WS-PF-COUNT)
                   MOVE ZERO TO WS-PF-PAID-COUNT(WS-PF-COUNT)
                   MOVE ZERO TO WS-PF-ESC-BAL(WS-PF-COUNT)
                   MOVE ZERO TO WS-PF-FEE-BAL(WS-PF-COUNT)
                   MOVE ZERO TO WS-PF-SUS-BAL(WS-PF-COUNT)
                   MOVE "??" TO WS-PF-INV-CODE(WS-PF-COUNT)
                   MOVE 'N' TO WS-PF-DONE(WS-PF-COUNT)
               ELSE
                   DISPLAY "PAYOFF: PAYOFF TABLE FULL, MID "
                       PF-MID " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               READ PIFFILE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PIFFILE.

      *> Each file is read once and its figures are copied onto
      *> every payoff entry for the same MID.
       LOAD-LOAN-IMAGES.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
           READ INCOME INTO WS-INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = WS-MID
                       MOVE 'Y' TO WS-PF-ON-FILE(WS-IDX)
                       MOVE WS-INCOME TO WS-PF-LOAN(WS-IDX)
                   END-IF
               END-PERFORM
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE INCOME.

       LOAD-STATUS-FIGURES.
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
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = OS-MID
                       MOVE OS-PAID-THRU TO WS-PF-PAID-THRU(WS-IDX)
                       MOVE OS-PAID-COUNT TO WS-PF-PAID-COUNT(WS-IDX)
                   END-IF
               END-PERFORM
               READ OLDSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSTAT.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-STAT-SEQ.

       LOAD-ESCROW-FIGURES.
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
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = OE-MID
                       MOVE OE-ESC-BAL TO WS-PF-ESC-BAL(WS-IDX)
                   END-IF
               END-PERFORM
               READ OLDESC
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDESC.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-ESC-SEQ.

       LOAD-FEE-FIGURES.
           MOVE "FEEREC" TO WS-CHK-FILE.
           PERFORM START-GENERATION-CHECK.
           OPEN INPUT OLDFEE.
           MOVE SPACE TO WS-EOF.
           READ OLDFEE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OF-MID = 0 AND WS-CHK-HDR-SEEN = 'N'
                   MOVE OLDFEE-REC TO WS-GEN-HDR
                   MOVE 'Y' TO WS-CHK-HDR-SEEN
               END-IF
               IF OF-MID > 0
                   ADD 1 TO WS-CHK-COUNT
                   ADD OF-FEE-BAL TO WS-CHK-TOTAL
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = OF-MID
                       MOVE OF-FEE-BAL TO WS-PF-FEE-BAL(WS-IDX)
                   END-IF
               END-PERFORM
               READ OLDFEE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDFEE.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-FEE-SEQ.

       LOAD-SUSPENSE-FIGURES.
           OPEN INPUT OLDSUS.
           MOVE SPACE TO WS-EOF.
           READ OLDSUS
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = OU-MID
                       MOVE OU-SUS-BAL TO WS-PF-SUS-BAL(WS-IDX)
                   END-IF
               END-PERFORM
               READ OLDSUS
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSUS.

       LOAD-INVESTOR-CODES.
           OPEN INPUT OLDINV.
           MOVE SPACE TO WS-EOF.
           READ OLDINV
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PF-COUNT
                   IF WS-PF-MID(WS-IDX) = OI-MID
                       MOVE OI-INV-CODE TO WS-PF-INV-CODE(WS-IDX)
                   END-IF
               END-PERFORM
               READ OLDINV
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDINV.

      *> No borrower master just means the letters print without
      *> an address, flagged for the mail room, as PAYQUOTE does.
       OPEN-BORROWER-MASTER.
           MOVE 'N' TO WS-BORR-OPEN.
           OPEN INPUT BORRMAST.
           IF WS-BORR-STATUS = "00"
               MOVE 'Y' TO WS-BORR-OPEN
           ELSE
               DISPLAY "PAYOFF: BORROWER MASTER NOT AVAILABLE -- "
                   "LETTERS PRINT WITHOUT MAILING ADDRESS"
           END-IF.

      *> The archive is permanent -- extend, first ever payoff
      *> creates it, the same way the run log is kept.
       OPEN-ARCHIVE.
           OPEN EXTEND ARCHIVE.
           IF WS-ARC-STATUS = "35"
               OPEN OUTPUT ARCHIVE
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND LOANJRN.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT LOANJRN
           END-IF.

       PROCESS-PAYOFF.
           MOVE WS-PF-MID(WS-PF-IDX) TO WS-KEY-MID.
           PERFORM CHECK-CLOSED.
           MOVE ZERO TO WS-PAYOFF.
           IF WS-PF-ON-FILE(WS-PF-IDX) NOT = 'Y'
               MOVE "LOAN NOT ON FILE" TO WS-REASON
               PERFORM REJECT-PAYOFF
           ELSE IF WS-CLOSED = 'Y'
               MOVE "ALREADY PAID OFF" TO WS-REASON
               PERFORM REJECT-PAYOFF
           ELSE
               MOVE WS-PF-LOAN(WS-PF-IDX) TO WS-INCOME
               IF WS-MONTH = 0
                   MOVE "ZERO TERM - NO QUOTE" TO WS-REASON
                   PERFORM REJECT-PAYOFF
               ELSE IF WS-PF-RECV(WS-PF-IDX) > WS-PF-GOOD(WS-PF-IDX)
                   MOVE "AFTER GOOD-THRU DATE" TO WS-REASON
                   PERFORM REJECT-PAYOFF
               ELSE
                   PERFORM COMPUTE-PAYOFF-FIGURE
                   COMPUTE WS-FUNDS = WS-PF-AMT(WS-PF-IDX)
                       + WS-PF-SUS-BAL(WS-PF-IDX)
                   IF WS-FUNDS < WS-PAYOFF
                       MOVE "SHORT - NOT APPLIED" TO WS-REASON
                       PERFORM REJECT-PAYOFF
                   ELSE
                       PERFORM COMPLETE-PAYOFF
                   END-IF
               END-IF
           END-IF.

      *> A MID already closed earlier in this run cannot be paid
      *> off twice; the carry-forward passes use the same test.
       CHECK-CLOSED.
           MOVE 'N' TO WS-CLOSED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PF-COUNT
               IF WS-PF-MID(WS-IDX) = WS-KEY-MID
                 AND WS-PF-DONE(WS-IDX) = 'Y'
                   MOVE 'Y' TO WS-CLOSED
               END-IF
           END-PERFORM.

       REJECT-PAYOFF.
           ADD 1 TO WS-REJECT-COUNT.
           ADD WS-PF-AMT(WS-PF-IDX) TO WS-CASH-RECEIVED.
           ADD WS-PF-AMT(WS-PF-IDX) TO WS-NOT-APPLIED.
           MOVE WS-REASON TO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-LINE.

      *> PAYQUOTE's arithmetic: AMORT's roll stopped after the
      *> payments actually posted, then per-diem interest on a
      *> 30/360 count from the end of the paid-through month (the
      *> origination month when nothing has posted) to the
      *> good-through date.
       COMPUTE-PAYOFF-FIGURE.
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
               UNTIL WS-PERIOD > WS-PF-PAID-COUNT(WS-PF-IDX)
                  OR WS-PERIOD > WS-MONTH
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-PRINCIPAL-PORTION =
                   WS-PAYMENT - WS-INTEREST-PORTION
               COMPUTE WS-BALANCE =
                   WS-BALANCE - WS-PRINCIPAL-PORTION
           END-PERFORM.
           IF WS-BALANCE < 0
               MOVE ZERO TO WS-BALANCE
           END-IF.
           IF WS-PF-PAID-THRU(WS-PF-IDX) = ZERO
               MOVE WS-ORIG-DATE(1:4) TO WS-THRU-YEAR
               MOVE WS-ORIG-DATE(5:2) TO WS-THRU-MONTH
           ELSE
               DIVIDE WS-PF-PAID-THRU(WS-PF-IDX) BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
           END-IF.
           MOVE WS-PF-GOOD(WS-PF-IDX)(1:4) TO WS-QUOTE-YEAR.
           MOVE WS-PF-GOOD(WS-PF-IDX)(5:2) TO WS-QUOTE-MM.
           MOVE WS-PF-GOOD(WS-PF-IDX)(7:2) TO WS-QUOTE-DD.
           COMPUTE WS-ACCRUED-DAYS =
               (WS-QUOTE-YEAR - WS-THRU-YEAR) * 360
               + (WS-QUOTE-MM - WS-THRU-MONTH) * 30
               + WS-QUOTE-DD - 30.
           IF WS-ACCRUED-DAYS < 0
               MOVE ZERO TO WS-ACCRUED-DAYS
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-BALANCE * WS-APR / 36500.
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-PER-DIEM * WS-ACCRUED-DAYS.
           COMPUTE WS-PAYOFF = WS-BALANCE + WS-ACCRUED-INT.

      *> The overage clears late charges first; what it cannot
      *> cover is waived so the loan closes with nothing owing.
      *> Escrow and whatever overage remains go back by check.
       COMPLETE-PAYOFF.
           COMPUTE WS-EXCESS = WS-FUNDS - WS-PAYOFF.
           IF WS-EXCESS NOT < WS-PF-FEE-BAL(WS-PF-IDX)
               MOVE WS-PF-FEE-BAL(WS-PF-IDX) TO WS-FEE-PAID
               MOVE ZERO TO WS-FEE-WAIVED
           ELSE
               MOVE WS-EXCESS TO WS-FEE-PAID
               COMPUTE WS-FEE-WAIVED =
                   WS-PF-FEE-BAL(WS-PF-IDX) - WS-EXCESS
           END-IF.
           COMPUTE WS-OVERAGE = WS-EXCESS - WS-FEE-PAID.
           MOVE 'Y' TO WS-PF-DONE(WS-PF-IDX).
           ADD 1 TO WS-DONE-COUNT.
           ADD WS-PF-AMT(WS-PF-IDX) TO WS-CASH-RECEIVED.
           ADD WS-PF-SUS-BAL(WS-PF-IDX) TO WS-SUS-APPLIED.
           ADD WS-BALANCE TO WS-TO-PRIN.
           ADD WS-ACCRUED-INT TO WS-TO-INT.
           ADD WS-FEE-PAID TO WS-TO-FEES.
           ADD WS-OVERAGE TO WS-TO-OVERAGE.
           ADD WS-PF-ESC-BAL(WS-PF-IDX) TO WS-ESC-REFUNDED.
           ADD WS-FEE-WAIVED TO WS-FEES-WAIVED.
           MOVE "PAID IN FULL - CLOSED" TO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-SETTLEMENT-LINES.
           MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO WS-CHECK-AMT.
           MOVE "ESCROW REFUND" TO WS-CHECK-DESC.
           PERFORM WRITE-REFUND-CHECK.
           MOVE WS-OVERAGE TO WS-CHECK-AMT.
           MOVE "PAYOFF OVERAGE" TO WS-CHECK-DESC.
           PERFORM WRITE-REFUND-CHECK.
           MOVE SPACE TO DELFILE-REC.
           MOVE 'D' TO DF-CODE.
           MOVE WS-INCOME TO DF-LOAN.
           MOVE "PAYOFF" TO DF-OPERATOR.
           WRITE DELFILE-REC.
           PERFORM WRITE-PAYOFF-REMIT.
           PERFORM WRITE-ARCHIVE-RECORD.
           PERFORM JOURNAL-PAYOFF.
           PERFORM WRITE-RELEASE-LETTER.

      *> A refund too large for the check record's amount field is
      *> listed for a manual check rather than cut short.
       WRITE-REFUND-CHECK.
           IF WS-CHECK-AMT > 0
               IF WS-CHECK-AMT > WS-CHECK-MAX
                   ADD 1 TO WS-MANUAL-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE WS-CHECK-AMT TO WS-BAL-DISP
                   MOVE SPACE TO WS-RPT-LINE
                   STRING WS-CHECK-DESC(1:14) WS-BAL-DISP
                       " OVER CHECK LIMIT - CUT MANUALLY"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REGISTER-NOTE
               ELSE
                   MOVE SPACE TO REFUNDS-REC
                   MOVE WS-PF-MID(WS-PF-IDX) TO RF-MID
                   MOVE WS-RUN-DATE TO RF-PAY-DATE
                   MOVE WS-CHECK-DESC TO RF-DESC
                   MOVE WS-CHECK-AMT TO RF-AMT
                   WRITE REFUNDS-REC
                   ADD 1 TO WS-CHECK-COUNT
               END-IF
           END-IF.

       WRITE-PAYOFF-REMIT.
           MOVE SPACE TO PIFREMIT-REC.
           MOVE WS-PF-MID(WS-PF-IDX) TO PR-MID.
           MOVE WS-PF-INV-CODE(WS-PF-IDX) TO PIF-INV-CODE.
           MOVE WS-PF-RECV(WS-PF-IDX) TO PIF-PAYOFF-DATE.
           MOVE WS-BALANCE TO PIF-PRIN.
           MOVE WS-ACCRUED-INT TO PIF-INT.
           WRITE PIFREMIT-REC.

       WRITE-ARCHIVE-RECORD.
           MOVE SPACE TO ARCHIVE-REC.
           MOVE WS-PF-MID(WS-PF-IDX) TO AR-MID.
           MOVE WS-RUN-DATE TO ARC-CLOSE-DATE.
           MOVE WS-PF-RECV(WS-PF-IDX) TO ARC-PAYOFF-DATE.
           MOVE WS-PF-PAID-THRU(WS-PF-IDX) TO ARC-PAID-THRU.
           MOVE WS-PF-PAID-COUNT(WS-PF-IDX) TO ARC-PAID-COUNT.
           MOVE WS-PF-AMT(WS-PF-IDX) TO ARC-PAYOFF-AMT.
           MOVE WS-BALANCE TO ARC-FINAL-PRIN.
           MOVE WS-ACCRUED-INT TO ARC-FINAL-INT.
           MOVE WS-PF-SUS-BAL(WS-PF-IDX) TO ARC-SUS-APPLIED.
           MOVE WS-FEE-PAID TO ARC-FEE-PAID.
           MOVE WS-FEE-WAIVED TO ARC-FEE-WAIVED.
           MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO ARC-ESC-REFUND.
           MOVE WS-OVERAGE TO ARC-OVERAGE.
           MOVE WS-PF-INV-CODE(WS-PF-IDX) TO ARC-INV-CODE.
           MOVE WS-INCOME TO ARC-LOAN.
           WRITE ARCHIVE-REC.

      *> The payoff itself always; the late charges, the escrow
      *> refund and the overage only when there was one. Principal
      *> is zero from the payoff on; escrow goes to zero with the
      *> refund.
       JOURNAL-PAYOFF.
           PERFORM CLEAR-JOURNAL-ENTRY.
           MOVE WS-PF-RECV(WS-PF-IDX) TO JRN-DATE.
           MOVE "PO" TO JRN-TYPE.
           MOVE WS-PF-AMT(WS-PF-IDX) TO JRN-AMT.
           MOVE WS-PAYOFF TO JRN-PI-AMT.
           MOVE WS-PF-SUS-BAL(WS-PF-IDX) TO JRN-SUS-OUT.
           MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO JRN-ESC-BAL.
           MOVE "PAID IN FULL" TO JRN-DESC.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-FEE-PAID > 0
               PERFORM CLEAR-JOURNAL-ENTRY
               MOVE WS-PF-RECV(WS-PF-IDX) TO JRN-DATE
               MOVE "FP" TO JRN-TYPE
               MOVE WS-FEE-PAID TO JRN-AMT
               MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO JRN-ESC-BAL
               MOVE "LATE CHARGES PAID" TO JRN-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-FEE-WAIVED > 0
               PERFORM CLEAR-JOURNAL-ENTRY
               MOVE WS-PF-RECV(WS-PF-IDX) TO JRN-DATE
               MOVE "FW" TO JRN-TYPE
               MOVE WS-FEE-WAIVED TO JRN-AMT
               MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO JRN-ESC-BAL
               MOVE "LATE CHARGES WAIVED" TO JRN-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-PF-ESC-BAL(WS-PF-IDX) > 0
               PERFORM CLEAR-JOURNAL-ENTRY
               MOVE "ER" TO JRN-TYPE
               MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO JRN-AMT
               MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO JRN-ESC-AMT
               MOVE "ESCROW REFUND" TO JRN-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-OVERAGE > 0
               PERFORM CLEAR-JOURNAL-ENTRY
               MOVE "OR" TO JRN-TYPE
               MOVE WS-OVERAGE TO JRN-AMT
               MOVE "PAYOFF OVERAGE" TO JRN-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       CLEAR-JOURNAL-ENTRY.
           MOVE SPACE TO LOANJRN-REC.
           MOVE WS-PF-MID(WS-PF-IDX) TO JR-MID.
           MOVE WS-RUN-DATE TO JRN-DATE.
           MOVE ZERO TO JRN-AMT.
           MOVE ZERO TO JRN-PI-AMT.
           MOVE ZERO TO JRN-ESC-AMT.
           MOVE ZERO TO JRN-TAX-AMT.
           MOVE ZERO TO JRN-SUS-IN.
           MOVE ZERO TO JRN-SUS-OUT.
           MOVE ZERO TO JRN-PRIN-BAL.
           MOVE ZERO TO JRN-ESC-BAL.

       WRITE-JOURNAL-ENTRY.
           MOVE "PAYOFF" TO JRN-SOURCE.
           MOVE WS-RUN-DATE TO JRN-POST-DATE.
           WRITE LOANJRN-REC.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-REGISTER-LINE.
           MOVE WS-PF-AMT(WS-PF-IDX) TO WS-AMT-DISP.
           MOVE WS-PAYOFF TO WS-DUE-DISP.
           MOVE SPACE TO PIFRPT-REC.
           IF WS-PF-ON-FILE(WS-PF-IDX) = 'Y'
               STRING WS-PF-MID(WS-PF-IDX) "  "
                   WS-PF-LOAN(WS-PF-IDX)(9:14) " "
                   WS-AMT-DISP " " WS-DUE-DISP " " WS-RPT-LINE(1:24)
                   DELIMITED BY SIZE INTO PIFRPT-REC
           ELSE
               STRING WS-PF-MID(WS-PF-IDX) "  " "**************" " "
                   WS-AMT-DISP " " "             " " "
                   WS-RPT-LINE(1:24)
                   DELIMITED BY SIZE INTO PIFRPT-REC
           END-IF.
           WRITE PIFRPT-REC.

       WRITE-REGISTER-NOTE.
           MOVE SPACE TO PIFRPT-REC.
           STRING "         " WS-RPT-LINE(1:70)
               DELIMITED BY SIZE INTO PIFRPT-REC.
           WRITE PIFRPT-REC.

       WRITE-SETTLEMENT-LINES.
           MOVE WS-BALANCE TO WS-AMT-DISP.
           MOVE WS-ACCRUED-INT TO WS-DUE-DISP.
           MOVE WS-ACCRUED-DAYS TO WS-DAYS-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "PRINCIPAL " WS-AMT-DISP "  INTEREST " WS-DUE-DISP
               " (" WS-DAYS-DISP " DAYS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-NOTE.
           MOVE WS-PF-SUS-BAL(WS-PF-IDX) TO WS-AMT-DISP.
           MOVE WS-FEE-PAID TO WS-DUE-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "SUSPENSE  " WS-AMT-DISP "  FEES PAID" WS-DUE-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-NOTE.
           IF WS-FEE-WAIVED > 0
               MOVE WS-FEE-WAIVED TO WS-AMT-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "FEES WAIVED " WS-AMT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REGISTER-NOTE
           END-IF.
           MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO WS-AMT-DISP.
           MOVE WS-OVERAGE TO WS-DUE-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "ESC REFUND" WS-AMT-DISP "  OVERAGE  " WS-DUE-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REGISTER-NOTE.

      *> Paid-in-full notice, one per closed loan, in the mailable
      *> letter shape PAYQUOTE's quote uses.
       WRITE-RELEASE-LETTER.
           MOVE ALL "-" TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "PAID IN FULL / LIEN RELEASE      RUN DATE "
               WS-RUN-DATE "   LOAN " WS-PF-MID(WS-PF-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           PERFORM READ-BORROWER.
           IF WS-BORR-FOUND = 'Y'
               PERFORM WRITE-MAILING-ADDRESS
           ELSE
               ADD 1 TO WS-NOADDR-COUNT
               PERFORM WRITE-MISSING-ADDRESS
           END-IF.
           MOVE SPACE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  YOUR LOAN " WS-PF-MID(WS-PF-IDX)
               " WAS PAID IN FULL WITH FUNDS RECEIVED "
               WS-PF-RECV(WS-PF-IDX) "."
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE "  THE LIEN SECURING THIS LOAN IS RELEASED AND THE"
               TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE "  RELEASE WILL BE FILED FOR RECORDING IN YOUR COUNTY."
               TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE SPACE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE WS-BALANCE TO WS-BAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  FINAL PRINCIPAL PAID     " WS-BAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE WS-ACCRUED-INT TO WS-BAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  INTEREST PAID            " WS-BAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           IF WS-PF-ESC-BAL(WS-PF-IDX) > 0
               MOVE WS-PF-ESC-BAL(WS-PF-IDX) TO WS-BAL-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "  ESCROW BALANCE REFUNDED  " WS-BAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO LIENLTR-REC
               WRITE LIENLTR-REC
           END-IF.
           IF WS-OVERAGE > 0
               MOVE WS-OVERAGE TO WS-BAL-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "  OVERPAYMENT REFUNDED     " WS-BAL-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO LIENLTR-REC
               WRITE LIENLTR-REC
           END-IF.
           MOVE ALL "-" TO LIENLTR-REC.
           WRITE LIENLTR-REC.

       READ-BORROWER.
           MOVE 'N' TO WS-BORR-FOUND.
           IF WS-BORR-OPEN = 'Y'
               MOVE WS-PF-MID(WS-PF-IDX) TO BR-MID
               READ BORRMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-BORR-FOUND
               END-READ
           END-IF.

       WRITE-MAILING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-CITY " " BR-ADDR-STATE " " BR-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.

       WRITE-MISSING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " WS-NAME "  ** NO ADDRESS ON FILE -- "
               "HOLD FOR MAIL ROOM **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO LIENLTR-REC.
           WRITE LIENLTR-REC.

       WRITE-PAYOFF-TOTALS.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "PAYOFFS: " WS-PIF-COUNT
               "  CLOSED: " WS-DONE-COUNT
               "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO PIFRPT-REC.
           WRITE PIFRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "REFUND CHECKS: " WS-CHECK-COUNT
               "  MANUAL CHECKS: " WS-MANUAL-COUNT
               "  NO ADDRESS: " WS-NOADDR-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO PIFRPT-REC.
           WRITE PIFRPT-REC.

      *> Payoff funds in against where they went; out of balance
      *> is return code 8, the way PAYPOST's cash tie-out is.
       WRITE-CASH-TIE-OUT.
           COMPUTE WS-CASH-IN = WS-CASH-RECEIVED + WS-SUS-APPLIED.
           COMPUTE WS-CASH-ACCOUNTED = WS-TO-PRIN + WS-TO-INT
               + WS-TO-FEES + WS-TO-OVERAGE + WS-NOT-APPLIED.
           MOVE "PAYOFF FUNDS RECEIVED" TO WS-RPT-LINE.
           MOVE WS-CASH-RECEIVED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "PLUS SUSPENSE APPLIED" TO WS-RPT-LINE.
           MOVE WS-SUS-APPLIED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  TO PRINCIPAL" TO WS-RPT-LINE.
           MOVE WS-TO-PRIN TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  TO INTEREST" TO WS-RPT-LINE.
           MOVE WS-TO-INT TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  TO LATE CHARGES" TO WS-RPT-LINE.
           MOVE WS-TO-FEES TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  OVERAGE REFUNDED" TO WS-RPT-LINE.
           MOVE WS-TO-OVERAGE TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "  NOT APPLIED" TO WS-RPT-LINE.
           MOVE WS-NOT-APPLIED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "FUNDS ACCOUNTED FOR" TO WS-RPT-LINE.
           MOVE WS-CASH-ACCOUNTED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "ESCROW REFUNDED" TO WS-RPT-LINE.
           MOVE WS-ESC-REFUNDED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE "LATE CHARGES WAIVED" TO WS-RPT-LINE.
           MOVE WS-FEES-WAIVED TO WS-CASH-DISP.
           PERFORM WRITE-TIE-LINE.
           MOVE SPACE TO WS-TOTALS-LINE.
           IF WS-CASH-ACCOUNTED NOT = WS-CASH-IN
               MOVE "** PAYOFF FUNDS OUT OF BALANCE **"
                   TO WS-TOTALS-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "PAYOFF FUNDS IN BALANCE" TO WS-TOTALS-LINE
           END-IF.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO PIFRPT-REC.
           WRITE PIFRPT-REC.

       WRITE-TIE-LINE.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING WS-RPT-LINE(1:24) WS-CASH-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO PIFRPT-REC.
           WRITE PIFRPT-REC.

      *> The carry-forward passes copy each prior file record for
      *> record, dropping the closed loans, so the new files keep
      *> the old files' order. Status, escrow and fee are read
      *> twice: once to foot what is carried, for the new header,
      *> and once to copy it; the old header is not carried.
       CARRY-STATUS-FILE.
           MOVE "PAYSTAT" TO WS-CHK-FILE.
           MOVE WS-STAT-SEQ TO WS-CHK-SEQ.
           MOVE ZERO TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           OPEN INPUT OLDSTAT.
           MOVE SPACE TO WS-EOF.
           READ OLDSTAT
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OS-MID > 0
                   MOVE OS-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED NOT = 'Y'
                       ADD 1 TO WS-CHK-COUNT
                       IF OS-PAID-COUNT NUMERIC
                           ADD OS-PAID-COUNT TO WS-CHK-TOTAL
                       END-IF
                   END-IF
               END-IF
               READ OLDSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSTAT.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN INPUT OLDSTAT.
           OPEN OUTPUT NEWSTAT.
           WRITE NEWSTAT-REC FROM WS-GEN-HDR.
           MOVE SPACE TO WS-EOF.
           READ OLDSTAT
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OS-MID > 0
                   MOVE OS-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED = 'Y'
                       ADD 1 TO WS-PURGE-COUNT
                   ELSE
                       MOVE OLDSTAT-REC TO NEWSTAT-REC
                       WRITE NEWSTAT-REC
                   END-IF
               END-IF
               READ OLDSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSTAT.
           CLOSE NEWSTAT.
           PERFORM LOG-GENERATION.

       CARRY-ESCROW-FILE.
           MOVE "ESCBAL" TO WS-CHK-FILE.
           MOVE WS-ESC-SEQ TO WS-CHK-SEQ.
           MOVE ZERO TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           OPEN INPUT OLDESC.
           MOVE SPACE TO WS-EOF.
           READ OLDESC
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OE-MID > 0
                   MOVE OE-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED NOT = 'Y'
                       ADD 1 TO WS-CHK-COUNT
                       ADD OE-ESC-BAL TO WS-CHK-TOTAL
                   END-IF
               END-IF
               READ OLDESC
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDESC.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN INPUT OLDESC.
           OPEN OUTPUT NEWESC.
           WRITE NEWESC-REC FROM WS-GEN-HDR.
           MOVE SPACE TO WS-EOF.
           READ OLDESC
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OE-MID > 0
                   MOVE OE-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED = 'Y'
                       ADD 1 TO WS-PURGE-COUNT
                   ELSE
                       MOVE OLDESC-REC TO NEWESC-REC
                       WRITE NEWESC-REC
                   END-IF
               END-IF
               READ OLDESC
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDESC.
           CLOSE NEWESC.
           PERFORM LOG-GENERATION.

       CARRY-FEE-FILE.
           MOVE "FEEREC" TO WS-CHK-FILE.
           MOVE WS-FEE-SEQ TO WS-CHK-SEQ.
           MOVE ZERO TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           OPEN INPUT OLDFEE.
           MOVE SPACE TO WS-EOF.
           READ OLDFEE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OF-MID > 0
                   MOVE OF-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED NOT = 'Y'
                       ADD 1 TO WS-CHK-COUNT
                       ADD OF-FEE-BAL TO WS-CHK-TOTAL
                   END-IF
               END-IF
               READ OLDFEE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDFEE.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN INPUT OLDFEE.
           OPEN OUTPUT NEWFEE.
           WRITE NEWFEE-REC FROM WS-GEN-HDR.
           MOVE SPACE TO WS-EOF.
           READ OLDFEE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF OF-MID > 0
                   MOVE OF-MID TO WS-KEY-MID
                   PERFORM CHECK-CLOSED
                   IF WS-CLOSED = 'Y'
                       ADD 1 TO WS-PURGE-COUNT
                   ELSE
                       MOVE OLDFEE-REC TO NEWFEE-REC
                       WRITE NEWFEE-REC
                   END-IF
               END-IF
               READ OLDFEE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDFEE.
           CLOSE NEWFEE.
           PERFORM LOG-GENERATION.

       CARRY-SUSPENSE-FILE.
           OPEN INPUT OLDSUS.
           OPEN OUTPUT NEWSUS.
           MOVE SPACE TO WS-EOF.
           READ OLDSUS
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE OU-MID TO WS-KEY-MID
               PERFORM CHECK-CLOSED
               IF WS-CLOSED = 'Y'
                   ADD 1 TO WS-PURGE-COUNT
               ELSE
                   MOVE OLDSUS-REC TO NEWSUS-REC
                   WRITE NEWSUS-REC
               END-IF
               READ OLDSUS
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDSUS.
           CLOSE NEWSUS.

       CARRY-INVESTOR-FILE.
           OPEN INPUT OLDINV.
           OPEN OUTPUT NEWINV.
           MOVE SPACE TO WS-EOF.
           READ OLDINV
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE OI-MID TO WS-KEY-MID
               PERFORM CHECK-CLOSED
               IF WS-CLOSED = 'Y'
                   ADD 1 TO WS-PURGE-COUNT
               ELSE
                   MOVE OLDINV-REC TO NEWINV-REC
                   WRITE NEWINV-REC
               END-IF
               READ OLDINV
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDINV.
           CLOSE NEWINV.
           DISPLAY "CLOSED-LOAN RECORDS DROPPED: " WS-PURGE-COUNT.

      *> The enrollment itself is kept -- the banking details are
      *> servicing's record of what was drafted -- but turned off.
       CARRY-ACH-FILE.
           OPEN INPUT OLDACH.
           OPEN OUTPUT NEWACH.
           MOVE SPACE TO WS-EOF.
           READ OLDACH
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE OA-MID TO WS-KEY-MID
               PERFORM CHECK-CLOSED
               IF WS-CLOSED = 'Y' AND OA-ACH-ACTIVE = 'Y'
                   MOVE 'N' TO OA-ACH-ACTIVE
                   ADD 1 TO WS-ACH-OFF-COUNT
               END-IF
               MOVE OLDACH-REC TO NEWACH-REC
               WRITE NEWACH-REC
               READ OLDACH
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDACH.
           CLOSE NEWACH.
           DISPLAY "AUTOPAY ENROLLMENTS TURNED OFF: " WS-ACH-OFF-COUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

      *> Nightly collections run, after PAYPOST. Builds the day's
      *> collections work queue, logs the collectors' contacts,
      *> tracks promises to pay and mails the notice of default.
      *>
      *> Contacts: the day's call results come in on CONTACTS
      *> (layout in CNTREC) and every one for a loan on the
      *> extract is appended to the permanent contact log CONTLOG.
      *> A PP result is a promise to pay: it goes on the promise
      *> file (layout in PTPREC, OLDPTP in / NEWPTP out, the
      *> old-in/new-out pattern PAYPOST uses) and supersedes any
      *> promise still open on the loan. A contact for a MID not
      *> on the extract, or a PP with no date or amount, is
      *> rejected to the promise register and not logged.
      *>
      *> Promises: every open promise is checked against the
      *> receipts PAYPOST has posted since it was taken -- the
      *> permanent receipt log RCPTLOG (layout in RCPTREC), a
      *> posting adding its amount and a reversal taking it back,
      *> counting only receipts dated on or before the promised
      *> date. Reaching the promised amount keeps the promise; the
      *> promised date passing short of it breaks it. The promise
      *> register PTPRPT lists the day's new, kept, broken and
      *> superseded promises and ends with kept vs. broken by
      *> collector over every promise on the file. Open promises
      *> stay on the file until they close; a kept, broken or
      *> superseded one is carried for WS-PTP-KEEP-MONTHS months
      *> after the month it closed and then aged off.
      *>
      *> Queue: every loan past due by AGERPT's buckets (as of the
      *> run month, so a loan that has never posted is 90+ exactly
      *> as AGERPT ages it) goes on the work queue COLLQ, ranked:
      *> loans whose latest promise was broken first, then loans
      *> with no promise pending, then loans with a promise still
      *> open; within each, 90+ before 60 before 30, and the
      *> larger amount past due first. The amount past due is the
      *> missed payments at the expected PITI plus the unpaid
      *> late charges on FEEREC. Each line shows the last contact
      *> from the contact log.
      *>
      *> Default: a loan at 90+ gets a notice-of-default letter on
      *> DEFLTR, addressed from the borrower master the way
      *> PAYQUOTE addresses its quote, once per delinquency -- a DN
      *> contact is logged for it, and no second notice goes out
      *> while a DN dated after the loan's paid-through month is
      *> on the contact log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FEEFILE ASSIGN TO FEEFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-STATUS.
       SELECT CONTACTS ASSIGN TO CONTACTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.
       SELECT CONTLOG ASSIGN TO CONTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTLOG-STATUS.
       SELECT OLDPTP ASSIGN TO OLDPTP
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWPTP ASSIGN TO NEWPTP
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RCPTLOG ASSIGN TO RCPTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.
       SELECT BORRMAST ASSIGN TO BORRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BR-MID
           FILE STATUS IS WS-BORR-STATUS.
       SELECT SORTWORK ASSIGN TO 'collwork.tmp'.
       SELECT COLLQ ASSIGN TO COLLQ
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PTPRPT ASSIGN TO PTPRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DEFLTR ASSIGN TO DEFLTR
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FEEFILE.
       01 FEEFILE-REC.
           COPY FEEREC
               REPLACING ==MID== BY ==FE-MID==.

       FD CONTACTS.
       01 CONTACTS-REC.
           COPY CNTREC
               REPLACING ==MID== BY ==CT-MID==
                         ==CNT-DATE== BY ==CT-DATE==
                         ==CNT-COLLECTOR== BY ==CT-COLLECTOR==
                         ==CNT-RESULT== BY ==CT-RESULT==
                         ==CNT-PTP-DATE== BY ==CT-PTP-DATE==
                         ==CNT-PTP-AMT== BY ==CT-PTP-AMT==
                         ==CNT-NOTE== BY ==CT-NOTE==
                         ==CNT-POST-DATE== BY ==CT-POST-DATE==.

       FD CONTLOG.
       01 CONTLOG-REC.
           COPY CNTREC
               REPLACING ==MID== BY ==CL-MID==.

       FD OLDPTP.
       01 OLDPTP-REC.
           COPY PTPREC
               REPLACING ==MID== BY ==OP-MID==
                         ==PTP-TAKEN-DATE== BY ==OP-TAKEN-DATE==
                         ==PTP-DATE== BY ==OP-DATE==
                         ==PTP-AMT== BY ==OP-AMT==
                         ==PTP-COLLECTOR== BY ==OP-COLLECTOR==
                         ==PTP-STATUS== BY ==OP-STATUS==
                         ==PTP-PAID-AMT== BY ==OP-PAID-AMT==
                         ==PTP-CLOSE-DATE== BY ==OP-CLOSE-DATE==.

       FD NEWPTP.
       01 NEWPTP-REC.
           COPY PTPREC
               REPLACING ==MID== BY ==NP-MID==.

       FD RCPTLOG.
       01 RCPTLOG-REC.
           COPY RCPTREC
               REPLACING ==MID== BY ==RG-MID==.

       FD BORRMAST.
       01 BORRMAST-REC.
           COPY BORREC
               REPLACING ==MID== BY ==BR-MID==
                         ==ADDR-NAME== BY ==BR-ADDR-NAME==
                         ==ADDR-LINE1== BY ==BR-ADDR-LINE1==
                         ==ADDR-CITY== BY ==BR-ADDR-CITY==
                         ==ADDR-STATE== BY ==BR-ADDR-STATE==
                         ==ADDR-ZIP== BY ==BR-ADDR-ZIP==.

       SD SORTWORK.
       01 SORT-REC.
         05 SRT-CLASS PIC 9(1).
         05 SRT-BUCKET PIC 9(1).
         05 SRT-PAST-DUE PIC 9(7)V99.
         05 SRT-MID PIC 9(7).
         05 SRT-NAME PIC A(14).
         05 SRT-THRU PIC 9(6).
         05 SRT-PTP-DATE PIC 9(8).
         05 SRT-LAST-DATE PIC 9(8).
         05 SRT-LAST-RESULT PIC X(2).
         05 SRT-NOTICE PIC X(1).

       FD COLLQ.
       01 COLLQ-REC PIC X(100).

       FD PTPRPT.
       01 PTPRPT-REC PIC X(80).

       FD DEFLTR.
       01 DEFLTR-REC PIC X(80).

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
       01 WS-SORT-EOF PIC A(1).
       01 WS-RPT-LINE PIC X(100).
       01 WS-FEE-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CONTLOG-STATUS PIC X(2).
       01 WS-RCPT-STATUS PIC X(2).
       01 WS-BORR-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-BORR-OPEN PIC A(1).
       01 WS-BORR-FOUND PIC A(1).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-IDX PIC 9(5).

      *> One entry per loan on the extract, with its expected PITI,
      *> paid-through and unpaid late charges gathered onto it.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-MID PIC 9(7).
               10 WS-LN-NAME PIC A(14).
               10 WS-LN-PITI PIC S9(7)V99.
               10 WS-LN-ORIG PIC 9(6).
               10 WS-LN-THRU PIC 9(6).
               10 WS-LN-FEE-BAL PIC 9(5)V99.
       01 WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LN-IDX PIC 9(5).
       01 WS-LN-FOUND PIC 9(5).

      *> Every promise on the file, in file order, plus today's new
      *> ones on the end -- the latest promise for a loan is the
      *> last entry carrying its MID.
       01 WS-PTP-TABLE.
           05 WS-PTP-ENTRY OCCURS 5000 TIMES.
               10 WS-PTP-MID PIC 9(7).
               10 WS-PTP-TAKEN PIC 9(8).
               10 WS-PTP-DATE PIC 9(8).
               10 WS-PTP-AMT PIC 9(7)V99.
               10 WS-PTP-COLLECTOR PIC X(8).
               10 WS-PTP-STATUS PIC X(1).
               10 WS-PTP-PAID PIC S9(7)V99.
               10 WS-PTP-CLOSE PIC 9(8).
       01 WS-PTP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PTP-IDX PIC 9(5).
       01 WS-PTP-LATEST PIC 9(5).
      *> The collector summary's heading names this window.
       01 WS-PTP-KEEP-MONTHS PIC 9(2) VALUE 12.
       01 WS-CLOSE-YYYYMM PIC 9(6).
       01 WS-PTP-AGED PIC A(1).

      *> Last contact and last default notice per loan, off the
      *> contact log as it stood before tonight.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
               10 WS-CL-MID PIC 9(7).
               10 WS-CL-LAST-DATE PIC 9(8).
               10 WS-CL-LAST-RESULT PIC X(2).
               10 WS-CL-DN-DATE PIC 9(8).
       01 WS-CL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CL-IDX PIC 9(5).
       01 WS-CL-FOUND PIC 9(5).

      *> Kept / broken / open per collector over the whole file.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 200 TIMES.
               10 WS-COL-ID PIC X(8).
               10 WS-COL-KEPT PIC 9(5).
               10 WS-COL-KEPT-AMT PIC 9(9)V99.
               10 WS-COL-BROKEN PIC 9(5).
               10 WS-COL-BROKEN-AMT PIC 9(9)V99.
               10 WS-COL-OPEN PIC 9(5).
       01 WS-COL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COL-IDX PIC 9(3).
       01 WS-COL-FOUND PIC 9(3).

       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.

      *> AGERPT's month arithmetic.
       01 WS-ASOF-YYYYMM PIC 9(6).
       01 WS-ASOF-SERIAL PIC S9(6).
       01 WS-THRU-SERIAL PIC S9(6).
       01 WS-THRU-YEAR PIC 9(4).
       01 WS-THRU-MONTH PIC 9(4).
       01 WS-MONTHS-LATE PIC S9(4).
       01 WS-MONTHS-DUE PIC S9(4).
       01 WS-BUCKET PIC 9(1).
       01 WS-PAST-DUE PIC S9(7)V99.
       01 WS-BUCKET-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "CURRENT ".
           05 FILLER PIC X(8) VALUE "30 DAYS ".
           05 FILLER PIC X(8) VALUE "60 DAYS ".
           05 FILLER PIC X(8) VALUE "90+ DAYS".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-TABLE.
           05 WS-BUCKET-NAME PIC X(8) OCCURS 4 TIMES.

       01 WS-CONTACT-READ PIC 9(7) VALUE ZERO.
       01 WS-CONTACT-LOGGED PIC 9(7) VALUE ZERO.
       01 WS-CONTACT-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-NEW-PTP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BROKEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AGED-PTP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-QUEUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOADDR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-DISPOSITION PIC X(20).
       01 WS-PTP-STATUS-TEXT PIC X(20).

       01 WS-RANK-DISP PIC ZZZ9.
       01 WS-AMT-DISP PIC $$,$$$,$$9.99.
       01 WS-PAID-DISP PIC $$,$$$,$$9.99.
       01 WS-TOTAL-DISP PIC $$$,$$$,$$9.99.
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-DATE-DISP PIC 9(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-ASOF-YYYYMM.
           DIVIDE WS-ASOF-YYYYMM BY 100
               GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH.
           COMPUTE WS-ASOF-SERIAL =
               WS-THRU-YEAR * 12 + WS-THRU-MONTH.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-PAID-THRU.
           PERFORM LOAD-FEE-BALANCES.
           PERFORM LOAD-PROMISES.
           PERFORM SCAN-CONTACT-LOG.
           PERFORM OPEN-BORROWER-MASTER.
           OPEN EXTEND CONTLOG.
           IF WS-CONTLOG-STATUS = "35"
               OPEN OUTPUT CONTLOG
           END-IF.
           OPEN OUTPUT PTPRPT.
           OPEN OUTPUT DEFLTR.
           MOVE SPACE TO PTPRPT-REC.
           STRING "PROMISE-TO-PAY REGISTER          RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO PTPRPT-REC.
           WRITE PTPRPT-REC.
           MOVE SPACE TO PTPRPT-REC.
           STRING "MID      COLLECTOR PROMISED       AMOUNT"
               "          PAID DISPOSITION"
               DELIMITED BY SIZE INTO PTPRPT-REC.
           WRITE PTPRPT-REC.
           PERFORM LOG-CONTACTS.
           PERFORM TOTAL-PROMISE-RECEIPTS.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               IF WS-PTP-STATUS(WS-PTP-IDX) = 'O'
                   PERFORM CHECK-PROMISE
               END-IF
           END-PERFORM.
           OPEN OUTPUT COLLQ.
           MOVE SPACE TO COLLQ-REC.
           STRING "COLLECTIONS WORK QUEUE           RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO COLLQ-REC.
           WRITE COLLQ-REC.
           MOVE SPACE TO COLLQ-REC.
           STRING "RANK  MID      NAME           PAID THRU AGING   "
               "     PAST DUE  LAST CONTACT  STATUS"
               DELIMITED BY SIZE INTO COLLQ-REC.
           WRITE COLLQ-REC.
           SORT SORTWORK ON ASCENDING KEY SRT-CLASS
                            DESCENDING KEY SRT-BUCKET
                            DESCENDING KEY SRT-PAST-DUE
                            ASCENDING KEY SRT-MID
               INPUT PROCEDURE IS BUILD-QUEUE-RECORDS
               OUTPUT PROCEDURE IS PRINT-WORK-QUEUE.
           PERFORM WRITE-QUEUE-TOTALS.
           PERFORM WRITE-COLLECTOR-SUMMARY.
           PERFORM WRITE-PROMISE-FILE.
           CLOSE CONTLOG.
           CLOSE PTPRPT.
           CLOSE DEFLTR.
           CLOSE COLLQ.
           IF WS-BORR-OPEN = 'Y'
               CLOSE BORRMAST
           END-IF.
           PERFORM WRITE-RUN-LOG.
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
           MOVE "COLLECT" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-QUEUE-COUNT TO RL-KEY-1.
           MOVE WS-KEPT-COUNT TO RL-KEY-2.
           MOVE WS-BROKEN-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       LOAD-LOAN-TABLE.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
           READ INCOME INTO WS-INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-MID > 0 AND WS-MONTH > 0
                   IF WS-LN-COUNT < 5000
                       ADD 1 TO WS-LN-COUNT
                       MOVE WS-MID TO WS-LN-MID(WS-LN-COUNT)
                       MOVE WS-NAME TO WS-LN-NAME(WS-LN-COUNT)
                       MOVE WS-ORIG-DATE(1:6)
                           TO WS-LN-ORIG(WS-LN-COUNT)
                       MOVE ZERO TO WS-LN-THRU(WS-LN-COUNT)
                       MOVE ZERO TO WS-LN-FEE-BAL(WS-LN-COUNT)
                       PERFORM COMPUTE-EXPECTED-PITI
                       MOVE WS-PAYMENT TO WS-LN-PITI(WS-LN-COUNT)
                   ELSE
                       DISPLAY "COLLECT: LOAN TABLE FULL, MID "
                           WS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE INCOME.

      *> Amortized P&I by AMORT's formula, plus escrow and tax --
      *> the same expected PITI that PAYPOST posts against.
       COMPUTE-EXPECTED-PITI.
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
           COMPUTE WS-PAYMENT = WS-PAYMENT + WS-ESCROW + WS-TAX-AMT.

      *> Locate the loan whose MID is in WS-MID; WS-LN-FOUND is
      *> zero when it is not on the extract.
       FIND-LOAN.
           MOVE ZERO TO WS-LN-FOUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
                  OR WS-LN-FOUND > 0
               IF WS-LN-MID(WS-LN-IDX) = WS-MID
                   MOVE WS-LN-IDX TO WS-LN-FOUND
               END-IF
           END-PERFORM.

       LOAD-PAID-THRU.
           OPEN INPUT PAYSTAT.
           MOVE SPACE TO WS-EOF.
           READ PAYSTAT
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF PS-MID > 0
                   MOVE PS-MID TO WS-MID
                   PERFORM FIND-LOAN
                   IF WS-LN-FOUND > 0
                       MOVE PS-PAID-THRU TO WS-LN-THRU(WS-LN-FOUND)
                   END-IF
               END-IF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYSTAT.

      *> No fee file just means no late charges are owed.
       LOAD-FEE-BALANCES.
           OPEN INPUT FEEFILE.
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "COLLECT: NO FEE FILE -- PAST DUE AMOUNTS "
                   "EXCLUDE LATE CHARGES"
           ELSE
               MOVE SPACE TO WS-EOF
               READ FEEFILE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF FE-MID > 0
                       MOVE FE-MID TO WS-MID
                       PERFORM FIND-LOAN
                       IF WS-LN-FOUND > 0
                           MOVE FEE-BAL
                               TO WS-LN-FEE-BAL(WS-LN-FOUND)
                       END-IF
                   END-IF
                   READ FEEFILE
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE FEEFILE
           END-IF.

      *> An empty OLDPTP (first run) just means no promises yet.
      *> A closed promise whose close month is more than
      *> WS-PTP-KEEP-MONTHS before the run month is aged off here
      *> and not carried to NEWPTP.
       LOAD-PROMISES.
           OPEN INPUT OLDPTP.
           MOVE SPACE TO WS-EOF.
           READ OLDPTP
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM CHECK-PROMISE-AGE
               IF OP-MID > 0 AND WS-PTP-AGED = 'N'
                   IF WS-PTP-COUNT < 5000
                       ADD 1 TO WS-PTP-COUNT
                       MOVE OP-MID TO WS-PTP-MID(WS-PTP-COUNT)
                       MOVE OP-TAKEN-DATE
                           TO WS-PTP-TAKEN(WS-PTP-COUNT)
                       MOVE OP-DATE TO WS-PTP-DATE(WS-PTP-COUNT)
                       MOVE OP-AMT TO WS-PTP-AMT(WS-PTP-COUNT)
                       MOVE OP-COLLECTOR
                           TO WS-PTP-COLLECTOR(WS-PTP-COUNT)
                       MOVE OP-STATUS TO WS-PTP-STATUS(WS-PTP-COUNT)
                       MOVE OP-PAID-AMT TO WS-PTP-PAID(WS-PTP-COUNT)
                       MOVE OP-CLOSE-DATE
                           TO WS-PTP-CLOSE(WS-PTP-COUNT)
                   ELSE
                       DISPLAY "COLLECT: PROMISE TABLE FULL, MID "
                           OP-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ OLDPTP
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDPTP.

       CHECK-PROMISE-AGE.
           MOVE 'N' TO WS-PTP-AGED.
           IF OP-MID > 0 AND OP-STATUS NOT = 'O'
             AND OP-CLOSE-DATE NUMERIC AND OP-CLOSE-DATE > 0
               MOVE OP-CLOSE-DATE(1:6) TO WS-CLOSE-YYYYMM
               DIVIDE WS-CLOSE-YYYYMM BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
               COMPUTE WS-THRU-SERIAL =
                   WS-THRU-YEAR * 12 + WS-THRU-MONTH
               IF WS-ASOF-SERIAL - WS-THRU-SERIAL
                   > WS-PTP-KEEP-MONTHS
                   MOVE 'Y' TO WS-PTP-AGED
                   ADD 1 TO WS-AGED-PTP-COUNT
               END-IF
           END-IF.

      *> No contact log yet (first run) means no contacts and no
      *> notices on record.
       SCAN-CONTACT-LOG.
           OPEN INPUT CONTLOG.
           IF WS-CONTLOG-STATUS = "00"
               MOVE SPACE TO WS-EOF
               READ CONTLOG
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF CL-MID NUMERIC
                       MOVE CL-MID TO WS-MID
                       PERFORM NOTE-CONTACT
                   END-IF
                   READ CONTLOG
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
           END-IF.

      *> Carries the contact in CONTLOG-REC onto the loan's entry,
      *> adding the entry the first time the MID is seen.
       NOTE-CONTACT.
           MOVE ZERO TO WS-CL-FOUND.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                  OR WS-CL-FOUND > 0
               IF WS-CL-MID(WS-CL-IDX) = WS-MID
                   MOVE WS-CL-IDX TO WS-CL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CL-FOUND = 0
               IF WS-CL-COUNT < 5000
                   ADD 1 TO WS-CL-COUNT
                   MOVE WS-CL-COUNT TO WS-CL-FOUND
                   MOVE WS-MID TO WS-CL-MID(WS-CL-FOUND)
                   MOVE ZERO TO WS-CL-LAST-DATE(WS-CL-FOUND)
                   MOVE SPACE TO WS-CL-LAST-RESULT(WS-CL-FOUND)
                   MOVE ZERO TO WS-CL-DN-DATE(WS-CL-FOUND)
               ELSE
                   DISPLAY "COLLECT: CONTACT TABLE FULL, MID "
                       WS-MID " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CL-FOUND > 0
               MOVE CNT-DATE TO WS-CL-LAST-DATE(WS-CL-FOUND)
               MOVE CNT-RESULT TO WS-CL-LAST-RESULT(WS-CL-FOUND)
               IF CNT-RESULT = "DN"
                   MOVE CNT-DATE TO WS-CL-DN-DATE(WS-CL-FOUND)
               END-IF
           END-IF.

       OPEN-BORROWER-MASTER.
           MOVE 'N' TO WS-BORR-OPEN.
           OPEN INPUT BORRMAST.
           IF WS-BORR-STATUS = "00"
               MOVE 'Y' TO WS-BORR-OPEN
           ELSE
               DISPLAY "COLLECT: BORROWER MASTER NOT AVAILABLE -- "
                   "NOTICES PRINT WITHOUT MAILING ADDRESS"
           END-IF.

      *> No contacts allocated just means nobody called anyone.
       LOG-CONTACTS.
           OPEN INPUT CONTACTS.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "COLLECT: NO CONTACTS FILE -- NO CONTACTS "
                   "LOGGED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ CONTACTS
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-CONTACT-READ
                   PERFORM LOG-CONTACT
                   READ CONTACTS
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE CONTACTS
           END-IF.

       LOG-CONTACT.
           MOVE SPACE TO WS-REJECT-REASON.
           IF CT-MID NOT NUMERIC OR CT-DATE NOT NUMERIC
               MOVE "MID OR DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE CT-MID TO WS-MID
               PERFORM FIND-LOAN
               EVALUATE TRUE
                 WHEN WS-LN-FOUND = 0
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                 WHEN CT-COLLECTOR = SPACE
                   MOVE "NO COLLECTOR ID" TO WS-REJECT-REASON
                 WHEN CT-RESULT NOT = "PP"
                   CONTINUE
                 WHEN CT-PTP-DATE NOT NUMERIC
                   OR CT-PTP-AMT NOT NUMERIC
                   MOVE "PROMISE DATE OR AMOUNT MISSING"
                       TO WS-REJECT-REASON
                 WHEN CT-PTP-DATE = 0 OR CT-PTP-AMT = 0
                   MOVE "PROMISE DATE OR AMOUNT MISSING"
                       TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACE
               ADD 1 TO WS-CONTACT-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACE TO WS-RPT-LINE
               STRING CT-MID "  " CT-COLLECTOR "  CONTACT REJECTED - "
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO PTPRPT-REC
               WRITE PTPRPT-REC
           ELSE
               MOVE CONTACTS-REC TO CONTLOG-REC
               IF CT-RESULT NOT = "PP"
                   MOVE ZERO TO CNT-PTP-DATE
                   MOVE ZERO TO CNT-PTP-AMT
               END-IF
               MOVE WS-RUN-DATE TO CNT-POST-DATE
               WRITE CONTLOG-REC
               ADD 1 TO WS-CONTACT-LOGGED
               PERFORM NOTE-CONTACT
               IF CT-RESULT = "PP"
                   PERFORM TAKE-PROMISE
               END-IF
           END-IF.

      *> A new promise replaces whatever promise is still open on
      *> the loan.
       TAKE-PROMISE.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               IF WS-PTP-MID(WS-PTP-IDX) = CT-MID
                 AND WS-PTP-STATUS(WS-PTP-IDX) = 'O'
                   MOVE 'S' TO WS-PTP-STATUS(WS-PTP-IDX)
                   MOVE WS-RUN-DATE TO WS-PTP-CLOSE(WS-PTP-IDX)
                   MOVE "SUPERSEDED" TO WS-DISPOSITION
                   PERFORM WRITE-PROMISE-LINE
               END-IF
           END-PERFORM.
           IF WS-PTP-COUNT < 5000
               ADD 1 TO WS-PTP-COUNT
               MOVE WS-PTP-COUNT TO WS-PTP-IDX
               MOVE CT-MID TO WS-PTP-MID(WS-PTP-IDX)
               MOVE CT-DATE TO WS-PTP-TAKEN(WS-PTP-IDX)
               MOVE CT-PTP-DATE TO WS-PTP-DATE(WS-PTP-IDX)
               MOVE CT-PTP-AMT TO WS-PTP-AMT(WS-PTP-IDX)
               MOVE CT-COLLECTOR TO WS-PTP-COLLECTOR(WS-PTP-IDX)
               MOVE 'O' TO WS-PTP-STATUS(WS-PTP-IDX)
               MOVE ZERO TO WS-PTP-PAID(WS-PTP-IDX)
               MOVE ZERO TO WS-PTP-CLOSE(WS-PTP-IDX)
               ADD 1 TO WS-NEW-PTP-COUNT
               MOVE "NEW PROMISE" TO WS-DISPOSITION
               PERFORM WRITE-PROMISE-LINE
           ELSE
               DISPLAY "COLLECT: PROMISE TABLE FULL, MID "
                   CT-MID " DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Receipts toward each open promise, recounted from the
      *> receipt log every night so a reversal is always netted
      *> out: postings since the promise was taken, received on
      *> or before the promised date.
       TOTAL-PROMISE-RECEIPTS.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               IF WS-PTP-STATUS(WS-PTP-IDX) = 'O'
                   MOVE ZERO TO WS-PTP-PAID(WS-PTP-IDX)
               END-IF
           END-PERFORM.
           OPEN INPUT RCPTLOG.
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "COLLECT: NO RECEIPT LOG -- NO RECEIPTS "
                   "TOWARD PROMISES"
           ELSE
               MOVE SPACE TO WS-EOF
               READ RCPTLOG
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF RG-MID NUMERIC
                       PERFORM APPLY-RECEIPT-TO-PROMISE
                   END-IF
                   READ RCPTLOG
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE RCPTLOG
           END-IF.

       APPLY-RECEIPT-TO-PROMISE.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               IF WS-PTP-MID(WS-PTP-IDX) = RG-MID
                 AND WS-PTP-STATUS(WS-PTP-IDX) = 'O'
                 AND RCP-POST-DATE NOT < WS-PTP-TAKEN(WS-PTP-IDX)
                 AND RCP-DATE NOT > WS-PTP-DATE(WS-PTP-IDX)
                   IF RCP-ACTION = 'R'
                       SUBTRACT RCP-AMT FROM WS-PTP-PAID(WS-PTP-IDX)
                   ELSE
                       ADD RCP-AMT TO WS-PTP-PAID(WS-PTP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PROMISE.
           IF WS-PTP-PAID(WS-PTP-IDX) NOT < WS-PTP-AMT(WS-PTP-IDX)
               MOVE 'K' TO WS-PTP-STATUS(WS-PTP-IDX)
               MOVE WS-RUN-DATE TO WS-PTP-CLOSE(WS-PTP-IDX)
               ADD 1 TO WS-KEPT-COUNT
               MOVE "KEPT" TO WS-DISPOSITION
               PERFORM WRITE-PROMISE-LINE
           ELSE IF WS-RUN-DATE > WS-PTP-DATE(WS-PTP-IDX)
               MOVE 'B' TO WS-PTP-STATUS(WS-PTP-IDX)
               MOVE WS-RUN-DATE TO WS-PTP-CLOSE(WS-PTP-IDX)
               ADD 1 TO WS-BROKEN-COUNT
               MOVE "BROKEN" TO WS-DISPOSITION
               PERFORM WRITE-PROMISE-LINE
           END-IF.

       WRITE-PROMISE-LINE.
           MOVE WS-PTP-AMT(WS-PTP-IDX) TO WS-AMT-DISP.
           MOVE WS-PTP-PAID(WS-PTP-IDX) TO WS-PAID-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-PTP-MID(WS-PTP-IDX) "  "
               WS-PTP-COLLECTOR(WS-PTP-IDX) "  "
               WS-PTP-DATE(WS-PTP-IDX) " " WS-AMT-DISP " "
               WS-PAID-DISP " " WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PTPRPT-REC.
           WRITE PTPRPT-REC.

      *> Every past-due loan goes to the sort; a 90+ loan not yet
      *> noticed for this delinquency gets its letter here.
       BUILD-QUEUE-RECORDS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM AGE-LOAN
               IF WS-BUCKET > 1
                   PERFORM RELEASE-QUEUE-RECORD
               END-IF
           END-PERFORM.

      *> AGERPT's buckets: paid through last month or later is
      *> current, each whole month older another bucket, never
      *> posted straight to 90+. Months due for a loan that has
      *> never posted run from the month after origination.
       AGE-LOAN.
           IF WS-LN-THRU(WS-LN-IDX) = ZERO
               MOVE 4 TO WS-BUCKET
               DIVIDE WS-LN-ORIG(WS-LN-IDX) BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
               COMPUTE WS-THRU-SERIAL =
                   WS-THRU-YEAR * 12 + WS-THRU-MONTH
               COMPUTE WS-MONTHS-DUE =
                   WS-ASOF-SERIAL - WS-THRU-SERIAL - 1
           ELSE
               DIVIDE WS-LN-THRU(WS-LN-IDX) BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
               COMPUTE WS-THRU-SERIAL =
                   WS-THRU-YEAR * 12 + WS-THRU-MONTH
               COMPUTE WS-MONTHS-LATE =
                   WS-ASOF-SERIAL - WS-THRU-SERIAL - 1
               MOVE WS-MONTHS-LATE TO WS-MONTHS-DUE
               EVALUATE TRUE
                 WHEN WS-MONTHS-LATE NOT > 0
                   MOVE 1 TO WS-BUCKET
                 WHEN WS-MONTHS-LATE = 1
                   MOVE 2 TO WS-BUCKET
                 WHEN WS-MONTHS-LATE = 2
                   MOVE 3 TO WS-BUCKET
                 WHEN OTHER
                   MOVE 4 TO WS-BUCKET
               END-EVALUATE
           END-IF.
           IF WS-MONTHS-DUE < 0
               MOVE ZERO TO WS-MONTHS-DUE
           END-IF.
           COMPUTE WS-PAST-DUE =
               WS-LN-PITI(WS-LN-IDX) * WS-MONTHS-DUE
               + WS-LN-FEE-BAL(WS-LN-IDX).

      *> Class 1 = latest promise broken, 2 = no promise pending,
      *> 3 = promise still open.
       RELEASE-QUEUE-RECORD.
           MOVE WS-LN-MID(WS-LN-IDX) TO WS-MID.
           MOVE ZERO TO WS-PTP-LATEST.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               IF WS-PTP-MID(WS-PTP-IDX) = WS-MID
                   MOVE WS-PTP-IDX TO WS-PTP-LATEST
               END-IF
           END-PERFORM.
           MOVE SPACE TO SORT-REC.
           MOVE 2 TO SRT-CLASS.
           MOVE ZERO TO SRT-PTP-DATE.
           IF WS-PTP-LATEST > 0
               IF WS-PTP-STATUS(WS-PTP-LATEST) = 'B'
                   MOVE 1 TO SRT-CLASS
                   MOVE WS-PTP-DATE(WS-PTP-LATEST) TO SRT-PTP-DATE
               ELSE IF WS-PTP-STATUS(WS-PTP-LATEST) = 'O'
                   MOVE 3 TO SRT-CLASS
                   MOVE WS-PTP-DATE(WS-PTP-LATEST) TO SRT-PTP-DATE
               END-IF
           END-IF.
           MOVE WS-BUCKET TO SRT-BUCKET.
           MOVE WS-PAST-DUE TO SRT-PAST-DUE.
           MOVE WS-MID TO SRT-MID.
           MOVE WS-LN-NAME(WS-LN-IDX) TO SRT-NAME.
           MOVE WS-LN-THRU(WS-LN-IDX) TO SRT-THRU.
           MOVE ZERO TO SRT-LAST-DATE.
           MOVE SPACE TO SRT-LAST-RESULT.
           MOVE ZERO TO WS-CL-FOUND.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                  OR WS-CL-FOUND > 0
               IF WS-CL-MID(WS-CL-IDX) = WS-MID
                   MOVE WS-CL-IDX TO WS-CL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CL-FOUND > 0
               MOVE WS-CL-LAST-DATE(WS-CL-FOUND) TO SRT-LAST-DATE
               MOVE WS-CL-LAST-RESULT(WS-CL-FOUND)
                   TO SRT-LAST-RESULT
           END-IF.
           MOVE 'N' TO SRT-NOTICE.
           IF WS-BUCKET = 4
               PERFORM CHECK-DEFAULT-NOTICE
           END-IF.
           RELEASE SORT-REC.

      *> A DN dated after the paid-through month means this
      *> delinquency has had its notice; never posted, any DN.
       CHECK-DEFAULT-NOTICE.
           IF WS-CL-FOUND = 0
               PERFORM SEND-DEFAULT-NOTICE
           ELSE IF WS-CL-DN-DATE(WS-CL-FOUND) = ZERO
               PERFORM SEND-DEFAULT-NOTICE
           ELSE IF WS-CL-DN-DATE(WS-CL-FOUND)(1:6)
                   NOT > WS-LN-THRU(WS-LN-IDX)
             AND WS-LN-THRU(WS-LN-IDX) NOT = ZERO
               PERFORM SEND-DEFAULT-NOTICE
           END-IF.

       SEND-DEFAULT-NOTICE.
           MOVE 'Y' TO SRT-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM WRITE-DEFAULT-LETTER.
           MOVE SPACE TO CONTLOG-REC.
           MOVE WS-MID TO CL-MID.
           MOVE WS-RUN-DATE TO CNT-DATE.
           MOVE "COLLECT" TO CNT-COLLECTOR.
           MOVE "DN" TO CNT-RESULT.
           MOVE ZERO TO CNT-PTP-DATE.
           MOVE ZERO TO CNT-PTP-AMT.
           MOVE "NOTICE OF DEFAULT MAILED" TO CNT-NOTE.
           MOVE WS-RUN-DATE TO CNT-POST-DATE.
           WRITE CONTLOG-REC.
           MOVE "DN" TO SRT-LAST-RESULT.
           MOVE WS-RUN-DATE TO SRT-LAST-DATE.

       WRITE-DEFAULT-LETTER.
           MOVE ALL "-" TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "NOTICE OF DEFAULT                RUN DATE "
               WS-RUN-DATE "   LOAN " WS-MID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           PERFORM READ-BORROWER.
           IF WS-BORR-FOUND = 'Y'
               PERFORM WRITE-MAILING-ADDRESS
           ELSE
               ADD 1 TO WS-NOADDR-COUNT
               PERFORM WRITE-MISSING-ADDRESS
           END-IF.
           MOVE SPACE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  YOUR LOAN " WS-MID
               " IS 90 DAYS OR MORE PAST DUE AND IN DEFAULT."
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-LN-THRU(WS-LN-IDX) = ZERO
               MOVE "  NO PAYMENT HAS BEEN RECEIVED ON THIS LOAN."
                   TO WS-RPT-LINE
           ELSE
               STRING "  PAYMENTS ARE RECEIVED THROUGH "
                   WS-LN-THRU(WS-LN-IDX) " (YYYYMM)."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE WS-PAST-DUE TO WS-AMT-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  AMOUNT NOW PAST DUE      " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE "  PAY THE AMOUNT PAST DUE OR CALL US TO ARRANGE"
               TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE "  PAYMENT. IF THE DEFAULT IS NOT CURED WE MAY"
               TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE "  ACCELERATE THE LOAN AND PURSUE OUR REMEDIES."
               TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE ALL "-" TO DEFLTR-REC.
           WRITE DEFLTR-REC.

       READ-BORROWER.
           MOVE 'N' TO WS-BORR-FOUND.
           IF WS-BORR-OPEN = 'Y'
               MOVE WS-MID TO BR-MID
               READ BORRMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-BORR-FOUND
               END-READ
           END-IF.

       WRITE-MAILING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-CITY " " BR-ADDR-STATE " " BR-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.

       WRITE-MISSING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " WS-LN-NAME(WS-LN-IDX)
               "  ** NO ADDRESS ON FILE -- HOLD FOR MAIL ROOM **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO DEFLTR-REC.
           WRITE DEFLTR-REC.

       PRINT-WORK-QUEUE.
           MOVE SPACE TO WS-SORT-EOF.
           RETURN SORTWORK INTO SORT-REC
             AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               ADD 1 TO WS-QUEUE-COUNT
               PERFORM WRITE-QUEUE-LINE
               RETURN SORTWORK INTO SORT-REC
                 AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM.

       WRITE-QUEUE-LINE.
           MOVE WS-QUEUE-COUNT TO WS-RANK-DISP.
           MOVE SRT-PAST-DUE TO WS-AMT-DISP.
           MOVE SPACE TO WS-PTP-STATUS-TEXT.
           IF SRT-CLASS = 1
               STRING "BROKEN PTP " SRT-PTP-DATE
                   DELIMITED BY SIZE INTO WS-PTP-STATUS-TEXT
           ELSE IF SRT-CLASS = 3
               STRING "PTP OPEN " SRT-PTP-DATE
                   DELIMITED BY SIZE INTO WS-PTP-STATUS-TEXT
           END-IF.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-RANK-DISP "  " SRT-MID "  " SRT-NAME " "
               SRT-THRU "    " WS-BUCKET-NAME(SRT-BUCKET) " "
               WS-AMT-DISP "  " SRT-LAST-DATE " " SRT-LAST-RESULT
               "   " WS-PTP-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF SRT-NOTICE = 'Y'
               MOVE "DEFAULT NOTICE SENT" TO WS-RPT-LINE(81:20)
           END-IF.
           MOVE WS-RPT-LINE TO COLLQ-REC.
           WRITE COLLQ-REC.

       WRITE-QUEUE-TOTALS.
           MOVE ALL "-" TO COLLQ-REC.
           WRITE COLLQ-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "LOANS QUEUED: " WS-QUEUE-COUNT
               "  DEFAULT NOTICES: " WS-NOTICE-COUNT
               "  NO ADDRESS: " WS-NOADDR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE(1:80).
           MOVE WS-RPT-LINE TO COLLQ-REC.
           WRITE COLLQ-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "CONTACTS READ: " WS-CONTACT-READ
               "  LOGGED: " WS-CONTACT-LOGGED
               "  REJECTED: " WS-CONTACT-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE(1:80).
           MOVE WS-RPT-LINE TO COLLQ-REC.
           WRITE COLLQ-REC.

      *> Every promise on the file by the collector who took it --
      *> the open ones and those closed within the keep window.
       WRITE-COLLECTOR-SUMMARY.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               PERFORM COUNT-COLLECTOR-PROMISE
           END-PERFORM.
           MOVE ALL "-" TO PTPRPT-REC.
           WRITE PTPRPT-REC.
           MOVE SPACE TO PTPRPT-REC.
           STRING "NEW PROMISES: " WS-NEW-PTP-COUNT
               "  KEPT: " WS-KEPT-COUNT
               "  BROKEN: " WS-BROKEN-COUNT
               "  AGED OFF: " WS-AGED-PTP-COUNT
               DELIMITED BY SIZE INTO PTPRPT-REC.
           DISPLAY PTPRPT-REC.
           WRITE PTPRPT-REC.
           MOVE SPACE TO PTPRPT-REC.
           WRITE PTPRPT-REC.
           MOVE SPACE TO PTPRPT-REC.
           STRING "KEPT VS. BROKEN PROMISES BY COLLECTOR "
               "(OPEN OR CLOSED IN LAST 12 MONTHS)"
               DELIMITED BY SIZE INTO PTPRPT-REC.
           WRITE PTPRPT-REC.
           MOVE SPACE TO PTPRPT-REC.
           STRING "COLLECTOR  KEPT    KEPT AMOUNT  BROKEN"
               "  BROKEN AMOUNT  OPEN"
               DELIMITED BY SIZE INTO PTPRPT-REC.
           WRITE PTPRPT-REC.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               MOVE SPACE TO WS-RPT-LINE
               MOVE WS-COL-KEPT(WS-COL-IDX) TO WS-COUNT-DISP
               STRING WS-COL-ID(WS-COL-IDX) "  " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-COL-KEPT-AMT(WS-COL-IDX) TO WS-TOTAL-DISP
               MOVE WS-TOTAL-DISP TO WS-RPT-LINE(16:14)
               MOVE WS-COL-BROKEN(WS-COL-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-RPT-LINE(32:5)
               MOVE WS-COL-BROKEN-AMT(WS-COL-IDX) TO WS-TOTAL-DISP
               MOVE WS-TOTAL-DISP TO WS-RPT-LINE(38:14)
               MOVE WS-COL-OPEN(WS-COL-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-RPT-LINE(53:5)
               MOVE WS-RPT-LINE TO PTPRPT-REC
               WRITE PTPRPT-REC
           END-PERFORM.

       COUNT-COLLECTOR-PROMISE.
           MOVE ZERO TO WS-COL-FOUND.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
                  OR WS-COL-FOUND > 0
               IF WS-COL-ID(WS-COL-IDX) = WS-PTP-COLLECTOR(WS-PTP-IDX)
                   MOVE WS-COL-IDX TO WS-COL-FOUND
               END-IF
           END-PERFORM.
           IF WS-COL-FOUND = 0
               IF WS-COL-COUNT < 200
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-COL-COUNT TO WS-COL-FOUND
                   MOVE WS-PTP-COLLECTOR(WS-PTP-IDX)
                       TO WS-COL-ID(WS-COL-FOUND)
                   MOVE ZERO TO WS-COL-KEPT(WS-COL-FOUND)
                   MOVE ZERO TO WS-COL-KEPT-AMT(WS-COL-FOUND)
                   MOVE ZERO TO WS-COL-BROKEN(WS-COL-FOUND)
                   MOVE ZERO TO WS-COL-BROKEN-AMT(WS-COL-FOUND)
                   MOVE ZERO TO WS-COL-OPEN(WS-COL-FOUND)
               ELSE
                   DISPLAY "COLLECT: COLLECTOR TABLE FULL, "
                       WS-PTP-COLLECTOR(WS-PTP-IDX) " DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-COL-FOUND > 0
               IF WS-PTP-STATUS(WS-PTP-IDX) = 'K'
                   ADD 1 TO WS-COL-KEPT(WS-COL-FOUND)
                   ADD WS-PTP-AMT(WS-PTP-IDX)
                       TO WS-COL-KEPT-AMT(WS-COL-FOUND)
               ELSE IF WS-PTP-STATUS(WS-PTP-IDX) = 'B'
                   ADD 1 TO WS-COL-BROKEN(WS-COL-FOUND)
                   ADD WS-PTP-AMT(WS-PTP-IDX)
                       TO WS-COL-BROKEN-AMT(WS-COL-FOUND)
               ELSE IF WS-PTP-STATUS(WS-PTP-IDX) = 'O'
                   ADD 1 TO WS-COL-OPEN(WS-COL-FOUND)
               END-IF
           END-IF.

       WRITE-PROMISE-FILE.
           OPEN OUTPUT NEWPTP.
           PERFORM VARYING WS-PTP-IDX FROM 1 BY 1
               UNTIL WS-PTP-IDX > WS-PTP-COUNT
               MOVE SPACE TO NEWPTP-REC
               MOVE WS-PTP-MID(WS-PTP-IDX) TO NP-MID
               MOVE WS-PTP-TAKEN(WS-PTP-IDX) TO PTP-TAKEN-DATE
               MOVE WS-PTP-DATE(WS-PTP-IDX) TO PTP-DATE
               MOVE WS-PTP-AMT(WS-PTP-IDX) TO PTP-AMT
               MOVE WS-PTP-COLLECTOR(WS-PTP-IDX) TO PTP-COLLECTOR
               MOVE WS-PTP-STATUS(WS-PTP-IDX) TO PTP-STATUS
               IF WS-PTP-PAID(WS-PTP-IDX) < 0
                   MOVE ZERO TO PTP-PAID-AMT
               ELSE
                   MOVE WS-PTP-PAID(WS-PTP-IDX) TO PTP-PAID-AMT
               END-IF
               MOVE WS-PTP-CLOSE(WS-PTP-IDX) TO PTP-CLOSE-DATE
               WRITE NEWPTP-REC
           END-PERFORM.
           CLOSE NEWPTP.

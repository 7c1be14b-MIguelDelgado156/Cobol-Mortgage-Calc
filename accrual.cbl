       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

      *> Month-end accrued interest run. Pass the accounting month
      *> on the command line ("YYYYMM"); with no parm the run
      *> month is used. Each loan's principal is rolled forward
      *> with AMORT's arithmetic through the full payments posted
      *> (PAID-COUNT on PAYSTAT), the roll TRIALBAL and PAYQUOTE
      *> make, and interest is accrued on it the way PAYQUOTE
      *> works its per-diem: 30/360 days from the end of the
      *> paid-through month (the origination month when nothing
      *> has posted) to the month-end date, which counts as day
      *> 30. A loan paid through the month or beyond accrues
      *> nothing. ACCRRPT lists accrued interest receivable by
      *> loan and in total.
      *>
      *> Loans 90+ days past due by AGERPT's buckets -- aged as of
      *> the accounting month, so a loan with no paid-through date
      *> is 90+ exactly as AGERPT ages it -- are on non-accrual:
      *> nothing is booked for them, and they are listed in their
      *> own section of the report with the interest that would
      *> have accrued, as a memo figure.
      *>
      *> G/L entries go out in the H/D/T pipe-delimited layout of
      *> CALC's GLFILE extract, with the same plain fixed-width
      *> numbers: ACCRGL carries the accrual, header dated the
      *> month-end date; REVGL carries its automatic reversal,
      *> header dated the first of the next month, every amount
      *> negative so the two extracts net to zero. A detail is
      *>   D|MID|PRINCIPAL|APR|DAYS|ACCRUED INTEREST
      *> and the trailer is the detail count, the principal hash
      *> and the interest hash.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ACCRRPT ASSIGN TO ACCRRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ACCRGL ASSIGN TO ACCRGL
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REVGL ASSIGN TO REVGL
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

       FD ACCRRPT.
       01 ACCRRPT-REC PIC X(80).

       FD ACCRGL.
       01 ACCRGL-REC PIC X(60).

       FD REVGL.
       01 REVGL-REC PIC X(60).

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
       01 WS-RPT-LINE PIC X(80).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-PARM PIC X(20).

      *> Paid-through month and paid count per status record,
      *> located by scanning the loaded count the way TRIALBAL and
      *> AGERPT scan theirs.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-MID PIC 9(7).
               10 WS-PT-PAID-THRU PIC 9(6).
               10 WS-PT-PAID-COUNT PIC 9(3).
       01 WS-PT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PT-IDX PIC 9(5).
       01 WS-LOAN-THRU PIC 9(6).
       01 WS-PAID-COUNT PIC 9(3).

      *> Held for the second (non-accrual) section of the report,
      *> which prints after every accruing loan.
       01 WS-NA-TABLE.
           05 WS-NA-ENTRY OCCURS 5000 TIMES.
               10 WS-NA-MID PIC 9(7).
               10 WS-NA-NAME PIC X(14).
               10 WS-NA-THRU PIC 9(6).
               10 WS-NA-BALANCE PIC 9(7)V99.
               10 WS-NA-INT PIC 9(7)V99.
       01 WS-NA-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NA-IDX PIC 9(5).

       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-INTEREST-PORTION PIC S9(7)V99.
       01 WS-PRINCIPAL-PORTION PIC S9(7)V99.
       01 WS-PERIOD PIC 9(3).

      *> The accounting month, its last calendar day (the accrual
      *> date) and the first of the next month (the reversal
      *> date). Day counts are 30/360 with the month end as day 30.
       01 WS-ACCT-MONTH PIC 9(6).
       01 WS-ACCT-YEAR PIC 9(4).
       01 WS-ACCT-MM PIC 9(4).
       01 WS-ACCT-SERIAL PIC S9(6).
       01 WS-LAST-DAY PIC 9(2).
       01 WS-LEAP-REM PIC 9(4).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-ACCRUAL-DATE PIC 9(8).
       01 WS-REVERSAL-DATE PIC 9(8).
       01 WS-REV-YEAR PIC 9(4).
       01 WS-REV-MM PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAY PIC 9(2) OCCURS 12 TIMES.
       01 WS-THRU-YEAR PIC 9(4).
       01 WS-THRU-MONTH PIC 9(4).
       01 WS-THRU-SERIAL PIC S9(6).
       01 WS-MONTHS-LATE PIC S9(4).
       01 WS-NON-ACCRUAL PIC A(1).
       01 WS-PER-DIEM PIC S9(5)V9(4).
       01 WS-ACCRUED-DAYS PIC S9(5).
       01 WS-ACCRUED-INT PIC S9(7)V99.

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACCRUING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NA-LOANS PIC 9(7).
       01 WS-ACCRUED-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCR-BAL-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NA-INT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-NA-BAL-TOTAL PIC S9(11)V99 VALUE ZERO.

      *> G/L extract fields, plain fixed-width numbers with an
      *> explicit decimal point as in CALC's extract; the reversal
      *> carries a leading minus sign.
       01 WS-GL-LINE PIC X(60).
       01 WS-GL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GL-BAL-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-INT-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-APR PIC 9.99.
       01 WS-GL-BALANCE PIC 9(7).99.
       01 WS-GL-DAYS PIC 9(5).
       01 WS-GL-AMOUNT PIC 9(7).99.
       01 WS-GL-REV-AMOUNT PIC -9(7).99.
       01 WS-GL-BAL-HASH-DISP PIC 9(11).99.
       01 WS-GL-INT-HASH-DISP PIC 9(11).99.
       01 WS-GL-REV-HASH-DISP PIC -9(11).99.

       01 WS-CURRENT-DATE PIC X(21).
       01 WS-THRU-DISP PIC 9(6).
       01 WS-DAYS-DISP PIC ZZZZ9.
       01 WS-BALANCE-DISP PIC $,$$$,$$$,$$9.99.
       01 WS-INT-DISP PIC $$$,$$9.99.
       01 WS-TOTAL-DISP PIC $$,$$$,$$$,$$$,$$9.99.
       01 WS-TOTALS-LINE PIC X(80).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACE
               MOVE WS-CURRENT-DATE(1:6) TO WS-ACCT-MONTH
           ELSE
               MOVE WS-PARM(1:6) TO WS-ACCT-MONTH
           END-IF.
           IF WS-ACCT-MONTH NOT NUMERIC
             OR WS-ACCT-MONTH(5:2) < "01"
             OR WS-ACCT-MONTH(5:2) > "12"
               DISPLAY "ACCRUAL: PASS THE ACCOUNTING MONTH, "
                   "E.G. 202609"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-ACCOUNTING-DATES.
           PERFORM LOAD-STATUS-TABLE.
           OPEN INPUT INCOME.
           OPEN OUTPUT ACCRRPT.
           OPEN OUTPUT ACCRGL.
           OPEN OUTPUT REVGL.
           MOVE SPACE TO WS-GL-LINE.
           STRING "H|" WS-ACCRUAL-DATE
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO ACCRGL-REC.
           WRITE ACCRGL-REC.
           MOVE SPACE TO WS-GL-LINE.
           STRING "H|" WS-REVERSAL-DATE
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO REVGL-REC.
           WRITE REVGL-REC.
           MOVE SPACE TO ACCRRPT-REC.
           STRING "ACCRUED INTEREST RECEIVABLE AS OF "
               WS-ACCRUAL-DATE "   REVERSES " WS-REVERSAL-DATE
               DELIMITED BY SIZE INTO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE SPACE TO ACCRRPT-REC.
           STRING "MID      NAME           PAID THRU"
               "          PRINCIPAL  DAYS    ACCRUED"
               DELIMITED BY SIZE INTO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE SPACE TO WS-EOF.
           READ INCOME INTO WS-INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               ADD 1 TO WS-READ-COUNT
               PERFORM ACCRUE-LOAN
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           PERFORM WRITE-ACCRUAL-TOTALS.
           PERFORM WRITE-NON-ACCRUAL-SECTION.
           PERFORM WRITE-GL-TRAILERS.
           PERFORM WRITE-RUN-LOG.
           CLOSE INCOME.
           CLOSE ACCRRPT.
           CLOSE ACCRGL.
           CLOSE REVGL.
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
           MOVE "ACCRUAL" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-READ-COUNT TO RL-KEY-1.
           MOVE WS-ACCRUING-COUNT TO RL-KEY-2.
           MOVE WS-NA-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

      *> Last calendar day of the accounting month (February 29
      *> in a leap year) and the first of the month after.
       SET-ACCOUNTING-DATES.
           DIVIDE WS-ACCT-MONTH BY 100
               GIVING WS-ACCT-YEAR REMAINDER WS-ACCT-MM.
           COMPUTE WS-ACCT-SERIAL = WS-ACCT-YEAR * 12 + WS-ACCT-MM.
           MOVE WS-MONTH-DAY(WS-ACCT-MM) TO WS-LAST-DAY.
           IF WS-ACCT-MM = 2
               DIVIDE WS-ACCT-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-ACCT-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-ACCT-YEAR BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-ACCRUAL-DATE =
               WS-ACCT-MONTH * 100 + WS-LAST-DAY.
           IF WS-ACCT-MM = 12
               COMPUTE WS-REV-YEAR = WS-ACCT-YEAR + 1
               MOVE 1 TO WS-REV-MM
           ELSE
               MOVE WS-ACCT-YEAR TO WS-REV-YEAR
               COMPUTE WS-REV-MM = WS-ACCT-MM + 1
           END-IF.
           COMPUTE WS-REVERSAL-DATE =
               WS-REV-YEAR * 10000 + WS-REV-MM * 100 + 1.

       LOAD-STATUS-TABLE.
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
                       MOVE PS-PAID-THRU
                           TO WS-PT-PAID-THRU(WS-PT-COUNT)
                       MOVE PS-PAID-COUNT
                           TO WS-PT-PAID-COUNT(WS-PT-COUNT)
                   ELSE
                       DISPLAY "ACCRUAL: STATUS TABLE FULL, MID "
                           PS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYSTAT.

      *> Paid-through and paid count for the loan in WS-MID; zero
      *> for both when the loan has no status record.
       FIND-PAID-STATUS.
           MOVE ZERO TO WS-LOAN-THRU.
           MOVE ZERO TO WS-PAID-COUNT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-MID(WS-PT-IDX) = WS-MID
                   MOVE WS-PT-PAID-THRU(WS-PT-IDX) TO WS-LOAN-THRU
                   MOVE WS-PT-PAID-COUNT(WS-PT-IDX) TO WS-PAID-COUNT
               END-IF
           END-PERFORM.

       ACCRUE-LOAN.
           IF WS-MID = 0 OR WS-MONTH = 0
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "ACCRUAL: skipping " WS-NAME
                   " - zero MID or term"
           ELSE
               PERFORM FIND-PAID-STATUS
               PERFORM ROLL-BALANCE-FORWARD
               PERFORM COMPUTE-ACCRUED-INTEREST
               PERFORM CHECK-NON-ACCRUAL
               IF WS-NON-ACCRUAL = 'Y'
                   PERFORM HOLD-NON-ACCRUAL
               ELSE
                   ADD 1 TO WS-ACCRUING-COUNT
                   ADD WS-BALANCE TO WS-ACCR-BAL-TOTAL
                   ADD WS-ACCRUED-INT TO WS-ACCRUED-TOTAL
                   PERFORM WRITE-LOAN-LINE
                   IF WS-ACCRUED-INT > 0
                       PERFORM WRITE-GL-DETAILS
                   END-IF
               END-IF
           END-IF.

      *> AMORT's arithmetic, stopped after the full payments the
      *> loan has actually posted -- TRIALBAL's roll.
       ROLL-BALANCE-FORWARD.
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
               UNTIL WS-PERIOD > WS-PAID-COUNT
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

      *> PAYQUOTE's per-diem and 30/360 count, run to the month
      *> end (day 30) instead of a quote date. Paid through the
      *> accounting month or later: nothing accrues.
       COMPUTE-ACCRUED-INTEREST.
           IF WS-LOAN-THRU = ZERO
               MOVE WS-ORIG-DATE(1:4) TO WS-THRU-YEAR
               MOVE WS-ORIG-DATE(5:2) TO WS-THRU-MONTH
           ELSE
               DIVIDE WS-LOAN-THRU BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
           END-IF.
           COMPUTE WS-ACCRUED-DAYS =
               (WS-ACCT-YEAR - WS-THRU-YEAR) * 360
               + (WS-ACCT-MM - WS-THRU-MONTH) * 30.
           IF WS-ACCRUED-DAYS < 0
               MOVE ZERO TO WS-ACCRUED-DAYS
           END-IF.
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-BALANCE * WS-APR / 36500.
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-PER-DIEM * WS-ACCRUED-DAYS.

      *> AGERPT's bucketing as of the accounting month: 90+ (and
      *> never posted) goes on non-accrual.
       CHECK-NON-ACCRUAL.
           MOVE 'N' TO WS-NON-ACCRUAL.
           IF WS-LOAN-THRU = ZERO
               MOVE 'Y' TO WS-NON-ACCRUAL
           ELSE
               DIVIDE WS-LOAN-THRU BY 100
                   GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH
               COMPUTE WS-THRU-SERIAL =
                   WS-THRU-YEAR * 12 + WS-THRU-MONTH
               COMPUTE WS-MONTHS-LATE =
                   WS-ACCT-SERIAL - WS-THRU-SERIAL - 1
               IF WS-MONTHS-LATE > 2
                   MOVE 'Y' TO WS-NON-ACCRUAL
               END-IF
           END-IF.

       HOLD-NON-ACCRUAL.
           IF WS-NA-COUNT < 5000
               ADD 1 TO WS-NA-COUNT
               MOVE WS-MID TO WS-NA-MID(WS-NA-COUNT)
               MOVE WS-NAME TO WS-NA-NAME(WS-NA-COUNT)
               MOVE WS-LOAN-THRU TO WS-NA-THRU(WS-NA-COUNT)
               MOVE WS-BALANCE TO WS-NA-BALANCE(WS-NA-COUNT)
               MOVE WS-ACCRUED-INT TO WS-NA-INT(WS-NA-COUNT)
               ADD WS-BALANCE TO WS-NA-BAL-TOTAL
               ADD WS-ACCRUED-INT TO WS-NA-INT-TOTAL
           ELSE
               DISPLAY "ACCRUAL: NON-ACCRUAL TABLE FULL, MID "
                   WS-MID " DROPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-LOAN-LINE.
           MOVE WS-LOAN-THRU TO WS-THRU-DISP.
           MOVE WS-BALANCE TO WS-BALANCE-DISP.
           MOVE WS-ACCRUED-DAYS TO WS-DAYS-DISP.
           MOVE WS-ACCRUED-INT TO WS-INT-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-MID "  " WS-NAME " " WS-THRU-DISP "     "
               WS-BALANCE-DISP " " WS-DAYS-DISP " " WS-INT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.

      *> The accrual detail and its reversal, same figures, the
      *> reversal's interest negated.
       WRITE-GL-DETAILS.
           MOVE WS-APR TO WS-GL-APR.
           MOVE WS-BALANCE TO WS-GL-BALANCE.
           MOVE WS-ACCRUED-DAYS TO WS-GL-DAYS.
           MOVE WS-ACCRUED-INT TO WS-GL-AMOUNT.
           MOVE SPACE TO WS-GL-LINE.
           STRING "D|" WS-MID "|" WS-GL-BALANCE "|" WS-GL-APR "|"
               WS-GL-DAYS "|" WS-GL-AMOUNT
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO ACCRGL-REC.
           WRITE ACCRGL-REC.
           COMPUTE WS-GL-REV-AMOUNT = 0 - WS-ACCRUED-INT.
           MOVE SPACE TO WS-GL-LINE.
           STRING "D|" WS-MID "|" WS-GL-BALANCE "|" WS-GL-APR "|"
               WS-GL-DAYS "|" WS-GL-REV-AMOUNT
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO REVGL-REC.
           WRITE REVGL-REC.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-BALANCE TO WS-GL-BAL-HASH.
           ADD WS-ACCRUED-INT TO WS-GL-INT-HASH.

      *> Count ties to the details in each extract, the interest
      *> hash to ACCRUED INTEREST RECEIVABLE on the report.
       WRITE-GL-TRAILERS.
           MOVE WS-GL-BAL-HASH TO WS-GL-BAL-HASH-DISP.
           MOVE WS-GL-INT-HASH TO WS-GL-INT-HASH-DISP.
           MOVE SPACE TO WS-GL-LINE.
           STRING "T|" WS-GL-COUNT "|" WS-GL-BAL-HASH-DISP "|"
               WS-GL-INT-HASH-DISP
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO ACCRGL-REC.
           WRITE ACCRGL-REC.
           COMPUTE WS-GL-REV-HASH-DISP = 0 - WS-GL-INT-HASH.
           MOVE SPACE TO WS-GL-LINE.
           STRING "T|" WS-GL-COUNT "|" WS-GL-BAL-HASH-DISP "|"
               WS-GL-REV-HASH-DISP
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO REVGL-REC.
           WRITE REVGL-REC.

       WRITE-ACCRUAL-TOTALS.
           MOVE WS-NA-COUNT TO WS-NA-LOANS.
           MOVE ALL "-" TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "LOANS: " WS-READ-COUNT
               "  ACCRUING: " WS-ACCRUING-COUNT
               "  NON-ACCRUAL: " WS-NA-LOANS
               "  SKIPPED: " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE WS-ACCR-BAL-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "ACCRUING PRINCIPAL:          " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE WS-ACCRUED-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "ACCRUED INTEREST RECEIVABLE: " WS-TOTAL-DISP
               " (G/L)"
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.

      *> Listed apart, as the auditors want them; the interest
      *> column is a memo of what was not booked.
       WRITE-NON-ACCRUAL-SECTION.
           MOVE SPACE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE SPACE TO ACCRRPT-REC.
           STRING "NON-ACCRUAL LOANS -- 90+ DAYS PAST DUE, "
               "INTEREST NOT BOOKED"
               DELIMITED BY SIZE INTO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE SPACE TO ACCRRPT-REC.
           STRING "MID      NAME           PAID THRU"
               "          PRINCIPAL    MEMO INT"
               DELIMITED BY SIZE INTO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1
               UNTIL WS-NA-IDX > WS-NA-COUNT
               MOVE WS-NA-THRU(WS-NA-IDX) TO WS-THRU-DISP
               MOVE WS-NA-BALANCE(WS-NA-IDX) TO WS-BALANCE-DISP
               MOVE WS-NA-INT(WS-NA-IDX) TO WS-INT-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING WS-NA-MID(WS-NA-IDX) "  "
                   WS-NA-NAME(WS-NA-IDX) " " WS-THRU-DISP "     "
                   WS-BALANCE-DISP "  " WS-INT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO ACCRRPT-REC
               WRITE ACCRRPT-REC
           END-PERFORM.
           MOVE ALL "-" TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE WS-NA-BAL-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "NON-ACCRUAL PRINCIPAL:       " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.
           MOVE WS-NA-INT-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "INTEREST NOT ACCRUED (MEMO): " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO ACCRRPT-REC.
           WRITE ACCRRPT-REC.

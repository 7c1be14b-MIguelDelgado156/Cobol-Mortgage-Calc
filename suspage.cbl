       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

      *> Suspense (unapplied funds) aging report. Reads the suspense
      *> file PAYPOST carries (layout in SUSREC) and the loan
      *> extract, and ages every balance still held from the date
      *> its oldest money arrived to the run date, counted in days
      *> on the same 30/360 basis PAYQUOTE uses: 0-30, 31-60, 61-90
      *> and over 90 days. Anything held more than 30 days is
      *> flagged for servicing to chase the borrower for the rest
      *> of the payment or refund it; money held for a MID no
      *> longer on the loan master can only be refunded and is
      *> flagged that way whatever its age. The summary totals
      *> count and dollars per age bucket, and the dollars flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUSPENSE ASSIGN TO SUSPENSE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUSPRPT ASSIGN TO SUSPRPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INCOME.
       01 INCOME-FILE.
           COPY INCREC.

       FD SUSPENSE.
       01 SUSPENSE-REC.
           COPY SUSREC
               REPLACING ==MID== BY ==SU-MID==
                         ==SUS-BAL== BY ==SU-SUS-BAL==
                         ==SUS-SINCE-DATE== BY ==SU-SUS-SINCE-DATE==
                         ==SUS-LAST-DATE== BY ==SU-SUS-LAST-DATE==.

       FD SUSPRPT.
       01 SUSPRPT-REC PIC X(80).

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
       01 WS-CURRENT-DATE PIC X(21).

      *> Loan names, one entry per extract record, located by
      *> scanning the loaded count.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 5000 TIMES.
               10 WS-LOAN-MID PIC 9(7).
               10 WS-LOAN-NAME PIC A(14).
       01 WS-LOAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IDX PIC 9(5).
       01 WS-LOAN-FOUND PIC 9(5).

      *> 30/360 day count from the since-date to the run date.
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-YEAR PIC 9(4).
       01 WS-ASOF-MONTH PIC 9(2).
       01 WS-ASOF-DAY PIC 9(2).
       01 WS-SINCE-YEAR PIC 9(4).
       01 WS-SINCE-MONTH PIC 9(2).
       01 WS-SINCE-DAY PIC 9(2).
       01 WS-DAYS-HELD PIC S9(5).
       01 WS-BUCKET PIC 9(1).
       01 WS-FLAG PIC X(24).

      *> Bucket 1 = 0-30 days, 2 = 31-60, 3 = 61-90, 4 = over 90.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-COUNT PIC 9(7).
               10 WS-BKT-AMOUNT PIC S9(9)V99.
       01 WS-BUCKET-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "0-30    ".
           05 FILLER PIC X(8) VALUE "31-60   ".
           05 FILLER PIC X(8) VALUE "61-90   ".
           05 FILLER PIC X(8) VALUE "OVER 90 ".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-TABLE.
           05 WS-BUCKET-NAME PIC X(8) OCCURS 4 TIMES.

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-HELD-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-BAL-DISP PIC $,$$$,$$9.99.
       01 WS-DAYS-DISP PIC ZZZZ9.
       01 WS-AMOUNT-DISP PIC $,$$$,$$$,$$9.99.
       01 WS-TOTALS-LINE PIC X(80).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-ASOF-DATE.
           MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YEAR.
           MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MONTH.
           MOVE WS-ASOF-DATE(7:2) TO WS-ASOF-DAY.
           IF WS-ASOF-DAY > 30
               MOVE 30 TO WS-ASOF-DAY
           END-IF.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE ZERO TO WS-BKT-COUNT(WS-BUCKET)
               MOVE ZERO TO WS-BKT-AMOUNT(WS-BUCKET)
           END-PERFORM.
           PERFORM LOAD-LOAN-TABLE.
           OPEN INPUT SUSPENSE.
           OPEN OUTPUT SUSPRPT.
           MOVE SPACE TO SUSPRPT-REC.
           STRING "UNAPPLIED FUNDS AGING AS OF " WS-ASOF-DATE
               DELIMITED BY SIZE INTO SUSPRPT-REC.
           WRITE SUSPRPT-REC.
           MOVE SPACE TO SUSPRPT-REC.
           STRING "MID      NAME                   HELD  SINCE     "
               " DAYS  ACTION"
               DELIMITED BY SIZE INTO SUSPRPT-REC.
           WRITE SUSPRPT-REC.
           MOVE SPACE TO WS-EOF.
           READ SUSPENSE
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF SU-MID > 0 AND SU-SUS-BAL > 0
                   ADD 1 TO WS-READ-COUNT
                   PERFORM AGE-SUSPENSE-ITEM
               END-IF
               READ SUSPENSE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           PERFORM WRITE-BUCKET-TOTALS.
           CLOSE SUSPENSE.
           CLOSE SUSPRPT.
           STOP RUN.

       LOAD-LOAN-TABLE.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
           READ INCOME INTO WS-INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-MID > 0
                   IF WS-LOAN-COUNT < 5000
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE WS-MID TO WS-LOAN-MID(WS-LOAN-COUNT)
                       MOVE WS-NAME TO WS-LOAN-NAME(WS-LOAN-COUNT)
                   ELSE
                       DISPLAY "SUSPAGE: LOAN TABLE FULL, MID "
                           WS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE INCOME.

       FIND-LOAN-ENTRY.
           MOVE ZERO TO WS-LOAN-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LOAN-COUNT
               IF WS-LOAN-MID(WS-IDX) = SU-MID
                   MOVE WS-IDX TO WS-LOAN-FOUND
               END-IF
           END-PERFORM.

       AGE-SUSPENSE-ITEM.
           PERFORM COMPUTE-DAYS-HELD.
           EVALUATE TRUE
             WHEN WS-DAYS-HELD NOT > 30
               MOVE 1 TO WS-BUCKET
             WHEN WS-DAYS-HELD NOT > 60
               MOVE 2 TO WS-BUCKET
             WHEN WS-DAYS-HELD NOT > 90
               MOVE 3 TO WS-BUCKET
             WHEN OTHER
               MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET).
           ADD SU-SUS-BAL TO WS-BKT-AMOUNT(WS-BUCKET).
           ADD SU-SUS-BAL TO WS-HELD-AMOUNT.
           PERFORM FIND-LOAN-ENTRY.
           MOVE SPACE TO WS-FLAG.
           IF WS-LOAN-FOUND = 0
               MOVE "NOT ON MASTER - REFUND" TO WS-FLAG
           ELSE IF WS-BUCKET > 1
               MOVE "OVER 30 - CHASE/REFUND" TO WS-FLAG
           END-IF.
           IF WS-FLAG NOT = SPACE
               ADD 1 TO WS-FLAGGED-COUNT
               ADD SU-SUS-BAL TO WS-FLAGGED-AMOUNT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      *> Same 30/360 count PAYQUOTE accrues interest on: every
      *> month is 30 days and a 31st counts as the 30th. An item
      *> with no since-date on it ages as over 90 -- servicing
      *> should look at it.
       COMPUTE-DAYS-HELD.
           IF SU-SUS-SINCE-DATE NOT NUMERIC
             OR SU-SUS-SINCE-DATE = ZERO
               MOVE 999 TO WS-DAYS-HELD
           ELSE
               MOVE SU-SUS-SINCE-DATE(1:4) TO WS-SINCE-YEAR
               MOVE SU-SUS-SINCE-DATE(5:2) TO WS-SINCE-MONTH
               MOVE SU-SUS-SINCE-DATE(7:2) TO WS-SINCE-DAY
               IF WS-SINCE-DAY > 30
                   MOVE 30 TO WS-SINCE-DAY
               END-IF
               COMPUTE WS-DAYS-HELD =
                   (WS-ASOF-YEAR - WS-SINCE-YEAR) * 360
                   + (WS-ASOF-MONTH - WS-SINCE-MONTH) * 30
                   + WS-ASOF-DAY - WS-SINCE-DAY
               IF WS-DAYS-HELD < 0
                   MOVE ZERO TO WS-DAYS-HELD
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SU-SUS-BAL TO WS-BAL-DISP.
           MOVE WS-DAYS-HELD TO WS-DAYS-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-LOAN-FOUND = 0
               STRING SU-MID "  " "**************" " " WS-BAL-DISP
                   "  " SU-SUS-SINCE-DATE " " WS-DAYS-DISP "  "
                   WS-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING SU-MID "  " WS-LOAN-NAME(WS-LOAN-FOUND) " "
                   WS-BAL-DISP "  " SU-SUS-SINCE-DATE " "
                   WS-DAYS-DISP "  " WS-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-RPT-LINE TO SUSPRPT-REC.
           WRITE SUSPRPT-REC.

       WRITE-BUCKET-TOTALS.
           MOVE SPACE TO SUSPRPT-REC.
           STRING "--- SUSPENSE SUMMARY: " WS-READ-COUNT
               " BALANCES HELD ---"
               DELIMITED BY SIZE INTO SUSPRPT-REC.
           WRITE SUSPRPT-REC.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-BKT-AMOUNT(WS-BUCKET) TO WS-AMOUNT-DISP
               MOVE SPACE TO WS-TOTALS-LINE
               STRING "  " WS-BUCKET-NAME(WS-BUCKET)
                   "  ITEMS: " WS-BKT-COUNT(WS-BUCKET)
                   "  HELD: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-TOTALS-LINE
               DISPLAY WS-TOTALS-LINE
               MOVE WS-TOTALS-LINE TO SUSPRPT-REC
               WRITE SUSPRPT-REC
           END-PERFORM.
           MOVE WS-HELD-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "  TOTAL HELD:          " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO SUSPRPT-REC.
           WRITE SUSPRPT-REC.
           MOVE WS-FLAGGED-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "  FLAGGED: " WS-FLAGGED-COUNT
               "  AMOUNT: " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO SUSPRPT-REC.
           WRITE SUSPRPT-REC.

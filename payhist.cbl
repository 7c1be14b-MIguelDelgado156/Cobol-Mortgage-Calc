       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHIST.

      *> Payment-history statement for a single loan. Pass the MID
      *> and the statement period on the command line ("NNNNNNN
      *> YYYYMMDD YYYYMMDD", from and through dates). The activity
      *> comes off the permanent loan transaction journal LOANJRN
      *> (layout in JRNREC) that PAYPOST, LATEFEE, ESCDISB,
      *> ACHDRAFT and PAYOFF append to: every entry for the MID
      *> dated inside the period is listed in the order it was
      *> journaled, receipts and returns with their P&I / escrow /
      *> tax split and suspense movement, each with the running
      *> principal and escrow balances the entry left. The
      *> opening balances are the ones the last entry before the
      *> period left; with no earlier entry the opening principal
      *> is the booked amount from the income file and escrow is
      *> zero. The statement goes to HISTSTMT addressed from the
      *> borrower master the way PAYQUOTE addresses its quote.
      *> The income file is read only for the borrower name and
      *> booked principal, so a loan PAYOFF has already closed
      *> still prints from its journal. ACH drafts are listed for
      *> the record but are not money received -- the receipt is
      *> the payment line PAYPOST journals when it posts -- so
      *> they stay out of the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INC-STATUS.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT BORRMAST ASSIGN TO BORRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BR-MID
           FILE STATUS IS WS-BORR-STATUS.
       SELECT HISTSTMT ASSIGN TO HISTSTMT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INCOME.
       01 INCOME-FILE.
           COPY INCREC.

       FD LOANJRN.
       01 LOANJRN-REC.
           COPY JRNREC
               REPLACING ==MID== BY ==JR-MID==.

       FD BORRMAST.
       01 BORRMAST-REC.
           COPY BORREC
               REPLACING ==MID== BY ==BR-MID==
                         ==ADDR-NAME== BY ==BR-ADDR-NAME==
                         ==ADDR-LINE1== BY ==BR-ADDR-LINE1==
                         ==ADDR-CITY== BY ==BR-ADDR-CITY==
                         ==ADDR-STATE== BY ==BR-ADDR-STATE==
                         ==ADDR-ZIP== BY ==BR-ADDR-ZIP==.

       FD HISTSTMT.
       01 HISTSTMT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM PIC X(30).
       01 WS-HIST-MID PIC 9(7).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-THRU-DATE PIC 9(8).
       01 WS-INC-STATUS PIC X(2).
       01 WS-JRN-STATUS PIC X(2).
       01 WS-BORR-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-BORR-FOUND PIC A(1).
       01 WS-LOAN-FOUND PIC A(1).
       01 WS-RPT-LINE PIC X(80).
       01 WS-LOAN-NAME PIC X(20).
       01 WS-ACTIVITY PIC X(20).

       01 WS-OPEN-PRIN PIC 9(7)V99 VALUE ZERO.
       01 WS-OPEN-ESC PIC 9(7)V99 VALUE ZERO.
       01 WS-CLOSE-PRIN PIC 9(7)V99 VALUE ZERO.
       01 WS-CLOSE-ESC PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-RECEIVED PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-RETURNED PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CHARGED PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-DISBURSED PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-REFUNDED PIC 9(9)V99 VALUE ZERO.
       01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.

       01 WS-DATE-DISP PIC 9(8).
       01 WS-AMT-DISP PIC $$,$$$,$$9.99.
       01 WS-PRIN-DISP PIC $$,$$$,$$9.99.
       01 WS-ESC-DISP PIC $$,$$$,$$9.99.
       01 WS-PI-DISP PIC $$,$$$,$$9.99.
       01 WS-TAX-DISP PIC $$,$$$,$$9.99.
       01 WS-SUS-IN-DISP PIC $$,$$$,$$9.99.
       01 WS-SUS-OUT-DISP PIC $$,$$$,$$9.99.
       01 WS-TOTAL-DISP PIC $$$$,$$$,$$9.99.
       01 WS-COUNT-DISP PIC ZZZZ9.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC X(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE WS-PARM(1:7) TO WS-HIST-MID.
           MOVE WS-PARM(9:8) TO WS-FROM-DATE.
           MOVE WS-PARM(18:8) TO WS-THRU-DATE.
           IF WS-HIST-MID NOT NUMERIC OR WS-HIST-MID = 0
             OR WS-FROM-DATE NOT NUMERIC OR WS-FROM-DATE = 0
             OR WS-THRU-DATE NOT NUMERIC OR WS-THRU-DATE = 0
             OR WS-THRU-DATE < WS-FROM-DATE
               DISPLAY "PAYHIST: PASS MID, FROM DATE AND THROUGH "
                   "DATE, E.G. 0000042 20260101 20261231"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-LOAN-IMAGE.
           PERFORM FIND-OPENING-BALANCES.
           PERFORM READ-BORROWER.
           OPEN OUTPUT HISTSTMT.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM LIST-PERIOD-ACTIVITY.
           PERFORM WRITE-STATEMENT-TOTALS.
           CLOSE HISTSTMT.
           STOP RUN.

      *> Sequential scan of the income file for the name and the
      *> booked principal. A loan that has been paid off and
      *> deleted is no longer there; its journal still prints.
       FIND-LOAN-IMAGE.
           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE SPACE TO WS-LOAN-NAME.
           OPEN INPUT INCOME.
           IF WS-INC-STATUS NOT = "00"
               DISPLAY "PAYHIST: NO INCOME FILE -- STATEMENT PRINTS "
                   "WITHOUT BOOKED PRINCIPAL"
           ELSE
               MOVE SPACE TO WS-EOF
               READ INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM SCAN-INCOME-RECORD UNTIL WS-EOF = 'Y'
               CLOSE INCOME
           END-IF.

       SCAN-INCOME-RECORD.
           IF MID = WS-HIST-MID
               MOVE 'Y' TO WS-LOAN-FOUND
               MOVE NAME TO WS-LOAN-NAME
               MOVE P TO WS-OPEN-PRIN
           END-IF.
           READ INCOME
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *> The balances the last entry before the period left are
      *> the statement's opening balances.
       FIND-OPENING-BALANCES.
           OPEN INPUT LOANJRN.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "PAYHIST: NO LOAN JOURNAL -- STATEMENT SHOWS "
                   "NO ACTIVITY"
           ELSE
               MOVE SPACE TO WS-EOF
               READ LOANJRN
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM SCAN-OPENING-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE LOANJRN
           END-IF.
           MOVE WS-OPEN-PRIN TO WS-CLOSE-PRIN.
           MOVE WS-OPEN-ESC TO WS-CLOSE-ESC.

       SCAN-OPENING-ENTRY.
           IF JR-MID = WS-HIST-MID AND JRN-DATE < WS-FROM-DATE
               MOVE JRN-PRIN-BAL TO WS-OPEN-PRIN
               MOVE JRN-ESC-BAL TO WS-OPEN-ESC
           END-IF.
           READ LOANJRN
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

       READ-BORROWER.
           MOVE 'N' TO WS-BORR-FOUND.
           OPEN INPUT BORRMAST.
           IF WS-BORR-STATUS = "00"
               MOVE WS-HIST-MID TO BR-MID
               READ BORRMAST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-BORR-FOUND
               END-READ
               CLOSE BORRMAST
           ELSE
               DISPLAY "PAYHIST: BORROWER MASTER NOT AVAILABLE -- "
                   "STATEMENT PRINTS WITHOUT MAILING ADDRESS"
           END-IF.

       WRITE-STATEMENT-HEADING.
           MOVE ALL "-" TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "PAYMENT HISTORY STATEMENT        RUN DATE "
               WS-RUN-DATE "   LOAN " WS-HIST-MID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           IF WS-BORR-FOUND = 'Y'
               PERFORM WRITE-MAILING-ADDRESS
           ELSE
               PERFORM WRITE-MISSING-ADDRESS
           END-IF.
           MOVE SPACE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  ACTIVITY FROM " WS-FROM-DATE " THROUGH "
               WS-THRU-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-OPEN-PRIN TO WS-PRIN-DISP.
           MOVE WS-OPEN-ESC TO WS-ESC-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  OPENING PRINCIPAL " WS-PRIN-DISP
               "    OPENING ESCROW " WS-ESC-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  DATE      ACTIVITY                    AMOUNT"
               "  PRINCIPAL BAL     ESCROW BAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.

       LIST-PERIOD-ACTIVITY.
           OPEN INPUT LOANJRN.
           IF WS-JRN-STATUS = "00"
               MOVE SPACE TO WS-EOF
               READ LOANJRN
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM LIST-JOURNAL-ENTRY UNTIL WS-EOF = 'Y'
               CLOSE LOANJRN
           END-IF.
           IF WS-ENTRY-COUNT = 0
               MOVE "  NO ACTIVITY IN THIS PERIOD" TO WS-RPT-LINE
               MOVE WS-RPT-LINE TO HISTSTMT-REC
               WRITE HISTSTMT-REC
           END-IF.

       LIST-JOURNAL-ENTRY.
           IF JR-MID = WS-HIST-MID
             AND JRN-DATE NOT < WS-FROM-DATE
             AND JRN-DATE NOT > WS-THRU-DATE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE JRN-PRIN-BAL TO WS-CLOSE-PRIN
               MOVE JRN-ESC-BAL TO WS-CLOSE-ESC
               PERFORM NAME-ACTIVITY
               PERFORM WRITE-ACTIVITY-LINE
           END-IF.
           READ LOANJRN
             AT END MOVE 'Y' TO WS-EOF
           END-READ.

      *> Statement wording for each journal entry type, and which
      *> statement total it falls in.
       NAME-ACTIVITY.
           EVALUATE JRN-TYPE
               WHEN "PM"
                   MOVE "PAYMENT RECEIVED" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-RECEIVED
               WHEN "SA"
                   MOVE "SUSPENSE APPLIED" TO WS-ACTIVITY
               WHEN "CU"
                   MOVE "PRINCIPAL CURTAILMENT" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-RECEIVED
               WHEN "RR"
                   MOVE "PAYMENT RETURNED" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-RETURNED
               WHEN "RC"
                   MOVE "CURTAILMENT RETURNED" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-RETURNED
               WHEN "LC"
                   MOVE "LATE CHARGE" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-CHARGED
               WHEN "NF"
                   MOVE "RETURNED ITEM FEE" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-CHARGED
               WHEN "ED"
                   MOVE "ESCROW DISBURSEMENT" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-DISBURSED
               WHEN "AD"
                   MOVE "AUTOPAY DRAFT" TO WS-ACTIVITY
               WHEN "PO"
                   MOVE "PAYOFF RECEIVED" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-RECEIVED
               WHEN "FP"
                   MOVE "LATE CHARGES PAID" TO WS-ACTIVITY
               WHEN "FW"
                   MOVE "LATE CHARGES WAIVED" TO WS-ACTIVITY
               WHEN "ER"
                   MOVE "ESCROW REFUND" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-REFUNDED
               WHEN "OR"
                   MOVE "OVERAGE REFUND" TO WS-ACTIVITY
                   ADD JRN-AMT TO WS-TOT-REFUNDED
               WHEN OTHER
                   MOVE JRN-DESC TO WS-ACTIVITY
           END-EVALUATE.

      *> One line per entry; receipts and returns get the split
      *> underneath, a disbursement its payee.
       WRITE-ACTIVITY-LINE.
           MOVE JRN-DATE TO WS-DATE-DISP.
           MOVE JRN-AMT TO WS-AMT-DISP.
           MOVE JRN-PRIN-BAL TO WS-PRIN-DISP.
           MOVE JRN-ESC-BAL TO WS-ESC-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " WS-DATE-DISP "  " WS-ACTIVITY " "
               WS-AMT-DISP "  " WS-PRIN-DISP "  " WS-ESC-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           IF JRN-TYPE = "PM" OR JRN-TYPE = "RR"
             OR JRN-TYPE = "AD"
               MOVE JRN-PI-AMT TO WS-PI-DISP
               MOVE JRN-ESC-AMT TO WS-ESC-DISP
               MOVE JRN-TAX-AMT TO WS-TAX-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "            P AND I " WS-PI-DISP
                   "  ESCROW " WS-ESC-DISP "  TAX " WS-TAX-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO HISTSTMT-REC
               WRITE HISTSTMT-REC
           END-IF.
           IF JRN-SUS-IN > 0 OR JRN-SUS-OUT > 0
               MOVE JRN-SUS-IN TO WS-SUS-IN-DISP
               MOVE JRN-SUS-OUT TO WS-SUS-OUT-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING "            TO SUSPENSE " WS-SUS-IN-DISP
                   "  FROM SUSPENSE " WS-SUS-OUT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO HISTSTMT-REC
               WRITE HISTSTMT-REC
           END-IF.
           IF JRN-TYPE = "ED"
               MOVE SPACE TO WS-RPT-LINE
               STRING "            PAID TO " JRN-DESC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO HISTSTMT-REC
               WRITE HISTSTMT-REC
           END-IF.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-TOT-RECEIVED TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  TOTAL RECEIVED           " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-TOT-RETURNED TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  TOTAL RETURNED           " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-TOT-CHARGED TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  FEES CHARGED             " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-TOT-DISBURSED TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  ESCROW DISBURSED         " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-TOT-REFUNDED TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  REFUNDED TO BORROWER     " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-CLOSE-PRIN TO WS-PRIN-DISP.
           MOVE WS-CLOSE-ESC TO WS-ESC-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  CLOSING PRINCIPAL " WS-PRIN-DISP
               "    CLOSING ESCROW " WS-ESC-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE ALL "-" TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP.
           DISPLAY "PAYHIST: LOAN " WS-HIST-MID " "
               WS-COUNT-DISP " ENTRIES " WS-FROM-DATE " THROUGH "
               WS-THRU-DATE.

       WRITE-MAILING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-CITY " " BR-ADDR-STATE " " BR-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.

       WRITE-MISSING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " WS-LOAN-NAME "  ** NO ADDRESS ON FILE -- "
               "HOLD FOR MAIL ROOM **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTSTMT-REC.
           WRITE HISTSTMT-REC.

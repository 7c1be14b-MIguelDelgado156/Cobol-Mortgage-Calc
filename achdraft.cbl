      *> REVERSED, INACTIVE, OVER LIMIT or NOT ON MASTER. Only
      *> the monthly PITI is ever drafted -- late-charge balances
      *> stay payable by check, and BILLSTMT words the enrolled
      *> statement the same way. Each draft cut is appended to the
      *> permanent loan transaction journal LOANJRN (layout in
      *> JRNREC) with its P&I / escrow / tax split and the loan's
      *> principal balance (booked balance rolled through the
      *> payments posted on PAYSTAT, as PAYQUOTE rolls it) and
      *> escrow balance (ESCBAL) as they stand before it posts --
      *> the draft is money asked for, not money received; PAYPOST
      *> journals the receipt when it posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DRAFTRPT ASSIGN TO DRAFTRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ESCBAL ASSIGN TO ESCBAL
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==ACH-ROUTING== BY ==AC-ACH-ROUTING==
                         ==ACH-ACCOUNT== BY ==AC-ACH-ACCOUNT==
                         ==ACH-DRAFT-DAY== BY ==AC-ACH-DRAFT-DAY==
                         ==ACH-ACTIVE== BY ==AC-ACH-ACTIVE==
                         ==ACH-RETURN-COUNT== BY
                             ==AC-ACH-RETURN-COUNT==.

      *> Returned items come back in the receipt layout -- the
      *> bank reports what it failed to collect.
       FD DRAFTRPT.
       01 DRAFTRPT-REC PIC X(80).

       FD PAYSTAT.
       01 PAYSTAT-REC.
           COPY PAYSTAT
               REPLACING ==MID== BY ==PS-MID==
                         ==PAID-THRU== BY ==PS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==PS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==PS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==PS-PAID-COUNT==
                         ==NSF-COUNT== BY ==PS-NSF-COUNT==.

       FD ESCBAL.
       01 ESCBAL-REC.
           COPY ESCREC
               REPLACING ==MID== BY ==EB-MID==
                         ==ESC-BAL== BY ==EB-ESC-BAL==
                         ==ESC-LAST-DATE== BY ==EB-ESC-LAST-DATE==.

       FD LOANJRN.
       01 LOANJRN-REC.
           COPY JRNREC
               REPLACING ==MID== BY ==JR-MID==.

       WORKING-STORAGE SECTION.
       01 WS-INCOME.
           COPY INCREC
                         ==ORIG-DATE== BY ==WS-ORIG-DATE==.
       01 WS-EOF PIC A(1).
       01 WS-RET-STATUS PIC X(2).
       01 WS-JRN-STATUS PIC X(2).
       01 WS-RPT-LINE PIC X(80).

      *> Loan and returned-item tables hold one entry per record
               10 WS-LOAN-MID PIC 9(7).
               10 WS-LOAN-NAME PIC A(14).
               10 WS-LOAN-PITI PIC S9(7)V99.
               10 WS-LOAN-ESCROW PIC 9(5)V9(2).
               10 WS-LOAN-TAX PIC 9(5)V9(2).
               10 WS-LOAN-PRIN PIC 9(7)V9(2).
       01 WS-LOAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-MID PIC 9(7).
               10 WS-PT-PAID-COUNT PIC 9(3).
       01 WS-PT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EB-TABLE.
           05 WS-EB-ENTRY OCCURS 5000 TIMES.
               10 WS-EB-MID PIC 9(7).
               10 WS-EB-BAL PIC 9(7)V9(2).
       01 WS-EB-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RET-TABLE.
           05 WS-RET-MID PIC 9(7) OCCURS 5000 TIMES.
       01 WS-RET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-INTEREST-PORTION PIC S9(7)V99.
       01 WS-PERIOD PIC 9(3).
       01 WS-PAID-N PIC 9(3).
       01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-DATE PIC X(21).
       01 WS-DRAFT-DATE PIC 9(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM LOAD-PAID-COUNTS.
           PERFORM LOAD-ESCROW-BALANCES.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-RETURNED-ITEMS.
           OPEN EXTEND LOANJRN.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT LOANJRN
           END-IF.
           OPEN INPUT ACHMAST.
           OPEN OUTPUT ACHOUT.
           OPEN OUTPUT PAYOUT.
           CLOSE ACHOUT.
           CLOSE PAYOUT.
           CLOSE DRAFTRPT.
           CLOSE LOANJRN.
           DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRN-COUNT.
           STOP RUN.

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
                       DISPLAY "ACHDRAFT: STATUS TABLE FULL, MID "
                           PS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYSTAT.

       LOAD-ESCROW-BALANCES.
           OPEN INPUT ESCBAL.
           MOVE SPACE TO WS-EOF.
           READ ESCBAL
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF EB-MID > 0
                   IF WS-EB-COUNT < 5000
                       ADD 1 TO WS-EB-COUNT
                       MOVE EB-MID TO WS-EB-MID(WS-EB-COUNT)
                       MOVE EB-ESC-BAL TO WS-EB-BAL(WS-EB-COUNT)
                   ELSE
                       DISPLAY "ACHDRAFT: ESCROW TABLE FULL, MID "
                           EB-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ ESCBAL
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ESCBAL.

       LOAD-LOAN-TABLE.
           OPEN INPUT INCOME.
           MOVE SPACE TO WS-EOF.
                       MOVE WS-NAME TO WS-LOAN-NAME(WS-LOAN-COUNT)
                       PERFORM COMPUTE-EXPECTED-PITI
                       MOVE WS-PAYMENT TO WS-LOAN-PITI(WS-LOAN-COUNT)
                       MOVE WS-ESCROW
                           TO WS-LOAN-ESCROW(WS-LOAN-COUNT)
                       MOVE WS-TAX-AMT TO WS-LOAN-TAX(WS-LOAN-COUNT)
                       PERFORM ROLL-PRINCIPAL-BALANCE
                       MOVE WS-BALANCE TO WS-LOAN-PRIN(WS-LOAN-COUNT)
                   ELSE
                       DISPLAY "ACHDRAFT: LOAN TABLE FULL, MID "
                           WS-MID " DROPPED"
           END-IF.
           COMPUTE WS-PAYMENT = WS-PAYMENT + WS-ESCROW + WS-TAX-AMT.

      *> The P&I payment COMPUTE-EXPECTED-PITI just worked out,
      *> rolled through the payments posted and floored at zero --
      *> PAYQUOTE's principal balance.
       ROLL-PRINCIPAL-BALANCE.
           MOVE ZERO TO WS-PAID-N.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PT-COUNT
               IF WS-PT-MID(WS-IDX) = WS-MID
                   MOVE WS-PT-PAID-COUNT(WS-IDX) TO WS-PAID-N
               END-IF
           END-PERFORM.
           MOVE WS-P TO WS-BALANCE.
           PERFORM VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-PAID-N
                  OR WS-PERIOD > WS-MONTH
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                   WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-BALANCE = WS-BALANCE
                   - (WS-PAYMENT - WS-ESCROW - WS-TAX-AMT
                      - WS-INTEREST-PORTION)
           END-PERFORM.
           IF WS-BALANCE < 0
               MOVE ZERO TO WS-BALANCE
           END-IF.

      *> No returns file allocated just means nothing bounced.
       LOAD-RETURNED-ITEMS.
           OPEN INPUT RETFILE.
           WRITE PAYOUT-REC.
           ADD 1 TO WS-DRAFT-COUNT.
           ADD WS-LOAN-PITI(WS-LOAN-FOUND) TO WS-DRAFT-TOTAL.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE "DRAFTED" TO WS-RPT-LINE.
           PERFORM WRITE-ENROLL-LINE.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACE TO LOANJRN-REC.
           MOVE AC-MID TO JR-MID.
           MOVE WS-DRAFT-DATE TO JRN-DATE.
           MOVE "AD" TO JRN-TYPE.
           MOVE WS-LOAN-PITI(WS-LOAN-FOUND) TO JRN-AMT.
           COMPUTE JRN-PI-AMT = WS-LOAN-PITI(WS-LOAN-FOUND)
               - WS-LOAN-ESCROW(WS-LOAN-FOUND)
               - WS-LOAN-TAX(WS-LOAN-FOUND).
           MOVE WS-LOAN-ESCROW(WS-LOAN-FOUND) TO JRN-ESC-AMT.
           MOVE WS-LOAN-TAX(WS-LOAN-FOUND) TO JRN-TAX-AMT.
           MOVE ZERO TO JRN-SUS-IN.
           MOVE ZERO TO JRN-SUS-OUT.
           MOVE WS-LOAN-PRIN(WS-LOAN-FOUND) TO JRN-PRIN-BAL.
           MOVE ZERO TO JRN-ESC-BAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EB-COUNT
               IF WS-EB-MID(WS-IDX) = AC-MID
                   MOVE WS-EB-BAL(WS-IDX) TO JRN-ESC-BAL
               END-IF
           END-PERFORM.
           MOVE "AUTOPAY DRAFT" TO JRN-DESC.
           MOVE "ACHDRAFT" TO JRN-SOURCE.
           MOVE WS-CURRENT-DATE(1:8) TO JRN-POST-DATE.
           WRITE LOANJRN-REC.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-ENROLL-LINE.
           MOVE SPACE TO DRAFTRPT-REC.
           IF WS-LOAN-FOUND > 0

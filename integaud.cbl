       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.

      *> Nightly cross-file integrity audit. Every permanent file
      *> keyed by MID is maintained by a different program, and
      *> nothing else checks that they still agree with the loan
      *> master -- a LOANMNT delete leaves the loan's companion
      *> records behind, a new loan can go months with no borrower
      *> address, an ACH enrollment can outlive its loan. This run
      *> reads the loan-master unload LOANMNT cut (INCOME) as the
      *> list of active loans and matches every companion file
      *> against it: the borrower master BORRMAST, PAYPOST's
      *> paid-through status PAYSTAT and escrow subledger ESCBAL,
      *> LATEFEE's fee file FEEMAST, the ACH enrollments ACHMAST,
      *> the investor cross-reference INVMAST (codes checked
      *> against INVREMIT's INVTAB) and REPAIR's reject-aging
      *> state REJAGE. It nets four kinds of exception:
      *>   ORPHAN     a record for a MID not on the loan master
      *>   MISSING    an active loan without a record it must have
      *>              -- a borrower address and an investor for
      *>              every loan, and an escrow account for an
      *>              escrowed loan once a payment has posted
      *>   BAD VALUE  a field out of range: PAID-THRU ahead of the
      *>              run month, before origination or past the
      *>              term, a negative or unreadable escrow
      *>              balance, dates ahead of the run, NSF fees
      *>              charged beyond the returns on PAYSTAT, an
      *>              incomplete address, banking details missing,
      *>              an INV-CODE not on INVTAB
      *>   DUPLICATE  a second record for the same MID in one file
      *> Each exception lists on INTEGRPT and the report ends with
      *> the counts per file. Nothing is corrected here -- the
      *> listing is servicing's work list. Ends with RETURN-CODE 4
      *> when anything was found, so OPSRPT flags the night, and 8
      *> when a file could not be audited at all (not there, or
      *> too many loans for the table). The generation header
      *> that opens PAYSTAT, ESCBAL and FEEMAST (MID zero, layout
      *> in GENHDR) is passed over; whether it is the latest
      *> generation is for the programs that carry the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT BORRMAST ASSIGN TO BORRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BR-MID
           FILE STATUS IS WS-FILE-STATUS.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ESCBAL ASSIGN TO ESCBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT FEEMAST ASSIGN TO FEEMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ACHMAST ASSIGN TO ACHMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INVMAST ASSIGN TO INVMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INVTAB ASSIGN TO INVTAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT REJAGE ASSIGN TO REJAGE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INTEGRPT ASSIGN TO INTEGRPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INCOME.
       01 INCOME-FILE.
           COPY INCREC.

       FD BORRMAST.
       01 BORRMAST-REC.
           COPY BORREC
               REPLACING ==MID== BY ==BR-MID==
                         ==ADDR-NAME== BY ==BR-ADDR-NAME==
                         ==ADDR-LINE1== BY ==BR-ADDR-LINE1==
                         ==ADDR-CITY== BY ==BR-ADDR-CITY==
                         ==ADDR-STATE== BY ==BR-ADDR-STATE==
                         ==ADDR-ZIP== BY ==BR-ADDR-ZIP==.

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
               REPLACING ==MID== BY ==ES-MID==
                         ==ESC-BAL== BY ==ES-ESC-BAL==
                         ==ESC-LAST-DATE== BY ==ES-LAST-DATE==.

       FD FEEMAST.
       01 FEEMAST-REC.
           COPY FEEREC
               REPLACING ==MID== BY ==FE-MID==.

       FD ACHMAST.
       01 ACHMAST-REC.
           COPY ACHREC
               REPLACING ==MID== BY ==AC-MID==.

       FD INVMAST.
       01 INVMAST-REC.
           COPY INVREC
               REPLACING ==MID== BY ==IV-MID==.

       FD INVTAB.
       01 INVTAB-REC.
         05 IT-INV-CODE PIC X(2).
         05 FILLER PIC X(1).
         05 IT-INV-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 IT-REMIT-PCT PIC 9(3)V9(2).

       FD REJAGE.
       01 REJAGE-REC.
         05 RA-MID PIC 9(7).
         05 FILLER PIC X(1).
         05 RA-FIRST-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RA-NIGHTS PIC 9(3).

       FD INTEGRPT.
       01 INTEGRPT-REC PIC X(100).

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
       01 WS-FILE-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-YYYYMM PIC 9(6).
       01 WS-RPT-LINE PIC X(100).

      *> One entry per loan on the unload. The flags note which
      *> companion files carried a record for it, so a second
      *> record is a duplicate and no record at all is missing.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-MID PIC 9(7).
               10 WS-LN-TERM PIC 9(2).
               10 WS-LN-ESCROW PIC 9(5)V99.
               10 WS-LN-ORIG PIC 9(6).
               10 WS-LN-PAID-COUNT PIC 9(3).
               10 WS-LN-NSF-COUNT PIC 9(3).
               10 WS-LN-SEEN PIC X(1) OCCURS 8 TIMES.
       01 WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LN-IDX PIC 9(5).
       01 WS-LN-FOUND PIC 9(5).

      *> Investor codes off INVTAB -- INVREMIT holds ten.
       01 WS-INV-TABLE.
           05 WS-INV-CODE PIC X(2) OCCURS 10 TIMES.
       01 WS-INV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-INV-IDX PIC 9(2).
       01 WS-INV-FOUND PIC 9(2).

      *> The files audited, in report order, with their counts.
      *> Entry 1 is the loan master unload itself.
       01 WS-FILE-NAME-TABLE.
           05 FILLER PIC X(8) VALUE "LOANMAST".
           05 FILLER PIC X(8) VALUE "BORRMAST".
           05 FILLER PIC X(8) VALUE "PAYSTAT ".
           05 FILLER PIC X(8) VALUE "ESCBAL  ".
           05 FILLER PIC X(8) VALUE "FEEMAST ".
           05 FILLER PIC X(8) VALUE "ACHMAST ".
           05 FILLER PIC X(8) VALUE "INVMAST ".
           05 FILLER PIC X(8) VALUE "REJAGE  ".
       01 WS-FILE-NAMES REDEFINES WS-FILE-NAME-TABLE.
           05 WS-FILE-NAME PIC X(8) OCCURS 8 TIMES.
       01 WS-FILE-COUNT-TABLE.
           05 WS-FILE-ENTRY OCCURS 8 TIMES.
               10 WS-FILE-AUDITED PIC X(1).
               10 WS-FILE-READ PIC 9(7).
               10 WS-FILE-ORPHAN PIC 9(7).
               10 WS-FILE-MISSING PIC 9(7).
               10 WS-FILE-BAD PIC 9(7).
               10 WS-FILE-DUPL PIC 9(7).
       01 WS-FILE-IDX PIC 9(1).

      *> The exception in hand: which file, which MID, what kind
      *> (O orphan, M missing, B bad value, D duplicate), and the
      *> text that lists.
       01 WS-EXC-MID PIC X(7).
       01 WS-EXC-KIND PIC X(1).
       01 WS-EXC-TEXT PIC X(50).
       01 WS-EXC-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COMPANION-READ PIC 9(7) VALUE ZERO.

      *> An escrow balance is unsigned on the file; a negative one
      *> arrives with a minus sign or an overpunched last digit.
       01 WS-ESC-RAW PIC X(9).
       01 WS-ESC-SIGNED REDEFINES WS-ESC-RAW PIC S9(7)V9(2).
       01 WS-MINUS-COUNT PIC 9(2).
       01 WS-THRU-MONTH PIC 9(2).
       01 WS-NSF-CHARGED PIC 9(3).

       01 WS-COUNT-DISP PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-RUN-YYYYMM.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 8
               MOVE 'N' TO WS-FILE-AUDITED(WS-FILE-IDX)
               MOVE ZERO TO WS-FILE-READ(WS-FILE-IDX)
               MOVE ZERO TO WS-FILE-ORPHAN(WS-FILE-IDX)
               MOVE ZERO TO WS-FILE-MISSING(WS-FILE-IDX)
               MOVE ZERO TO WS-FILE-BAD(WS-FILE-IDX)
               MOVE ZERO TO WS-FILE-DUPL(WS-FILE-IDX)
           END-PERFORM.
           OPEN OUTPUT INTEGRPT.
           MOVE SPACE TO INTEGRPT-REC.
           STRING "CROSS-FILE INTEGRITY AUDIT       RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE SPACE TO INTEGRPT-REC.
           STRING "FILE     MID      KIND       EXCEPTION"
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           PERFORM LOAD-LOAN-TABLE.
           IF WS-FILE-AUDITED(1) = 'Y'
               PERFORM LOAD-INVESTOR-CODES
               PERFORM AUDIT-BORROWER-MASTER
               PERFORM AUDIT-PAID-THRU-STATUS
               PERFORM AUDIT-ESCROW-BALANCES
               PERFORM AUDIT-FEE-BALANCES
               PERFORM AUDIT-ACH-ENROLLMENTS
               PERFORM AUDIT-INVESTOR-MASTER
               PERFORM AUDIT-REJECT-AGING
               PERFORM CHECK-REQUIRED-COMPANIONS
           END-IF.
           PERFORM WRITE-FILE-COUNTS.
           CLOSE INTEGRPT.
           IF WS-EXC-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
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
           MOVE "INTEGAUD" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-LN-COUNT TO RL-KEY-1.
           MOVE WS-COMPANION-READ TO RL-KEY-2.
           MOVE WS-EXC-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

      *> A file that cannot be opened is not audited at all, which
      *> is itself a failure of the night's audit.
       FILE-NOT-AVAILABLE.
           DISPLAY "INTEGAUD: " WS-FILE-NAME(WS-FILE-IDX)
               " NOT AVAILABLE, STATUS " WS-FILE-STATUS
               " -- NOT AUDITED".
           MOVE SPACE TO INTEGRPT-REC.
           STRING WS-FILE-NAME(WS-FILE-IDX) "                 "
               "** FILE NOT AVAILABLE - NOT AUDITED **"
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE 8 TO RETURN-CODE.

      *> List one exception against WS-FILE-IDX and count it.
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SPACE TO INTEGRPT-REC.
           EVALUATE WS-EXC-KIND
             WHEN 'O'
               ADD 1 TO WS-FILE-ORPHAN(WS-FILE-IDX)
               STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-EXC-MID
                   "  ORPHAN     " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO INTEGRPT-REC
             WHEN 'M'
               ADD 1 TO WS-FILE-MISSING(WS-FILE-IDX)
               STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-EXC-MID
                   "  MISSING    " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO INTEGRPT-REC
             WHEN 'D'
               ADD 1 TO WS-FILE-DUPL(WS-FILE-IDX)
               STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-EXC-MID
                   "  DUPLICATE  " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO INTEGRPT-REC
             WHEN OTHER
               ADD 1 TO WS-FILE-BAD(WS-FILE-IDX)
               STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-EXC-MID
                   "  BAD VALUE  " WS-EXC-TEXT
                   DELIMITED BY SIZE INTO INTEGRPT-REC
           END-EVALUATE.
           WRITE INTEGRPT-REC.

      *> Locate the loan whose MID is in WS-MID; WS-LN-FOUND is
      *> zero when it is not on the master.
       FIND-LOAN.
           MOVE ZERO TO WS-LN-FOUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
                  OR WS-LN-FOUND > 0
               IF WS-LN-MID(WS-LN-IDX) = WS-MID
                   MOVE WS-LN-IDX TO WS-LN-FOUND
               END-IF
           END-PERFORM.

      *> Common to every companion record: the MID must be
      *> readable and on the master, and only once per file. On
      *> return WS-LN-FOUND is the loan when the record should go
      *> on to its field checks, zero when it has been disposed
      *> of here.
       MATCH-COMPANION.
           ADD 1 TO WS-FILE-READ(WS-FILE-IDX).
           ADD 1 TO WS-COMPANION-READ.
           MOVE ZERO TO WS-LN-FOUND.
           MOVE WS-MID TO WS-EXC-MID.
           IF WS-MID NOT NUMERIC OR WS-MID = ZERO
               MOVE 'B' TO WS-EXC-KIND
               MOVE "MID NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM FIND-LOAN
               IF WS-LN-FOUND = 0
                   MOVE 'O' TO WS-EXC-KIND
                   MOVE "NOT ON LOAN MASTER" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE IF WS-LN-SEEN(WS-LN-FOUND, WS-FILE-IDX) = 'Y'
                   MOVE 'D' TO WS-EXC-KIND
                   MOVE "SECOND RECORD FOR THIS MID" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
                   MOVE ZERO TO WS-LN-FOUND
               ELSE
                   MOVE 'Y' TO WS-LN-SEEN(WS-LN-FOUND, WS-FILE-IDX)
               END-IF
           END-IF.

       LOAD-LOAN-TABLE.
           MOVE 1 TO WS-FILE-IDX.
           OPEN INPUT INCOME.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(1)
               MOVE SPACE TO WS-EOF
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-FILE-READ(1)
                   PERFORM STORE-LOAN
                   READ INCOME INTO WS-INCOME
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE INCOME
           END-IF.

       STORE-LOAN.
           MOVE WS-MID TO WS-EXC-MID.
           IF WS-MID NOT NUMERIC OR WS-MID = ZERO
               MOVE 'B' TO WS-EXC-KIND
               MOVE "MID NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM FIND-LOAN
               IF WS-LN-FOUND > 0
                   MOVE 'D' TO WS-EXC-KIND
                   MOVE "SECOND RECORD FOR THIS MID" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               ELSE IF WS-LN-COUNT < 5000
                   ADD 1 TO WS-LN-COUNT
                   MOVE WS-MID TO WS-LN-MID(WS-LN-COUNT)
                   MOVE ZERO TO WS-LN-TERM(WS-LN-COUNT)
                   IF WS-MONTH NUMERIC
                       MOVE WS-MONTH TO WS-LN-TERM(WS-LN-COUNT)
                   END-IF
                   MOVE ZERO TO WS-LN-ESCROW(WS-LN-COUNT)
                   IF WS-ESCROW NUMERIC
                       MOVE WS-ESCROW TO WS-LN-ESCROW(WS-LN-COUNT)
                   END-IF
                   MOVE ZERO TO WS-LN-ORIG(WS-LN-COUNT)
                   IF WS-ORIG-DATE NUMERIC
                       MOVE WS-ORIG-DATE(1:6)
                           TO WS-LN-ORIG(WS-LN-COUNT)
                   END-IF
                   MOVE ZERO TO WS-LN-PAID-COUNT(WS-LN-COUNT)
                   MOVE ZERO TO WS-LN-NSF-COUNT(WS-LN-COUNT)
                   PERFORM VARYING WS-FILE-IDX FROM 2 BY 1
                       UNTIL WS-FILE-IDX > 8
                       MOVE 'N' TO WS-LN-SEEN(WS-LN-COUNT, WS-FILE-IDX)
                   END-PERFORM
                   MOVE 1 TO WS-FILE-IDX
               ELSE
                   DISPLAY "INTEGAUD: LOAN TABLE FULL, MID "
                       WS-MID " NOT AUDITED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *> INVREMIT's investor table, codes only. Without it no
      *> INV-CODE can be checked, so INVMAST is not audited.
       LOAD-INVESTOR-CODES.
           OPEN INPUT INVTAB.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "INTEGAUD: INVTAB NOT AVAILABLE, STATUS "
                   WS-FILE-STATUS
           ELSE
               MOVE SPACE TO WS-EOF
               READ INVTAB
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF WS-INV-COUNT < 10
                       ADD 1 TO WS-INV-COUNT
                       MOVE IT-INV-CODE TO WS-INV-CODE(WS-INV-COUNT)
                   ELSE
                       DISPLAY "INTEGAUD: INVESTOR TABLE FULL, "
                           "ENTRY IGNORED: " IT-INV-CODE
                   END-IF
                   READ INVTAB
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE INVTAB
           END-IF.

      *> The borrower master is read front to back, the way
      *> MIDCONV reads it. BILLSTMT and the letters need every
      *> line of the address.
       AUDIT-BORROWER-MASTER.
           MOVE 2 TO WS-FILE-IDX.
           OPEN INPUT BORRMAST.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(2)
               MOVE SPACE TO WS-EOF
               READ BORRMAST
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE BR-MID TO WS-MID
                   PERFORM MATCH-COMPANION
                   IF WS-LN-FOUND > 0
                       IF BR-ADDR-NAME = SPACE
                          OR BR-ADDR-LINE1 = SPACE
                          OR BR-ADDR-CITY = SPACE
                          OR BR-ADDR-STATE = SPACE
                          OR BR-ADDR-ZIP = SPACE
                           MOVE 'B' TO WS-EXC-KIND
                           MOVE "INCOMPLETE MAILING ADDRESS"
                               TO WS-EXC-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
                   READ BORRMAST
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE BORRMAST
           END-IF.

      *> Fields written before NSF-COUNT existed read as spaces
      *> and count as zero, as everywhere else.
       AUDIT-PAID-THRU-STATUS.
           MOVE 3 TO WS-FILE-IDX.
           OPEN INPUT PAYSTAT.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(3)
               MOVE SPACE TO WS-EOF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF PAYSTAT-REC(1:7) NOT = "0000000"
                       MOVE PS-MID TO WS-MID
                       PERFORM MATCH-COMPANION
                       IF WS-LN-FOUND > 0
                           PERFORM CHECK-PAID-THRU
                       END-IF
                   END-IF
                   READ PAYSTAT
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE PAYSTAT
           END-IF.

       CHECK-PAID-THRU.
           IF PS-PAID-COUNT NUMERIC
               MOVE PS-PAID-COUNT TO WS-LN-PAID-COUNT(WS-LN-FOUND)
           END-IF.
           IF PS-NSF-COUNT NUMERIC
               MOVE PS-NSF-COUNT TO WS-LN-NSF-COUNT(WS-LN-FOUND)
           END-IF.
           MOVE 'B' TO WS-EXC-KIND.
           IF PS-PAID-THRU NOT NUMERIC
               MOVE "PAID-THRU NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE IF PS-PAID-THRU > ZERO
               MOVE PS-PAID-THRU(5:2) TO WS-THRU-MONTH
               EVALUATE TRUE
                 WHEN WS-THRU-MONTH < 1 OR WS-THRU-MONTH > 12
                   MOVE "PAID-THRU MONTH NOT 01-12" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
                 WHEN PS-PAID-THRU > WS-RUN-YYYYMM
                   MOVE "PAID-THRU AHEAD OF RUN MONTH"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
                 WHEN PS-PAID-THRU < WS-LN-ORIG(WS-LN-FOUND)
                   MOVE "PAID-THRU BEFORE ORIGINATION MONTH"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-EVALUATE
           END-IF.
           IF PS-PAID-COUNT NUMERIC
               IF PS-PAID-COUNT > WS-LN-TERM(WS-LN-FOUND)
                   MOVE "PAID-COUNT EXCEEDS LOAN TERM" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       AUDIT-ESCROW-BALANCES.
           MOVE 4 TO WS-FILE-IDX.
           OPEN INPUT ESCBAL.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(4)
               MOVE SPACE TO WS-EOF
               READ ESCBAL
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF ESCBAL-REC(1:7) NOT = "0000000"
                       MOVE ES-MID TO WS-MID
                       PERFORM MATCH-COMPANION
                       IF WS-LN-FOUND > 0
                           PERFORM CHECK-ESCROW-BALANCE
                       END-IF
                   END-IF
                   READ ESCBAL
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE ESCBAL
           END-IF.

       CHECK-ESCROW-BALANCE.
           MOVE 'B' TO WS-EXC-KIND.
           MOVE ESCBAL-REC(9:9) TO WS-ESC-RAW.
           MOVE ZERO TO WS-MINUS-COUNT.
           INSPECT WS-ESC-RAW TALLYING WS-MINUS-COUNT FOR ALL "-".
           IF WS-MINUS-COUNT > 0
               MOVE "NEGATIVE ESCROW BALANCE" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE IF WS-ESC-SIGNED NUMERIC AND WS-ESC-SIGNED < 0
               MOVE "NEGATIVE ESCROW BALANCE" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE IF ES-ESC-BAL NOT NUMERIC
               MOVE "ESCROW BALANCE NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF ES-LAST-DATE NUMERIC
               IF ES-LAST-DATE > WS-RUN-DATE
                   MOVE "LAST ACTIVITY DATED AHEAD OF RUN DATE"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *> PAYSTAT has been read by now, so the NSF returns each
      *> loan has had are on the table.
       AUDIT-FEE-BALANCES.
           MOVE 5 TO WS-FILE-IDX.
           OPEN INPUT FEEMAST.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(5)
               MOVE SPACE TO WS-EOF
               READ FEEMAST
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF FEEMAST-REC(1:7) NOT = "0000000"
                       MOVE FE-MID TO WS-MID
                       PERFORM MATCH-COMPANION
                       IF WS-LN-FOUND > 0
                           PERFORM CHECK-FEE-BALANCE
                       END-IF
                   END-IF
                   READ FEEMAST
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE FEEMAST
           END-IF.

       CHECK-FEE-BALANCE.
           MOVE 'B' TO WS-EXC-KIND.
           IF FEE-BAL NOT NUMERIC
               MOVE "FEE BALANCE NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF FEE-LAST-ASSESS NUMERIC
               IF FEE-LAST-ASSESS > WS-RUN-YYYYMM
                   MOVE "LAST ASSESSMENT AHEAD OF RUN MONTH"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           MOVE ZERO TO WS-NSF-CHARGED.
           IF FEE-NSF-CHARGED NUMERIC
               MOVE FEE-NSF-CHARGED TO WS-NSF-CHARGED
           END-IF.
           IF WS-NSF-CHARGED > WS-LN-NSF-COUNT(WS-LN-FOUND)
               MOVE "NSF FEES CHARGED EXCEED RETURNS ON PAYSTAT"
                   TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> An inactive enrollment keeps its banking details, so
      *> they must be there whatever ACH-ACTIVE says.
       AUDIT-ACH-ENROLLMENTS.
           MOVE 6 TO WS-FILE-IDX.
           OPEN INPUT ACHMAST.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(6)
               MOVE SPACE TO WS-EOF
               READ ACHMAST
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE AC-MID TO WS-MID
                   PERFORM MATCH-COMPANION
                   IF WS-LN-FOUND > 0
                       PERFORM CHECK-ACH-ENROLLMENT
                   END-IF
                   READ ACHMAST
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE ACHMAST
           END-IF.

       CHECK-ACH-ENROLLMENT.
           MOVE 'B' TO WS-EXC-KIND.
           IF ACH-ROUTING NOT NUMERIC OR ACH-ROUTING = ZERO
               MOVE "ROUTING NUMBER MISSING" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF ACH-ACCOUNT = SPACE
               MOVE "ACCOUNT NUMBER MISSING" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF ACH-DRAFT-DAY NOT NUMERIC
               MOVE "DRAFT DAY NOT 01-31" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE IF ACH-DRAFT-DAY < 1 OR ACH-DRAFT-DAY > 31
               MOVE "DRAFT DAY NOT 01-31" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       AUDIT-INVESTOR-MASTER.
           MOVE 7 TO WS-FILE-IDX.
           IF WS-INV-COUNT = 0
               DISPLAY "INTEGAUD: NO INVESTOR CODES ON INVTAB -- "
                   "INVMAST NOT AUDITED"
               MOVE SPACE TO INTEGRPT-REC
               STRING "INVMAST                  ** NO INVTAB CODES"
                   " - NOT AUDITED **"
                   DELIMITED BY SIZE INTO INTEGRPT-REC
               WRITE INTEGRPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT INVMAST
               IF WS-FILE-STATUS NOT = "00"
                   PERFORM FILE-NOT-AVAILABLE
               ELSE
                   MOVE 'Y' TO WS-FILE-AUDITED(7)
                   MOVE SPACE TO WS-EOF
                   READ INVMAST
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   PERFORM UNTIL WS-EOF = 'Y'
                       MOVE IV-MID TO WS-MID
                       PERFORM MATCH-COMPANION
                       IF WS-LN-FOUND > 0
                           PERFORM CHECK-INVESTOR-CODE
                       END-IF
                       READ INVMAST
                         AT END MOVE 'Y' TO WS-EOF
                       END-READ
                   END-PERFORM
                   CLOSE INVMAST
               END-IF
           END-IF.

       CHECK-INVESTOR-CODE.
           MOVE ZERO TO WS-INV-FOUND.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-CODE(WS-INV-IDX) = INV-CODE
                   MOVE WS-INV-IDX TO WS-INV-FOUND
               END-IF
           END-PERFORM.
           IF WS-INV-FOUND = 0
               MOVE 'B' TO WS-EXC-KIND
               MOVE SPACE TO WS-EXC-TEXT
               STRING "INV-CODE " INV-CODE " NOT ON INVTAB"
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

      *> A loan deleted while its reject was still aging leaves
      *> REPAIR re-screening a loan that no longer exists.
       AUDIT-REJECT-AGING.
           MOVE 8 TO WS-FILE-IDX.
           OPEN INPUT REJAGE.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-FILE-AUDITED(8)
               MOVE SPACE TO WS-EOF
               READ REJAGE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE RA-MID TO WS-MID
                   PERFORM MATCH-COMPANION
                   IF WS-LN-FOUND > 0
                       IF RA-FIRST-DATE NOT NUMERIC
                          OR RA-FIRST-DATE > WS-RUN-DATE
                           MOVE 'B' TO WS-EXC-KIND
                           MOVE "FIRST REJECT DATE NOT VALID"
                               TO WS-EXC-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
                   READ REJAGE
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE REJAGE
           END-IF.

      *> Companions every active loan must have, checked only
      *> against files that were actually audited.
       CHECK-REQUIRED-COMPANIONS.
           MOVE 'M' TO WS-EXC-KIND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-MID(WS-LN-IDX) TO WS-EXC-MID
               IF WS-FILE-AUDITED(2) = 'Y'
                  AND WS-LN-SEEN(WS-LN-IDX, 2) NOT = 'Y'
                   MOVE 2 TO WS-FILE-IDX
                   MOVE "NO BORROWER ADDRESS RECORD" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-FILE-AUDITED(4) = 'Y'
                  AND WS-LN-SEEN(WS-LN-IDX, 4) NOT = 'Y'
                  AND WS-LN-ESCROW(WS-LN-IDX) > 0
                  AND WS-LN-PAID-COUNT(WS-LN-IDX) > 0
                   MOVE 4 TO WS-FILE-IDX
                   MOVE "ESCROWED LOAN HAS NO ESCROW ACCOUNT"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-FILE-AUDITED(7) = 'Y'
                  AND WS-LN-SEEN(WS-LN-IDX, 7) NOT = 'Y'
                   MOVE 7 TO WS-FILE-IDX
                   MOVE "NO INVESTOR ASSIGNED" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.

       WRITE-FILE-COUNTS.
           MOVE ALL "-" TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           MOVE SPACE TO INTEGRPT-REC.
           STRING "FILE      RECORDS  ORPHANS  MISSING  BAD VAL  "
               "DUPLICATE"
               DELIMITED BY SIZE INTO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 8
               MOVE SPACE TO WS-RPT-LINE
               IF WS-FILE-AUDITED(WS-FILE-IDX) = 'Y'
                   MOVE WS-FILE-READ(WS-FILE-IDX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-RPT-LINE(9:7)
                   MOVE WS-FILE-ORPHAN(WS-FILE-IDX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-RPT-LINE(18:7)
                   MOVE WS-FILE-MISSING(WS-FILE-IDX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-RPT-LINE(27:7)
                   MOVE WS-FILE-BAD(WS-FILE-IDX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-RPT-LINE(36:7)
                   MOVE WS-FILE-DUPL(WS-FILE-IDX) TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-RPT-LINE(47:7)
               ELSE
                   MOVE "NOT AUDITED" TO WS-RPT-LINE(11:11)
               END-IF
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-RPT-LINE(1:8)
               MOVE WS-RPT-LINE TO INTEGRPT-REC
               WRITE INTEGRPT-REC
               DISPLAY WS-RPT-LINE
           END-PERFORM.
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-EXC-COUNT = 0
               STRING "INTEGAUD: NO EXCEPTIONS -- ALL FILES AGREE "
                   "WITH THE LOAN MASTER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "INTEGAUD: " WS-EXC-COUNT " EXCEPTION(S) "
                   "LISTED -- REFER TO SERVICING"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-RPT-LINE TO INTEGRPT-REC.
           WRITE INTEGRPT-REC.
           DISPLAY WS-RPT-LINE.

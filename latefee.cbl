      *> FEERPT and cuts a detail line on the FEEGL extract in the
      *> same H/D/T pipe-delimited layout CALC's G/L extract uses,
      *> so accounting can journal the fee income without rekeying.
      *> Returned payments are charged here too: PAYPOST counts
      *> each receipt it reverses in NSF-COUNT on the status
      *> record, and every return not yet charged (FEE-NSF-CHARGED
      *> on the fee record) is assessed a flat NSF fee onto the
      *> same fee balance, listed and extracted the same way. The
      *> reversal has already rolled PAID-THRU back, so the loan
      *> re-ages -- and draws its late charges -- on this run.
      *> Each charge is also appended to the permanent loan
      *> transaction journal LOANJRN (layout in JRNREC) with the
      *> loan's principal balance and its escrow balance from
      *> ESCBAL, the escrow file PAYPOST last wrote.
      *> OLDFEE must be the latest fee generation on the
      *> generation log GENLOG and foot to its GENHDR header (fee
      *> records and total FEE-BAL); a stale or unfooted OLDFEE
      *> refuses the run before anything is written -- return code
      *> 8 and the reason on the run log for OPSRPT. NEWFEE is
      *> written under a new header and logged to GENLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWFEE ASSIGN TO NEWFEE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ESCBAL ASSIGN TO ESCBAL
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOANJRN ASSIGN TO LOANJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
       SELECT FEERPT ASSIGN TO FEERPT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FEEGL ASSIGN TO FEEGL
       SELECT RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
       SELECT GENLOG ASSIGN TO GENLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==PAID-THRU== BY ==PS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==PS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==PS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==PS-PAID-COUNT==
                         ==NSF-COUNT== BY ==PS-NSF-COUNT==.

       FD OLDFEE.
       01 OLDFEE-REC.
                         ==FEE-BAL== BY ==OF-FEE-BAL==
                         ==FEE-MONTHS-CHARGED== BY
                             ==OF-FEE-MONTHS-CHARGED==
                         ==FEE-LAST-ASSESS== BY ==OF-FEE-LAST-ASSESS==
                         ==FEE-NSF-CHARGED== BY
                             ==OF-FEE-NSF-CHARGED==.

       FD NEWFEE.
       01 NEWFEE-REC.
                         ==FEE-BAL== BY ==NF-FEE-BAL==
                         ==FEE-MONTHS-CHARGED== BY
                             ==NF-FEE-MONTHS-CHARGED==
                         ==FEE-LAST-ASSESS== BY ==NF-FEE-LAST-ASSESS==
                         ==FEE-NSF-CHARGED== BY
                             ==NF-FEE-NSF-CHARGED==.

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

       FD FEERPT.
       01 FEERPT-REC PIC X(80).
       01 RUNLOG-REC.
           COPY RUNLOG.

      *> Generation log, one GENHDR image per generation written.
       FD GENLOG.
       01 GENLOG-REC PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-INCOME.
           COPY INCREC
       01 WS-EOF PIC A(1).
       01 WS-RPT-LINE PIC X(80).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-JRN-STATUS PIC X(2).

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
       01 WS-FEE-SEQ PIC 9(7).

      *> Set by any check that refuses the run; the note goes to
      *> the run log for OPSRPT.
       01 WS-REFUSED PIC A(1) VALUE 'N'.
       01 WS-REFUSE-NOTE PIC X(30) VALUE SPACE.

      *> Late charge per newly-delinquent month, as a percent of
      *> the expected PITI.
       01 WS-LATE-PCT PIC 9(2) VALUE 5.

      *> Flat fee per returned payment.
       01 WS-NSF-FEE PIC 9(3)V9(2) VALUE 25.00.

      *> Status and fee state hold one entry per record loaded,
      *> located by scanning the loaded count the way RATEADJ
      *> scans its rate table -- no slot per possible MID now that
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-MID PIC 9(7).
               10 WS-PT-PAID-THRU PIC 9(6).
               10 WS-PT-NSF-COUNT PIC 9(3).
               10 WS-PT-PAID-COUNT PIC 9(3).
       01 WS-PT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EB-TABLE.
           05 WS-EB-ENTRY OCCURS 5000 TIMES.
               10 WS-EB-MID PIC 9(7).
               10 WS-EB-BAL PIC 9(7)V9(2).
       01 WS-EB-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 5000 TIMES.
               10 WS-FEE-MID PIC 9(7).
               10 WS-FEE-BAL PIC 9(5)V9(2).
               10 WS-FEE-MONTHS PIC 9(3).
               10 WS-FEE-LAST PIC 9(6).
               10 WS-FEE-NSF PIC 9(3).
       01 WS-FEE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IDX PIC 9(5).
       01 WS-INS-IDX PIC 9(5).
       01 WS-MONTHS-LATE PIC S9(4).
       01 WS-NEW-MONTHS PIC S9(4).
       01 WS-CHARGE PIC S9(5)V9(2).
       01 WS-NEW-NSF PIC S9(4).
       01 WS-FEE-KIND PIC X(12).

      *> Journal figures: the P&I payment and the principal
      *> balance rolled through the payments posted.
       01 WS-JRN-PI PIC S9(7)V99.
       01 WS-JRN-PRIN PIC S9(7)V99.
       01 WS-JRN-INT PIC S9(7)V99.
       01 WS-JRN-PERIOD PIC 9(3).
       01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.

       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ASSESS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CURED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NSF-ASSESS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FEE-OUT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHARGE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTALS-LINE PIC X(80).
      *> trailer hash accumulated only over written details.
       01 WS-GL-LINE PIC X(60).
       01 WS-GL-CHARGE PIC 9(5).99.
       01 WS-GL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GL-HASH PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GL-HASH-DISP PIC 9(11).99.

               GIVING WS-THRU-YEAR REMAINDER WS-THRU-MONTH.
           COMPUTE WS-ASOF-SERIAL =
               WS-THRU-YEAR * 12 + WS-THRU-MONTH.
           PERFORM LOAD-GENERATION-LOG.
           PERFORM LOAD-STATUS-TABLE.
           PERFORM LOAD-FEE-TABLE.
           PERFORM LOAD-ESCROW-BALANCES.
           IF WS-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF.
           OPEN EXTEND LOANJRN.
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT LOANJRN
           END-IF.
           OPEN INPUT INCOME.
           OPEN OUTPUT FEERPT.
           OPEN OUTPUT FEEGL.
           PERFORM WRITE-ASSESS-TOTALS.
           CLOSE INCOME.
           CLOSE FEEGL.
           CLOSE LOANJRN.
           DISPLAY "JOURNAL ENTRIES WRITTEN: " WS-JRN-COUNT.
           PERFORM WRITE-NEW-FEE-FILE.
           PERFORM WRITE-RUN-LOG.
           CLOSE FEERPT.
           MOVE WS-ASSESS-COUNT TO RL-KEY-2.
           MOVE WS-FEE-OUT-COUNT TO RL-KEY-3.
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
               DISPLAY "LATEFEE: NO GENERATION LOG -- FIRST "
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
                   DISPLAY "LATEFEE: GENERATION TABLE FULL, "
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
               DISPLAY "LATEFEE: OLD " WS-CHK-FILE " HAS NO "
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
           DISPLAY "LATEFEE: RUN REFUSED -- OLD " WS-CHK-FILE " "
               WS-CHK-REASON.
           IF WS-CHK-HDR-SEEN = 'Y'
               DISPLAY "LATEFEE:   HEADER: " GH-FILE " GENERATION "
                   GH-RUN-SEQ " OF " GH-RUN-DATE " BY " GH-PROGRAM
                   " RECORDS " GH-REC-COUNT
           END-IF.
           IF WS-GEN-FOUND > 0
               DISPLAY "LATEFEE:   LATEST: GENERATION "
                   WS-GEN-SEQ(WS-GEN-FOUND) " OF "
                   WS-GEN-DATE(WS-GEN-FOUND) " BY "
                   WS-GEN-PROGRAM(WS-GEN-FOUND)
           END-IF.
           DISPLAY "LATEFEE:   READ: RECORDS " WS-CHK-COUNT.
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
           MOVE "LATEFEE" TO GH-PROGRAM.

      *> Extend, first ever run creates it, the way the run log is
      *> kept.
       LOG-GENERATION.
           OPEN EXTEND GENLOG.
           IF WS-GENLOG-STATUS = "35"
               OPEN OUTPUT GENLOG
           END-IF.
           WRITE GENLOG-REC FROM WS-GEN-HDR.
           CLOSE GENLOG.
           DISPLAY "LATEFEE: " GH-FILE " GENERATION " GH-RUN-SEQ
               " WRITTEN, RECORDS " GH-REC-COUNT.

       LOAD-STATUS-TABLE.
           OPEN INPUT PAYSTAT.
           MOVE SPACE TO WS-EOF.
                       MOVE PS-MID TO WS-PT-MID(WS-PT-COUNT)
                       MOVE PS-PAID-THRU
                           TO WS-PT-PAID-THRU(WS-PT-COUNT)
                       MOVE ZERO TO WS-PT-NSF-COUNT(WS-PT-COUNT)
                       MOVE PS-PAID-COUNT
                           TO WS-PT-PAID-COUNT(WS-PT-COUNT)
                       IF PS-NSF-COUNT NUMERIC
                           MOVE PS-NSF-COUNT
                               TO WS-PT-NSF-COUNT(WS-PT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "LATEFEE: STATUS TABLE FULL, MID "
                           PS-MID " DROPPED"
               MOVE ZERO TO WS-FEE-BAL(WS-INS-IDX)
               MOVE ZERO TO WS-FEE-MONTHS(WS-INS-IDX)
               MOVE ZERO TO WS-FEE-LAST(WS-INS-IDX)
               MOVE ZERO TO WS-FEE-NSF(WS-INS-IDX)
               MOVE WS-INS-IDX TO WS-FEE-FOUND
           END-IF.

      *> The header is the MID-zero record; the fee records after
      *> it foot on their count and total FEE-BAL.
       LOAD-FEE-TABLE.
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
                   MOVE OF-MID TO WS-KEY-MID
                   PERFORM FIND-OR-ADD-FEE
                   IF WS-FEE-FOUND > 0
                           TO WS-FEE-MONTHS(WS-FEE-FOUND)
                       MOVE OF-FEE-LAST-ASSESS
                           TO WS-FEE-LAST(WS-FEE-FOUND)
                       IF OF-FEE-NSF-CHARGED NUMERIC
                           MOVE OF-FEE-NSF-CHARGED
                               TO WS-FEE-NSF(WS-FEE-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ OLDFEE
               END-READ
           END-PERFORM.
           CLOSE OLDFEE.
           PERFORM CHECK-OLD-GENERATION.
           MOVE WS-CHK-SEQ TO WS-FEE-SEQ.

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
                       DISPLAY "LATEFEE: ESCROW TABLE FULL, MID "
                           EB-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ ESCBAL
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ESCBAL.

      *> AGERPT's aging arithmetic: paid through last month or
      *> later is current, each whole month older is another month
               ELSE
                   PERFORM ASSESS-NEW-MONTHS
               END-IF
               PERFORM ASSESS-NSF-FEES
           END-IF.

       COMPUTE-MONTHS-LATE.
                   MOVE WS-ASOF-YYYYMM TO WS-FEE-LAST(WS-FEE-FOUND)
                   ADD 1 TO WS-ASSESS-COUNT
                   ADD WS-CHARGE TO WS-CHARGE-TOTAL
                   MOVE SPACE TO WS-FEE-KIND
                   PERFORM WRITE-ASSESS-LINE
                   PERFORM WRITE-GL-DETAIL
                   MOVE SPACE TO LOANJRN-REC
                   MOVE "LC" TO JRN-TYPE
                   MOVE "LATE CHARGE" TO JRN-DESC
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-IF.

      *> One NSF fee for each return PAYPOST has counted since the
      *> last one charged. WS-PT-FOUND is left set by the aging.
       ASSESS-NSF-FEES.
           IF WS-PT-FOUND > 0
               PERFORM FIND-FEE-ENTRY
               IF WS-FEE-FOUND > 0
                   COMPUTE WS-NEW-NSF = WS-PT-NSF-COUNT(WS-PT-FOUND)
                       - WS-FEE-NSF(WS-FEE-FOUND)
               ELSE
                   MOVE WS-PT-NSF-COUNT(WS-PT-FOUND) TO WS-NEW-NSF
               END-IF
               IF WS-NEW-NSF > 0
                   COMPUTE WS-CHARGE = WS-NSF-FEE * WS-NEW-NSF
                   PERFORM FIND-OR-ADD-FEE
                   IF WS-FEE-FOUND > 0
                       ADD WS-CHARGE TO WS-FEE-BAL(WS-FEE-FOUND)
                       MOVE WS-PT-NSF-COUNT(WS-PT-FOUND)
                           TO WS-FEE-NSF(WS-FEE-FOUND)
                       MOVE WS-ASOF-YYYYMM
                           TO WS-FEE-LAST(WS-FEE-FOUND)
                       ADD 1 TO WS-NSF-ASSESS-COUNT
                       ADD WS-CHARGE TO WS-CHARGE-TOTAL
                       MOVE "NSF FEE" TO WS-FEE-KIND
                       PERFORM WRITE-ASSESS-LINE
                       PERFORM WRITE-NSF-GL-DETAIL
                       MOVE SPACE TO LOANJRN-REC
                       MOVE "NF" TO JRN-TYPE
                       MOVE "NSF FEE" TO JRN-DESC
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-IF.

           END-IF.
           COMPUTE WS-PAYMENT = WS-PAYMENT + WS-ESCROW + WS-TAX-AMT.

      *> Journal entry for a charge, dated the run date. The
      *> principal balance is the booked balance rolled through
      *> the payments posted, the way PAYQUOTE rolls it.
       WRITE-JOURNAL-ENTRY.
           MOVE WS-MID TO JR-MID.
           MOVE WS-CURRENT-DATE(1:8) TO JRN-DATE.
           MOVE WS-CHARGE TO JRN-AMT.
           MOVE ZERO TO JRN-PI-AMT.
           MOVE ZERO TO JRN-ESC-AMT.
           MOVE ZERO TO JRN-TAX-AMT.
           MOVE ZERO TO JRN-SUS-IN.
           MOVE ZERO TO JRN-SUS-OUT.
           PERFORM COMPUTE-EXPECTED-PITI.
           COMPUTE WS-JRN-PI = WS-PAYMENT - WS-ESCROW - WS-TAX-AMT.
           MOVE WS-P TO WS-JRN-PRIN.
           IF WS-PT-FOUND > 0
               PERFORM VARYING WS-JRN-PERIOD FROM 1 BY 1
                   UNTIL WS-JRN-PERIOD > WS-PT-PAID-COUNT(WS-PT-FOUND)
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
           MOVE ZERO TO JRN-ESC-BAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EB-COUNT
               IF WS-EB-MID(WS-IDX) = WS-MID
                   MOVE WS-EB-BAL(WS-IDX) TO JRN-ESC-BAL
               END-IF
           END-PERFORM.
           MOVE "LATEFEE" TO JRN-SOURCE.
           MOVE WS-CURRENT-DATE(1:8) TO JRN-POST-DATE.
           WRITE LOANJRN-REC.
           ADD 1 TO WS-JRN-COUNT.

       WRITE-ASSESS-LINE.
           MOVE WS-CHARGE TO WS-CHARGE-DISP.
           MOVE WS-FEE-BAL(WS-FEE-FOUND) TO WS-BAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-MID "  " WS-NAME " " WS-CHARGE-DISP " "
               WS-BAL-DISP "  " WS-FEE-KIND
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO FEERPT-REC.
           WRITE FEERPT-REC.
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO FEEGL-REC.
           WRITE FEEGL-REC.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-CHARGE TO WS-GL-HASH.

       WRITE-NSF-GL-DETAIL.
           MOVE WS-CHARGE TO WS-GL-CHARGE.
           MOVE SPACE TO WS-GL-LINE.
           STRING "D|" WS-MID "|NSF FEE|" WS-GL-CHARGE
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO FEEGL-REC.
           WRITE FEEGL-REC.
           ADD 1 TO WS-GL-COUNT.
           ADD WS-CHARGE TO WS-GL-HASH.

      *> Record count ties to the assessments on the report (late
      *> charges and NSF fees), the hash to the total charges
      *> assessed.
       WRITE-GL-TRAILER.
           MOVE WS-GL-HASH TO WS-GL-HASH-DISP.
           MOVE SPACE TO WS-GL-LINE.
           STRING "T|" WS-GL-COUNT "|" WS-GL-HASH-DISP
               DELIMITED BY SIZE INTO WS-GL-LINE.
           MOVE WS-GL-LINE TO FEEGL-REC.
           WRITE FEEGL-REC.
           STRING "LOANS READ: " WS-READ-COUNT
               "  ASSESSED: " WS-ASSESS-COUNT
               "  CURED: " WS-CURED-COUNT
               "  NSF FEES: " WS-NSF-ASSESS-COUNT
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO FEERPT-REC.

      *> Full rewrite in ascending MID, the way PAYPOST rewrites
      *> its status file. A loan keeps its fee record as long as
      *> a balance or charged-months state remains. The table is
      *> footed first so the new header leads the file.
       WRITE-NEW-FEE-FILE.
           MOVE "FEEREC" TO WS-CHK-FILE.
           MOVE WS-FEE-SEQ TO WS-CHK-SEQ.
           MOVE WS-FEE-COUNT TO WS-CHK-COUNT.
           MOVE ZERO TO WS-CHK-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FEE-COUNT
               ADD WS-FEE-BAL(WS-IDX) TO WS-CHK-TOTAL
           END-PERFORM.
           PERFORM BUILD-GENERATION-HEADER.
           OPEN OUTPUT NEWFEE.
           WRITE NEWFEE-REC FROM WS-GEN-HDR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FEE-COUNT
               MOVE SPACE TO NEWFEE-REC
               MOVE WS-FEE-MONTHS(WS-IDX)
                   TO NF-FEE-MONTHS-CHARGED
               MOVE WS-FEE-LAST(WS-IDX) TO NF-FEE-LAST-ASSESS
               MOVE WS-FEE-NSF(WS-IDX) TO NF-FEE-NSF-CHARGED
               WRITE NEWFEE-REC
               ADD 1 TO WS-FEE-OUT-COUNT
           END-PERFORM.
           DISPLAY "FEE RECORDS WRITTEN: " WS-FEE-OUT-COUNT.
           CLOSE NEWFEE.
           PERFORM LOG-GENERATION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRACK.

      *> Monthly hazard insurance tracking run. The policy file
      *> (layout in INSREC, OLDINS in / NEWINS out, the
      *> old-in/new-out pattern PAYPOST uses) holds each loan's
      *> carrier, policy number, coverage, annual premium and
      *> expiration date. Policies received from borrowers and
      *> carriers since the last run come in on INSUPD (optional,
      *> same layout) and replace whatever the loan had on file,
      *> a force-placed policy included; one for a loan not on the
      *> extract, or without a carrier, coverage or expiration
      *> date, is rejected to the register.
      *>
      *> Renewals: a loan that escrows (ESCROW on INCOME) has its
      *> renewal premium paid from escrow. Once the expiration date
      *> is within two months, the premium goes out on INSDUE in
      *> ESCDISB's DUEREC layout, due the first of the month before
      *> the policy expires -- pass INSDUE to ESCDISB as its
      *> DISBNEW batch. Once the expiration date has passed with
      *> the renewal scheduled, the policy is rolled forward a
      *> year.
      *>
      *> Expirations: coverage the borrower pays for, and escrowed
      *> coverage that expired before a renewal could be scheduled,
      *> is followed up by mail at the borrower master address, the
      *> way COLLECT addresses its default notice. A first
      *> expiration notice goes out when the policy is within a
      *> month of expiring. A second notice goes out on a later run
      *> once it has expired. If no replacement policy arrives on
      *> INSUPD within the cure period of one month after the second
      *> notice, coverage is force-placed: lender-placed coverage
      *> for the outstanding principal, priced at the force-placed
      *> rate per $1,000, with its premium due the run date.
      *> Force-placed coverage renews each year, its premium
      *> scheduled inside the lead time the way an escrow renewal is
      *> and repriced on the principal then outstanding, until the
      *> borrower's own policy replaces it.
      *>
      *> Advances: a force-placed premium on a loan that does not
      *> escrow has no escrow account to be paid from -- ESCDISB
      *> would only carry it forward unpaid -- so it does not go to
      *> INSDUE. It is listed under ESCROW ADVANCE REQUIRED at the
      *> end of INSRPT, with the total, for servicing to pay the
      *> carrier as an advance and recover it from the borrower. On
      *> an escrowed loan the premium goes to INSDUE like any
      *> renewal; if the account cannot cover it, ESCDISB lists it
      *> INSUFFICIENT FUNDS for servicing to advance, as it does
      *> any escrow item.
      *>
      *> Coverage: every policy whose coverage falls short of the
      *> outstanding principal -- the booked balance rolled forward
      *> through the payments posted (PAID-COUNT on PAYSTAT), the
      *> roll TRIALBAL makes -- is listed as UNDERINSURED. A loan
      *> with no policy on file, and a policy whose loan is not on
      *> the extract, are listed too; the policy is carried
      *> forward untouched.
      *>
      *> INSRPT lists every action by loan, then the run totals.
      *> Notices go to INSNTC for the mail room.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOME ASSIGN TO INCOME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PAYSTAT ASSIGN TO PAYSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLDINS ASSIGN TO OLDINS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INSUPD ASSIGN TO INSUPD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UPD-STATUS.
       SELECT NEWINS ASSIGN TO NEWINS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BORRMAST ASSIGN TO BORRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BR-MID
           FILE STATUS IS WS-BORR-STATUS.
       SELECT INSDUE ASSIGN TO INSDUE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INSNTC ASSIGN TO INSNTC
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INSRPT ASSIGN TO INSRPT
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

       FD OLDINS.
       01 OLDINS-REC PIC X(100).

       FD INSUPD.
       01 INSUPD-REC.
           COPY INSREC
               REPLACING ==MID== BY ==UP-MID==
                         ==INS-CARRIER== BY ==UP-CARRIER==
                         ==INS-POLICY== BY ==UP-POLICY==
                         ==INS-COVERAGE== BY ==UP-COVERAGE==
                         ==INS-PREMIUM== BY ==UP-PREMIUM==
                         ==INS-EXP-DATE== BY ==UP-EXP-DATE==
                         ==INS-STATUS== BY ==UP-STATUS==
                         ==INS-NOTICE-DATE== BY ==UP-NOTICE-DATE==
                         ==INS-SCHED-EXP== BY ==UP-SCHED-EXP==
                         ==INS-FP-DATE== BY ==UP-FP-DATE==.

       FD NEWINS.
       01 NEWINS-REC PIC X(100).

       FD BORRMAST.
       01 BORRMAST-REC.
           COPY BORREC
               REPLACING ==MID== BY ==BR-MID==
                         ==ADDR-NAME== BY ==BR-ADDR-NAME==
                         ==ADDR-LINE1== BY ==BR-ADDR-LINE1==
                         ==ADDR-CITY== BY ==BR-ADDR-CITY==
                         ==ADDR-STATE== BY ==BR-ADDR-STATE==
                         ==ADDR-ZIP== BY ==BR-ADDR-ZIP==.

       FD INSDUE.
       01 INSDUE-REC.
           COPY DUEREC
               REPLACING ==MID== BY ==ID-MID==
                         ==DUE-DESC== BY ==ID-DESC==
                         ==DUE-AMT== BY ==ID-AMT==
                         ==DUE-DATE== BY ==ID-DUE-DATE==.

       FD INSNTC.
       01 INSNTC-REC PIC X(80).

       FD INSRPT.
       01 INSRPT-REC PIC X(120).

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
       01 WS-POLICY.
           COPY INSREC
               REPLACING ==MID== BY ==WS-INS-MID==.
       01 WS-EOF PIC A(1).
       01 WS-RPT-LINE PIC X(120).
       01 WS-UPD-STATUS PIC X(2).
       01 WS-BORR-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-BORR-OPEN PIC A(1).
       01 WS-BORR-FOUND PIC A(1).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).

      *> Renewal premiums are scheduled once the expiration date is
      *> this many months away; the first notice goes out at the
      *> second figure, and coverage is force-placed the cure
      *> period after the second notice.
       01 WS-LEAD-MONTHS PIC 9(2) VALUE 2.
       01 WS-NOTICE-MONTHS PIC 9(2) VALUE 1.
       01 WS-CURE-MONTHS PIC 9(2) VALUE 1.

      *> Force-placed coverage: annual premium per $1,000 of the
      *> outstanding principal it covers.
       01 WS-FP-RATE PIC 9(2)V9(2) VALUE 8.00.
       01 WS-FP-CARRIER PIC X(20) VALUE "LENDER-PLACED".

      *> One entry per loan on the extract, with the paid count off
      *> PAYSTAT for the principal roll-forward.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-MID PIC 9(7).
               10 WS-LN-NAME PIC A(14).
               10 WS-LN-P PIC 9(6).
               10 WS-LN-APR PIC S9(1)V9(2).
               10 WS-LN-MONTH PIC 9(2).
               10 WS-LN-ESCROW PIC 9(5)V9(2).
               10 WS-LN-PAID-COUNT PIC 9(3).
       01 WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LN-IDX PIC 9(5).
       01 WS-LN-FOUND PIC 9(5).

      *> Every policy on the file, in file order, plus policies
      *> added from INSUPD on the end; each is worked in WS-POLICY
      *> and put back.
       01 WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 5000 TIMES.
               10 WS-POL-REC PIC X(100).
               10 WS-POL-MATCHED PIC A(1).
       01 WS-POL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POL-IDX PIC 9(5).
       01 WS-POL-FOUND PIC 9(5).

      *> Force-placed premiums to be paid by advance, listed at the
      *> end of the register.
       01 WS-ADV-TABLE.
           05 WS-ADV-ENTRY OCCURS 5000 TIMES.
               10 WS-ADV-MID PIC 9(7).
               10 WS-ADV-NAME PIC A(14).
               10 WS-ADV-AMT PIC 9(5)V9(2).
               10 WS-ADV-DUE PIC 9(8).
       01 WS-ADV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ADV-IDX PIC 9(5).

      *> AMORT's arithmetic, for the principal roll-forward.
       01 WS-MONTHLY-RATE PIC S9(3)V9(8).
       01 WS-RATE-FACTOR PIC S9(5)V9(8).
       01 WS-PAYMENT-NUM PIC S9(11)V9(8).
       01 WS-PAYMENT-DEN PIC S9(5)V9(8).
       01 WS-PAYMENT PIC S9(7)V99.
       01 WS-BALANCE PIC S9(7)V99.
       01 WS-INTEREST-PORTION PIC S9(7)V99.
       01 WS-PRINCIPAL-PORTION PIC S9(7)V99.
       01 WS-PERIOD PIC 9(3).
       01 WS-PAID-COUNT PIC 9(3).
       01 WS-SHORTFALL PIC S9(7)V99.

      *> AGERPT's month arithmetic: a YYYYMM as a month serial.
       01 WS-ASOF-YYYYMM PIC 9(6).
       01 WS-ASOF-SERIAL PIC S9(6).
       01 WS-SER-YYYYMM PIC 9(6).
       01 WS-SER-RESULT PIC S9(6).
       01 WS-SER-YEAR PIC 9(4).
       01 WS-SER-MONTH PIC 9(4).
       01 WS-EXP-SERIAL PIC S9(6).
       01 WS-NOTICE-SERIAL PIC S9(6).
       01 WS-MONTHS-TO-EXP PIC S9(4).
       01 WS-DUE-SERIAL PIC S9(6).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-ROLL-DATE PIC 9(8).

       01 WS-ACTION PIC X(22).
       01 WS-DETAIL PIC X(70).
       01 WS-LINE-MID PIC 9(7).
       01 WS-LINE-NAME PIC A(14).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-NOTICE-KIND PIC 9(1).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-DUE-DESC PIC X(20).
       01 WS-ADVANCED PIC A(1).

       01 WS-OLD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRACKED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOPOL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UPD-READ PIC 9(7) VALUE ZERO.
       01 WS-UPD-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-UPD-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-SCHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RENEWED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FIRST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SECOND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNDER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOADDR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUE-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ADV-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-SHORT-TOTAL PIC 9(11)V99 VALUE ZERO.

       01 WS-AMT-DISP PIC $$,$$$,$$9.99.
       01 WS-BAL-DISP PIC $$,$$$,$$9.99.
       01 WS-SHORT-DISP PIC $$,$$$,$$9.99.
       01 WS-TOTAL-DISP PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO WS-ASOF-YYYYMM.
           MOVE WS-ASOF-YYYYMM TO WS-SER-YYYYMM.
           PERFORM MONTH-SERIAL.
           MOVE WS-SER-RESULT TO WS-ASOF-SERIAL.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-PAID-COUNTS.
           PERFORM LOAD-POLICIES.
           PERFORM OPEN-BORROWER-MASTER.
           OPEN OUTPUT INSRPT.
           OPEN OUTPUT INSNTC.
           OPEN OUTPUT INSDUE.
           MOVE SPACE TO INSRPT-REC.
           STRING "HAZARD INSURANCE TRACKING        RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO INSRPT-REC.
           WRITE INSRPT-REC.
           MOVE SPACE TO INSRPT-REC.
           STRING "MID      NAME            ACTION                 "
               "DETAIL"
               DELIMITED BY SIZE INTO INSRPT-REC.
           WRITE INSRPT-REC.
           PERFORM APPLY-POLICY-UPDATES.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM TRACK-LOAN-COVERAGE
           END-PERFORM.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               IF WS-POL-MATCHED(WS-POL-IDX) = 'N'
                   PERFORM REPORT-ORPHAN-POLICY
               END-IF
           END-PERFORM.
           PERFORM WRITE-ADVANCE-SECTION.
           PERFORM WRITE-TRACKING-TOTALS.
           PERFORM WRITE-POLICY-FILE.
           CLOSE INSRPT.
           CLOSE INSNTC.
           CLOSE INSDUE.
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
           MOVE "INSTRACK" TO RL-PROGRAM.
           MOVE WS-CURRENT-DATE(1:8) TO RL-RUN-DATE.
           MOVE WS-CURRENT-DATE(9:6) TO RL-RUN-TIME.
           MOVE WS-TRACKED-COUNT TO RL-KEY-1.
           MOVE WS-NOTICE-COUNT TO RL-KEY-2.
           MOVE WS-FP-COUNT TO RL-KEY-3.
           MOVE RETURN-CODE TO RL-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

      *> The month serial of the YYYYMM in WS-SER-YYYYMM.
       MONTH-SERIAL.
           DIVIDE WS-SER-YYYYMM BY 100
               GIVING WS-SER-YEAR REMAINDER WS-SER-MONTH.
           COMPUTE WS-SER-RESULT = WS-SER-YEAR * 12 + WS-SER-MONTH.

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
                       MOVE WS-P TO WS-LN-P(WS-LN-COUNT)
                       MOVE WS-APR TO WS-LN-APR(WS-LN-COUNT)
                       MOVE WS-MONTH TO WS-LN-MONTH(WS-LN-COUNT)
                       MOVE WS-ESCROW TO WS-LN-ESCROW(WS-LN-COUNT)
                       MOVE ZERO TO WS-LN-PAID-COUNT(WS-LN-COUNT)
                   ELSE
                       DISPLAY "INSTRACK: LOAN TABLE FULL, MID "
                           WS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ INCOME INTO WS-INCOME
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE INCOME.

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

       LOAD-PAID-COUNTS.
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
                       MOVE PS-PAID-COUNT
                           TO WS-LN-PAID-COUNT(WS-LN-FOUND)
                   END-IF
               END-IF
               READ PAYSTAT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE PAYSTAT.

      *> An empty OLDINS (first run) just means no policies yet --
      *> they arrive on INSUPD.
       LOAD-POLICIES.
           OPEN INPUT OLDINS.
           MOVE SPACE TO WS-EOF.
           READ OLDINS INTO WS-POLICY
             AT END MOVE 'Y' TO WS-EOF
           END-READ
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-INS-MID NUMERIC AND WS-INS-MID > 0
                   ADD 1 TO WS-OLD-COUNT
                   IF WS-POL-COUNT < 5000
                       ADD 1 TO WS-POL-COUNT
                       MOVE WS-POLICY TO WS-POL-REC(WS-POL-COUNT)
                       MOVE 'N' TO WS-POL-MATCHED(WS-POL-COUNT)
                   ELSE
                       DISPLAY "INSTRACK: POLICY TABLE FULL, MID "
                           WS-INS-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               READ OLDINS INTO WS-POLICY
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE OLDINS.

      *> Locate the policy for the loan in WS-MID; WS-POL-FOUND is
      *> zero when the loan has none on file.
       FIND-POLICY.
           MOVE ZERO TO WS-POL-FOUND.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
                  OR WS-POL-FOUND > 0
               IF WS-POL-REC(WS-POL-IDX)(1:7) = WS-MID
                   MOVE WS-POL-IDX TO WS-POL-FOUND
               END-IF
           END-PERFORM.

       OPEN-BORROWER-MASTER.
           MOVE 'N' TO WS-BORR-OPEN.
           OPEN INPUT BORRMAST.
           IF WS-BORR-STATUS = "00"
               MOVE 'Y' TO WS-BORR-OPEN
           ELSE
               DISPLAY "INSTRACK: BORROWER MASTER NOT AVAILABLE -- "
                   "NOTICES PRINT WITHOUT MAILING ADDRESS"
           END-IF.

      *> No INSUPD allocated just means no policies came in.
       APPLY-POLICY-UPDATES.
           OPEN INPUT INSUPD.
           IF WS-UPD-STATUS NOT = "00"
               DISPLAY "INSTRACK: NO POLICY UPDATE FILE -- NO "
                   "POLICIES RECEIVED"
           ELSE
               MOVE SPACE TO WS-EOF
               READ INSUPD
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   ADD 1 TO WS-UPD-READ
                   PERFORM APPLY-POLICY-UPDATE
                   READ INSUPD
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE INSUPD
           END-IF.

       APPLY-POLICY-UPDATE.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE ZERO TO WS-LN-FOUND.
           IF UP-MID NOT NUMERIC
               MOVE "MID NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE UP-MID TO WS-MID
               PERFORM FIND-LOAN
               EVALUATE TRUE
                 WHEN WS-LN-FOUND = 0
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                 WHEN UP-CARRIER = SPACE
                   MOVE "NO CARRIER" TO WS-REJECT-REASON
                 WHEN UP-COVERAGE NOT NUMERIC
                   OR UP-PREMIUM NOT NUMERIC
                   MOVE "COVERAGE OR PREMIUM MISSING"
                       TO WS-REJECT-REASON
                 WHEN UP-COVERAGE = 0
                   MOVE "COVERAGE OR PREMIUM MISSING"
                       TO WS-REJECT-REASON
                 WHEN UP-EXP-DATE NOT NUMERIC
                   MOVE "NO EXPIRATION DATE" TO WS-REJECT-REASON
                 WHEN UP-EXP-DATE = 0
                   MOVE "NO EXPIRATION DATE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACE
               ADD 1 TO WS-UPD-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE UP-MID TO WS-LINE-MID
               MOVE SPACE TO WS-LINE-NAME
               IF WS-LN-FOUND > 0
                   MOVE WS-LN-NAME(WS-LN-FOUND) TO WS-LINE-NAME
               END-IF
               MOVE "UPDATE REJECTED" TO WS-ACTION
               MOVE WS-REJECT-REASON TO WS-DETAIL
               PERFORM WRITE-ACTION-LINE
           ELSE
               PERFORM FIND-POLICY
               MOVE "POLICY REPLACED" TO WS-ACTION
               MOVE SPACE TO WS-OLD-STATUS
               IF WS-POL-FOUND = 0
                   IF WS-POL-COUNT < 5000
                       ADD 1 TO WS-POL-COUNT
                       MOVE WS-POL-COUNT TO WS-POL-FOUND
                       MOVE 'N' TO WS-POL-MATCHED(WS-POL-FOUND)
                       MOVE "POLICY ADDED" TO WS-ACTION
                   ELSE
                       DISPLAY "INSTRACK: POLICY TABLE FULL, MID "
                           UP-MID " DROPPED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-POL-REC(WS-POL-FOUND) TO WS-POLICY
                   MOVE INS-STATUS TO WS-OLD-STATUS
               END-IF
               IF WS-POL-FOUND > 0
                   PERFORM STORE-POLICY-UPDATE
               END-IF
           END-IF.

      *> The policy as received replaces the one on file, and the
      *> tracking starts over on it.
       STORE-POLICY-UPDATE.
           MOVE SPACE TO WS-POLICY.
           MOVE UP-MID TO WS-INS-MID.
           MOVE UP-CARRIER TO INS-CARRIER.
           MOVE UP-POLICY TO INS-POLICY.
           MOVE UP-COVERAGE TO INS-COVERAGE.
           MOVE UP-PREMIUM TO INS-PREMIUM.
           MOVE UP-EXP-DATE TO INS-EXP-DATE.
           MOVE 'A' TO INS-STATUS.
           MOVE ZERO TO INS-NOTICE-DATE.
           MOVE ZERO TO INS-SCHED-EXP.
           MOVE ZERO TO INS-FP-DATE.
           MOVE WS-POLICY TO WS-POL-REC(WS-POL-FOUND).
           ADD 1 TO WS-UPD-APPLIED.
           IF WS-OLD-STATUS = 'F'
               MOVE "FORCE-PLACED REPLACED" TO WS-ACTION
           END-IF.
           MOVE UP-MID TO WS-LINE-MID.
           MOVE WS-LN-NAME(WS-LN-FOUND) TO WS-LINE-NAME.
           MOVE SPACE TO WS-DETAIL.
           STRING INS-CARRIER DELIMITED BY "  "
               " " INS-POLICY DELIMITED BY "  "
               " EXPIRES " INS-EXP-DATE DELIMITED BY SIZE
               INTO WS-DETAIL.
           PERFORM WRITE-ACTION-LINE.

      *> Renewal from escrow first, then the expiration follow-up
      *> for coverage escrow is not renewing, then the coverage
      *> amount against the principal.
       TRACK-LOAN-COVERAGE.
           MOVE WS-LN-MID(WS-LN-IDX) TO WS-MID.
           MOVE WS-MID TO WS-LINE-MID.
           MOVE WS-LN-NAME(WS-LN-IDX) TO WS-LINE-NAME.
           PERFORM FIND-POLICY.
           IF WS-POL-FOUND = 0
               ADD 1 TO WS-NOPOL-COUNT
               MOVE "NO POLICY ON FILE" TO WS-ACTION
               MOVE SPACE TO WS-DETAIL
               PERFORM WRITE-ACTION-LINE
           ELSE
               ADD 1 TO WS-TRACKED-COUNT
               MOVE 'Y' TO WS-POL-MATCHED(WS-POL-FOUND)
               MOVE WS-POL-REC(WS-POL-FOUND) TO WS-POLICY
               PERFORM AGE-POLICY
               IF WS-LN-ESCROW(WS-LN-IDX) > 0 OR INS-STATUS = 'F'
                   PERFORM RENEW-FROM-ESCROW
               END-IF
               IF INS-STATUS NOT = 'F'
                 AND INS-SCHED-EXP NOT = INS-EXP-DATE
                   PERFORM CHECK-EXPIRATION
               END-IF
               PERFORM CHECK-COVERAGE-AMOUNT
               MOVE WS-POLICY TO WS-POL-REC(WS-POL-FOUND)
           END-IF.

      *> Months from the run month to the expiration month --
      *> zero in the month it expires, negative once past.
       AGE-POLICY.
           MOVE INS-EXP-DATE(1:6) TO WS-SER-YYYYMM.
           PERFORM MONTH-SERIAL.
           MOVE WS-SER-RESULT TO WS-EXP-SERIAL.
           COMPUTE WS-MONTHS-TO-EXP = WS-EXP-SERIAL - WS-ASOF-SERIAL.

      *> A term whose premium went to the schedule has been paid
      *> for: once it has run out, the policy rolls a year. The
      *> next term's premium is scheduled inside the lead time,
      *> but never for a policy already expired unrenewed.
       RENEW-FROM-ESCROW.
           IF INS-SCHED-EXP = INS-EXP-DATE
             AND WS-RUN-DATE > INS-EXP-DATE
               MOVE INS-EXP-DATE TO WS-ROLL-DATE
               PERFORM ROLL-ONE-YEAR
               MOVE WS-ROLL-DATE TO INS-EXP-DATE
               ADD 1 TO WS-RENEWED-COUNT
               MOVE "RENEWED FROM ESCROW" TO WS-ACTION
               MOVE SPACE TO WS-DETAIL
               STRING "NOW EXPIRES " INS-EXP-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM WRITE-ACTION-LINE
               PERFORM AGE-POLICY
           END-IF.
           IF INS-SCHED-EXP NOT = INS-EXP-DATE
             AND WS-RUN-DATE NOT > INS-EXP-DATE
             AND WS-MONTHS-TO-EXP NOT > WS-LEAD-MONTHS
               PERFORM SCHEDULE-RENEWAL
           END-IF.

      *> A date a year on; 29 February becomes the 28th.
       ROLL-ONE-YEAR.
           IF WS-ROLL-DATE(5:4) = "0229"
               MOVE "0228" TO WS-ROLL-DATE(5:4)
           END-IF.
           ADD 10000 TO WS-ROLL-DATE.

      *> Due the first of the month before the policy expires, so
      *> the carrier has the premium ahead of the renewal date.
       SCHEDULE-RENEWAL.
           IF INS-STATUS = 'F'
               PERFORM PRICE-FORCE-PLACED
           END-IF.
           COMPUTE WS-DUE-SERIAL = WS-EXP-SERIAL - 1.
           PERFORM DUE-DATE-FROM-SERIAL.
           IF INS-STATUS = 'F'
               MOVE "FORCE-PLACED HAZARD" TO WS-DUE-DESC
           ELSE
               MOVE "HAZARD INS RENEWAL" TO WS-DUE-DESC
           END-IF.
           PERFORM WRITE-PREMIUM-DUE.
           MOVE INS-EXP-DATE TO INS-SCHED-EXP.
           MOVE INS-PREMIUM TO WS-AMT-DISP.
           IF WS-ADVANCED = 'Y'
               MOVE "ADVANCE REQUIRED" TO WS-ACTION
           ELSE
               ADD 1 TO WS-SCHED-COUNT
               MOVE "RENEWAL SCHEDULED" TO WS-ACTION
           END-IF.
           MOVE SPACE TO WS-DETAIL.
           STRING "PREMIUM " WS-AMT-DISP " DUE " WS-DUE-DATE
               " FOR " INS-EXP-DATE
               DELIMITED BY SIZE INTO WS-DETAIL.
           PERFORM WRITE-ACTION-LINE.

      *> A premium the loan's escrow account will pay goes to
      *> INSDUE; a force-placed premium on a loan that does not
      *> escrow is noted for the advance list instead.
       WRITE-PREMIUM-DUE.
           MOVE 'N' TO WS-ADVANCED.
           IF INS-STATUS = 'F' AND WS-LN-ESCROW(WS-LN-IDX) = 0
               MOVE 'Y' TO WS-ADVANCED
               ADD INS-PREMIUM TO WS-ADV-TOTAL
               IF WS-ADV-COUNT < 5000
                   ADD 1 TO WS-ADV-COUNT
                   MOVE WS-MID TO WS-ADV-MID(WS-ADV-COUNT)
                   MOVE WS-LN-NAME(WS-LN-IDX)
                       TO WS-ADV-NAME(WS-ADV-COUNT)
                   MOVE INS-PREMIUM TO WS-ADV-AMT(WS-ADV-COUNT)
                   MOVE WS-DUE-DATE TO WS-ADV-DUE(WS-ADV-COUNT)
               ELSE
                   DISPLAY "INSTRACK: ADVANCE TABLE FULL, MID "
                       WS-MID " NOT LISTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACE TO INSDUE-REC
               MOVE WS-MID TO ID-MID
               MOVE WS-DUE-DESC TO ID-DESC
               MOVE INS-PREMIUM TO ID-AMT
               MOVE WS-DUE-DATE TO ID-DUE-DATE
               WRITE INSDUE-REC
               ADD 1 TO WS-DUE-COUNT
               ADD INS-PREMIUM TO WS-DUE-TOTAL
           END-IF.

       DUE-DATE-FROM-SERIAL.
           COMPUTE WS-SER-YEAR = (WS-DUE-SERIAL - 1) / 12.
           COMPUTE WS-SER-MONTH = WS-DUE-SERIAL - WS-SER-YEAR * 12.
           COMPUTE WS-DUE-DATE =
               WS-SER-YEAR * 10000 + WS-SER-MONTH * 100 + 1.

      *> First notice inside a month of expiring; second once it
      *> has expired, on a later run than the first; force-placed
      *> when the cure period after the second has run out.
       CHECK-EXPIRATION.
           MOVE INS-NOTICE-DATE(1:6) TO WS-SER-YYYYMM.
           PERFORM MONTH-SERIAL.
           MOVE WS-SER-RESULT TO WS-NOTICE-SERIAL.
           EVALUATE TRUE
             WHEN INS-STATUS = '2'
               IF WS-ASOF-SERIAL - WS-NOTICE-SERIAL
                   NOT < WS-CURE-MONTHS
                   PERFORM FORCE-PLACE-COVERAGE
               END-IF
             WHEN INS-STATUS = '1'
               IF WS-RUN-DATE > INS-EXP-DATE
                 AND WS-NOTICE-SERIAL < WS-ASOF-SERIAL
                   MOVE 2 TO WS-NOTICE-KIND
                   PERFORM SEND-EXPIRATION-NOTICE
               END-IF
             WHEN WS-MONTHS-TO-EXP NOT > WS-NOTICE-MONTHS
               MOVE 1 TO WS-NOTICE-KIND
               PERFORM SEND-EXPIRATION-NOTICE
           END-EVALUATE.

       SEND-EXPIRATION-NOTICE.
           PERFORM WRITE-NOTICE-LETTER.
           MOVE WS-RUN-DATE TO INS-NOTICE-DATE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACE TO WS-DETAIL.
           STRING INS-CARRIER DELIMITED BY "  "
               " " INS-POLICY DELIMITED BY "  "
               " EXPIRES " INS-EXP-DATE DELIMITED BY SIZE
               INTO WS-DETAIL.
           IF WS-NOTICE-KIND = 1
               MOVE '1' TO INS-STATUS
               ADD 1 TO WS-FIRST-COUNT
               MOVE "FIRST NOTICE MAILED" TO WS-ACTION
           ELSE
               MOVE '2' TO INS-STATUS
               ADD 1 TO WS-SECOND-COUNT
               MOVE "SECOND NOTICE MAILED" TO WS-ACTION
           END-IF.
           PERFORM WRITE-ACTION-LINE.

      *> Lender-placed coverage for a year from the run date, its
      *> premium due at once. The next year's premium is scheduled
      *> inside the lead time like any renewal.
       FORCE-PLACE-COVERAGE.
           MOVE SPACE TO WS-DETAIL.
           STRING "REPLACES " DELIMITED BY SIZE
               INS-CARRIER DELIMITED BY "  "
               " " INS-POLICY DELIMITED BY "  "
               INTO WS-DETAIL.
           MOVE "FORCE-PLACED" TO WS-ACTION.
           PERFORM WRITE-ACTION-LINE.
           MOVE WS-FP-CARRIER TO INS-CARRIER.
           MOVE SPACE TO INS-POLICY.
           STRING "FP" WS-MID DELIMITED BY SIZE INTO INS-POLICY.
           PERFORM PRICE-FORCE-PLACED.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE.
           PERFORM ROLL-ONE-YEAR.
           MOVE WS-ROLL-DATE TO INS-EXP-DATE.
           MOVE ZERO TO INS-SCHED-EXP.
           MOVE 'F' TO INS-STATUS.
           MOVE WS-RUN-DATE TO INS-FP-DATE.
           ADD 1 TO WS-FP-COUNT.
           MOVE 'N' TO WS-ADVANCED.
           IF INS-PREMIUM > 0
               MOVE "FORCE-PLACED HAZARD" TO WS-DUE-DESC
               MOVE WS-RUN-DATE TO WS-DUE-DATE
               PERFORM WRITE-PREMIUM-DUE
           END-IF.
           MOVE INS-COVERAGE TO WS-BAL-DISP.
           MOVE INS-PREMIUM TO WS-AMT-DISP.
           MOVE SPACE TO WS-DETAIL.
           STRING "COVERAGE " WS-BAL-DISP " PREMIUM " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-DETAIL.
           MOVE SPACE TO WS-ACTION.
           IF WS-ADVANCED = 'Y'
               MOVE "ADVANCE REQUIRED" TO WS-ACTION
           END-IF.
           PERFORM WRITE-ACTION-LINE.

      *> Force-placed coverage is the outstanding principal.
       PRICE-FORCE-PLACED.
           PERFORM ROLL-BALANCE-FORWARD.
           MOVE WS-BALANCE TO INS-COVERAGE.
           COMPUTE INS-PREMIUM ROUNDED =
               WS-BALANCE * WS-FP-RATE / 1000.

       CHECK-COVERAGE-AMOUNT.
           PERFORM ROLL-BALANCE-FORWARD.
           IF INS-COVERAGE < WS-BALANCE
               COMPUTE WS-SHORTFALL = WS-BALANCE - INS-COVERAGE
               ADD 1 TO WS-UNDER-COUNT
               ADD WS-SHORTFALL TO WS-SHORT-TOTAL
               MOVE INS-COVERAGE TO WS-AMT-DISP
               MOVE WS-BALANCE TO WS-BAL-DISP
               MOVE WS-SHORTFALL TO WS-SHORT-DISP
               MOVE "UNDERINSURED" TO WS-ACTION
               MOVE SPACE TO WS-DETAIL
               STRING "COVERAGE " WS-AMT-DISP " PRINCIPAL "
                   WS-BAL-DISP " SHORT " WS-SHORT-DISP
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM WRITE-ACTION-LINE
           END-IF.

      *> AMORT's arithmetic, stopped after the full payments the
      *> loan has actually posted -- TRIALBAL's roll-forward, on
      *> the loan at WS-LN-IDX.
       ROLL-BALANCE-FORWARD.
           MOVE WS-LN-P(WS-LN-IDX) TO WS-P.
           MOVE WS-LN-APR(WS-LN-IDX) TO WS-APR.
           MOVE WS-LN-MONTH(WS-LN-IDX) TO WS-MONTH.
           MOVE WS-LN-PAID-COUNT(WS-LN-IDX) TO WS-PAID-COUNT.
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

       REPORT-ORPHAN-POLICY.
           MOVE WS-POL-REC(WS-POL-IDX) TO WS-POLICY.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE WS-INS-MID TO WS-LINE-MID.
           MOVE SPACE TO WS-LINE-NAME.
           MOVE "LOAN NOT ON EXTRACT" TO WS-ACTION.
           MOVE SPACE TO WS-DETAIL.
           STRING INS-CARRIER DELIMITED BY "  "
               " " INS-POLICY DELIMITED BY "  "
               " CARRIED FORWARD" DELIMITED BY SIZE
               INTO WS-DETAIL.
           PERFORM WRITE-ACTION-LINE.

       WRITE-ACTION-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING WS-LINE-MID "  " WS-LINE-NAME "  " WS-ACTION " "
               WS-DETAIL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO INSRPT-REC.
           WRITE INSRPT-REC.

       WRITE-NOTICE-LETTER.
           MOVE ALL "-" TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-NOTICE-KIND = 1
               STRING "HAZARD INSURANCE EXPIRATION NOTICE  RUN DATE "
                   WS-RUN-DATE "   LOAN " WS-MID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "SECOND NOTICE -- INSURANCE EXPIRED  RUN DATE "
                   WS-RUN-DATE "   LOAN " WS-MID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.
           PERFORM READ-BORROWER.
           IF WS-BORR-FOUND = 'Y'
               PERFORM WRITE-MAILING-ADDRESS
           ELSE
               ADD 1 TO WS-NOADDR-COUNT
               PERFORM WRITE-MISSING-ADDRESS
           END-IF.
           MOVE SPACE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE "  OUR RECORDS SHOW YOUR HAZARD INSURANCE POLICY"
               TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " INS-POLICY " WITH " INS-CARRIER
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO WS-RPT-LINE.
           IF WS-RUN-DATE > INS-EXP-DATE
               STRING "  EXPIRED ON " INS-EXP-DATE " (YYYYMMDD)."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  EXPIRES ON " INS-EXP-DATE " (YYYYMMDD)."
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE "  YOUR LOAN REQUIRES HAZARD COVERAGE ON THE PROPERTY"
               TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE "  AT ALL TIMES. HAVE YOUR AGENT SEND US EVIDENCE OF"
               TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE "  RENEWAL OR REPLACEMENT COVERAGE."
               TO INSNTC-REC.
           WRITE INSNTC-REC.
           IF WS-NOTICE-KIND = 2
               MOVE SPACE TO INSNTC-REC
               WRITE INSNTC-REC
               MOVE "  IF WE DO NOT RECEIVE IT WITHIN 30 DAYS WE WILL"
                   TO INSNTC-REC
               WRITE INSNTC-REC
               MOVE "  PLACE COVERAGE AND CHARGE THE PREMIUM TO YOUR"
                   TO INSNTC-REC
               WRITE INSNTC-REC
               MOVE "  LOAN ACCOUNT. LENDER-PLACED COVERAGE MAY COST"
                   TO INSNTC-REC
               WRITE INSNTC-REC
               MOVE "  MORE AND PROTECTS ONLY OUR INTEREST IN THE"
                   TO INSNTC-REC
               WRITE INSNTC-REC
               MOVE "  PROPERTY."
                   TO INSNTC-REC
               WRITE INSNTC-REC
           END-IF.
           MOVE ALL "-" TO INSNTC-REC.
           WRITE INSNTC-REC.

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
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " BR-ADDR-CITY " " BR-ADDR-STATE " " BR-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.

       WRITE-MISSING-ADDRESS.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  " WS-LN-NAME(WS-LN-IDX)
               "  ** NO ADDRESS ON FILE -- HOLD FOR MAIL ROOM **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO INSNTC-REC.
           WRITE INSNTC-REC.

      *> Force-placed premiums with no escrow account behind them,
      *> for servicing to pay the carrier and bill the borrower.
       WRITE-ADVANCE-SECTION.
           MOVE ALL "-" TO INSRPT-REC.
           WRITE INSRPT-REC.
           MOVE "ESCROW ADVANCE REQUIRED -- LOANS THAT DO NOT ESCROW"
               TO INSRPT-REC.
           WRITE INSRPT-REC.
           MOVE SPACE TO INSRPT-REC.
           STRING "MID      NAME                 PREMIUM  DUE"
               DELIMITED BY SIZE INTO INSRPT-REC.
           WRITE INSRPT-REC.
           PERFORM VARYING WS-ADV-IDX FROM 1 BY 1
               UNTIL WS-ADV-IDX > WS-ADV-COUNT
               MOVE WS-ADV-AMT(WS-ADV-IDX) TO WS-AMT-DISP
               MOVE SPACE TO WS-RPT-LINE
               STRING WS-ADV-MID(WS-ADV-IDX) "  "
                   WS-ADV-NAME(WS-ADV-IDX) " " WS-AMT-DISP "  "
                   WS-ADV-DUE(WS-ADV-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO INSRPT-REC
               WRITE INSRPT-REC
           END-PERFORM.

       WRITE-TRACKING-TOTALS.
           MOVE ALL "-" TO INSRPT-REC.
           WRITE INSRPT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "POLICIES TRACKED: " WS-TRACKED-COUNT
               "  NO POLICY: " WS-NOPOL-COUNT
               "  NOT ON EXTRACT: " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "UPDATES READ: " WS-UPD-READ
               "  APPLIED: " WS-UPD-APPLIED
               "  REJECTED: " WS-UPD-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "RENEWALS SCHEDULED: " WS-SCHED-COUNT
               "  RENEWED FROM ESCROW: " WS-RENEWED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "FIRST NOTICES: " WS-FIRST-COUNT
               "  SECOND NOTICES: " WS-SECOND-COUNT
               "  NO ADDRESS: " WS-NOADDR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "FORCE-PLACED: " WS-FP-COUNT
               "  UNDERINSURED: " WS-UNDER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE WS-SHORT-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "COVERAGE SHORT OF PRINCIPAL: " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE WS-DUE-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "PREMIUMS TO INSDUE: " WS-DUE-COUNT
               "  TOTAL " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.
           MOVE WS-ADV-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "ESCROW ADVANCES REQUIRED: " WS-ADV-COUNT
               "  TOTAL " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTALS-LINE.

       WRITE-TOTALS-LINE.
           DISPLAY WS-RPT-LINE(1:80).
           MOVE WS-RPT-LINE TO INSRPT-REC.
           WRITE INSRPT-REC.

       WRITE-POLICY-FILE.
           OPEN OUTPUT NEWINS.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE WS-POL-REC(WS-POL-IDX) TO NEWINS-REC
               WRITE NEWINS-REC
           END-PERFORM.
           CLOSE NEWINS.

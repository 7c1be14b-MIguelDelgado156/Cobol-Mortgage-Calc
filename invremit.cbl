      *> a loan with no cross-reference entry is grouped as
      *> UNASSIGNED so the summary still ties: total P&I plus
      *> total escrow and tax equals the month's posted receipts.
      *> Loans paid off during the month are gone from INVMAST by
      *> now, so PAYOFF writes their final principal and interest
      *> to PIFREMIT (layout in PIFREM) with the investor code the
      *> loan carried when it closed; feed the month's PIFREMIT
      *> outputs in concatenated. Payoff interest is remitted at
      *> the investor's percentage like any other interest;
      *> payoff principal is the investor's money and is remitted
      *> in full. No PIFREMIT means no payoffs this month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NEWSTAT ASSIGN TO NEWSTAT
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PIFREMIT ASSIGN TO PIFREMIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIF-STATUS.
       SELECT REMITRPT ASSIGN TO REMITRPT
           ORGANIZATION IS LINE SEQUENTIAL.

                         ==PAID-THRU== BY ==OS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==OS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==OS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==OS-PAID-COUNT==
                         ==NSF-COUNT== BY ==OS-NSF-COUNT==.

       FD NEWSTAT.
       01 NEWSTAT-REC.
                         ==PAID-THRU== BY ==NS-PAID-THRU==
                         ==LAST-PAY-DATE== BY ==NS-LAST-PAY-DATE==
                         ==LAST-PAY-AMT== BY ==NS-LAST-PAY-AMT==
                         ==PAID-COUNT== BY ==NS-PAID-COUNT==
                         ==NSF-COUNT== BY ==NS-NSF-COUNT==.

       FD PIFREMIT.
       01 PIFREMIT-REC.
           COPY PIFREM
               REPLACING ==MID== BY ==PR-MID==.

       FD REMITRPT.
       01 REMITRPT-REC PIC X(80).
                         ==ORIG-DATE== BY ==WS-ORIG-DATE==.
       01 WS-EOF PIC A(1).
       01 WS-RPT-LINE PIC X(80).
       01 WS-PIF-STATUS PIC X(2).

      *> In-core investor table, loaded the way RATEADJ loads its
      *> rate table; a code keyed twice keeps the last line read.
               10 WS-INV-LOANS PIC 9(7).
               10 WS-INV-PAYMENTS PIC 9(7).
               10 WS-INV-PI PIC S9(9)V99.
               10 WS-INV-PIF-COUNT PIC 9(7).
               10 WS-INV-PIF-PRIN PIC S9(9)V99.
               10 WS-INV-PIF-INT PIC S9(9)V99.
       01 WS-INV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-INV-IDX PIC 9(2).
       01 WS-MATCH-IDX PIC 9(2).
       01 WS-PI-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-ESCTAX-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-RECEIPT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-PIF-READ PIC 9(7) VALUE ZERO.
       01 WS-PIF-PRIN-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-PIF-INT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTALS-LINE PIC X(80).

       01 WS-PCT-DISP PIC ZZ9.99.
               MOVE ZERO TO WS-INV-LOANS(WS-INV-IDX)
               MOVE ZERO TO WS-INV-PAYMENTS(WS-INV-IDX)
               MOVE ZERO TO WS-INV-PI(WS-INV-IDX)
               MOVE ZERO TO WS-INV-PIF-COUNT(WS-INV-IDX)
               MOVE ZERO TO WS-INV-PIF-PRIN(WS-INV-IDX)
               MOVE ZERO TO WS-INV-PIF-INT(WS-INV-IDX)
           END-PERFORM.
           PERFORM LOAD-INVESTOR-TABLE.
           PERFORM LOAD-XREF-TABLE.
               END-READ
           END-PERFORM.
           CLOSE INCOME.
           PERFORM LOAD-PAYOFF-REMITS.
           PERFORM WRITE-INVESTOR-STATEMENTS.
           PERFORM WRITE-REMIT-SUMMARY.
           CLOSE REMITRPT.
           ADD WS-PI-AMOUNT TO WS-PI-TOTAL.
           ADD WS-ESCTAX-AMOUNT TO WS-ESCTAX-TOTAL.

      *> Each payoff goes to the investor code it carried when the
      *> loan closed; "??" or a code not on INVTAB is UNASSIGNED.
       LOAD-PAYOFF-REMITS.
           OPEN INPUT PIFREMIT.
           IF WS-PIF-STATUS NOT = "00"
               DISPLAY "INVREMIT: NO PAYOFF REMITTANCE FILE -- "
                   "NO PAYOFFS THIS MONTH"
           ELSE
               MOVE SPACE TO WS-EOF
               READ PIFREMIT
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF PIF-PRIN NUMERIC AND PIF-INT NUMERIC
                       ADD 1 TO WS-PIF-READ
                       PERFORM POST-PAYOFF-TO-INVESTOR
                   ELSE
                       DISPLAY "INVREMIT: PAYOFF RECORD NOT "
                           "NUMERIC, SKIPPED: " PIFREMIT-REC
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ PIFREMIT
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE PIFREMIT
           END-IF.

       POST-PAYOFF-TO-INVESTOR.
           MOVE WS-UNASSIGNED-IDX TO WS-MATCH-IDX.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-CODE(WS-INV-IDX) = PIF-INV-CODE
                   MOVE WS-INV-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           ADD 1 TO WS-INV-PIF-COUNT(WS-MATCH-IDX).
           ADD PIF-PRIN TO WS-INV-PIF-PRIN(WS-MATCH-IDX).
           ADD PIF-INT TO WS-INV-PIF-INT(WS-MATCH-IDX).
           ADD PIF-PRIN TO WS-PIF-PRIN-TOTAL.
           ADD PIF-INT TO WS-PIF-INT-TOTAL.

       WRITE-INVESTOR-STATEMENTS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-UNASSIGNED-IDX
               IF WS-INV-IDX < WS-UNASSIGNED-IDX
                 OR WS-INV-LOANS(WS-INV-IDX) > 0
                 OR WS-INV-PIF-COUNT(WS-INV-IDX) > 0
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           IF WS-INV-PIF-COUNT(WS-INV-IDX) > 0
               PERFORM WRITE-PAYOFF-LINES
           END-IF.
           COMPUTE WS-REMIT-DUE ROUNDED =
               (WS-INV-PI(WS-INV-IDX) + WS-INV-PIF-INT(WS-INV-IDX))
               * WS-INV-PCT(WS-INV-IDX) / 100
               + WS-INV-PIF-PRIN(WS-INV-IDX).
           MOVE WS-INV-PCT(WS-INV-IDX) TO WS-PCT-DISP.
           MOVE WS-REMIT-DUE TO WS-AMT-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.

       WRITE-PAYOFF-LINES.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  LOANS PAID IN FULL       "
               WS-INV-PIF-COUNT(WS-INV-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           MOVE WS-INV-PIF-PRIN(WS-INV-IDX) TO WS-AMT-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  PAYOFF PRINCIPAL         " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           MOVE WS-INV-PIF-INT(WS-INV-IDX) TO WS-AMT-DISP.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "  PAYOFF INTEREST          " WS-AMT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.

      *> P&I plus escrow and tax equals the month's posted
      *> receipts -- the figure PAYPOST's register totals show.
       WRITE-REMIT-SUMMARY.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
      *> Payoff money arrives through PAYOFF, not PAYPOST, so it
      *> is shown apart from the posted-receipts tie.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "PAYOFFS REMITTED: " WS-PIF-READ
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           MOVE WS-PIF-PRIN-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "TOTAL PAYOFF PRINCIPAL:    " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.
           MOVE WS-PIF-INT-TOTAL TO WS-TOTAL-DISP.
           MOVE SPACE TO WS-TOTALS-LINE.
           STRING "TOTAL PAYOFF INTEREST:     " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-TOTALS-LINE.
           DISPLAY WS-TOTALS-LINE.
           MOVE WS-TOTALS-LINE TO REMITRPT-REC.
           WRITE REMITRPT-REC.

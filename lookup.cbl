      *> indexed copy of the income file (see BUILDIDX). Pass the MID
      *> on the command line. Computes the payment the same way CALC's
      *> main run does, so the answer matches what that day's report
      *> would have shown for this loan. A MID no longer on the
      *> master is looked for in PAYOFF's paid-off archive
      *> (ARCHIVE, layout in ARCREC) and, if it closed there, the
      *> payoff date and final figures are shown instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS IX-MID
           FILE STATUS IS WS-IDX-STATUS.
       SELECT ARCHIVE ASSIGN TO ARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         ==LOAN-TYPE== BY ==IX-LOAN-TYPE==
                         ==ORIG-DATE== BY ==IX-ORIG-DATE==.

       FD ARCHIVE.
       01 ARCHIVE-REC.
           COPY ARCREC
               REPLACING ==MID== BY ==AR-MID==.

       WORKING-STORAGE SECTION.
       01 WS-LOOKUP-MID PIC 9(7).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-MORT PIC S9(7)V99.
       01 WS-PAYMENT PIC $,$$$,$$$,$$9.99CR.
       01 WS-ARC-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-ARC-FOUND PIC A(1).
       01 WS-ARC-HOLD PIC X(180).
       01 WS-AMT-DISP PIC $,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-LOOKUP-MID FROM COMMAND-LINE.
           MOVE WS-LOOKUP-MID TO IX-MID.
           READ INCOMEIDX
             INVALID KEY
               PERFORM SEARCH-PAID-OFF-ARCHIVE
             NOT INVALID KEY
               PERFORM DISPLAY-LOOKUP-RESULT
           END-READ.
               DIVIDE IX-MONTH INTO WS-MORT GIVING WS-PAYMENT
               DISPLAY "PAYMENT:   " WS-PAYMENT
           END-IF.

      *> The archive only grows, one record per payoff; the last
      *> record for the MID is the one that stands.
       SEARCH-PAID-OFF-ARCHIVE.
           MOVE 'N' TO WS-ARC-FOUND.
           OPEN INPUT ARCHIVE.
           IF WS-ARC-STATUS = "00"
               MOVE SPACE TO WS-EOF
               READ ARCHIVE
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = 'Y'
                   IF AR-MID = WS-LOOKUP-MID
                       MOVE 'Y' TO WS-ARC-FOUND
                       MOVE ARCHIVE-REC TO WS-ARC-HOLD
                   END-IF
                   READ ARCHIVE
                     AT END MOVE 'Y' TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE
           END-IF.
           IF WS-ARC-FOUND = 'Y'
               MOVE WS-ARC-HOLD TO ARCHIVE-REC
               PERFORM DISPLAY-ARCHIVE-RESULT
           ELSE
               DISPLAY "MID " WS-LOOKUP-MID " NOT FOUND"
           END-IF.

       DISPLAY-ARCHIVE-RESULT.
           DISPLAY "MID:       " AR-MID "  ** PAID IN FULL **".
           DISPLAY "NAME:      " ARC-LOAN(9:14).
           DISPLAY "PAID OFF:  " ARC-PAYOFF-DATE
               "  CLOSED " ARC-CLOSE-DATE.
           DISPLAY "PAYMENTS:  " ARC-PAID-COUNT
               "  PAID THRU " ARC-PAID-THRU.
           MOVE ARC-PAYOFF-AMT TO WS-AMT-DISP.
           DISPLAY "RECEIVED:  " WS-AMT-DISP.
           MOVE ARC-FINAL-PRIN TO WS-AMT-DISP.
           DISPLAY "PRINCIPAL: " WS-AMT-DISP.
           MOVE ARC-FINAL-INT TO WS-AMT-DISP.
           DISPLAY "INTEREST:  " WS-AMT-DISP.
           MOVE ARC-ESC-REFUND TO WS-AMT-DISP.
           DISPLAY "ESC REFND: " WS-AMT-DISP.
           MOVE ARC-OVERAGE TO WS-AMT-DISP.
           DISPLAY "OVERAGE:   " WS-AMT-DISP.
           DISPLAY "INVESTOR:  " ARC-INV-CODE.

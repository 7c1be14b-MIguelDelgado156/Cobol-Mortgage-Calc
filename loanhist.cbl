      *>                          change to the loan in the date
      *>                          range on HISTRPT, each with its
      *>                          full before and after images.
      *> Both modes show who entered the last change and who
      *> approved it, as LOANMNT recorded them.
      *> History begins the day HISTFILE was first cut -- a loan
      *> whose transactions all predate it cannot be reconstructed,
      *> and the inquiry says so rather than guessing.
       01 WS-ASOF-IMAGE PIC X(64).
       01 WS-ASOF-CODE PIC X(1).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-OPERATOR PIC X(8).
       01 WS-ASOF-APPROVER PIC X(8).
       01 WS-CHANGE-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
               MOVE HIST-AFTER TO WS-ASOF-IMAGE
               MOVE HIST-CODE TO WS-ASOF-CODE
               MOVE HIST-DATE TO WS-ASOF-DATE
               MOVE HIST-OPERATOR TO WS-ASOF-OPERATOR
               MOVE HIST-APPROVER TO WS-ASOF-APPROVER
           END-IF.
           READ HISTFILE
             AT END MOVE 'Y' TO WS-EOF
           DISPLAY "  TAX:       " WS-TAX-AMT.
           DISPLAY "  TYPE:      " WS-LOAN-TYPE.
           DISPLAY "  ORIGINATED " WS-ORIG-DATE.
           DISPLAY "  ENTERED BY " WS-ASOF-OPERATOR
               "  APPROVED BY " WS-ASOF-APPROVER.

       RUN-CHANGE-REPORT.
           OPEN OUTPUT HISTRPT.
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTRPT-REC.
           WRITE HISTRPT-REC.
           MOVE SPACE TO WS-RPT-LINE.
           STRING "              ENTERED BY: " HIST-OPERATOR
               "  APPROVED BY: " HIST-APPROVER
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO HISTRPT-REC.
           WRITE HISTRPT-REC.

      *> after-image of the loan (layout in HISTREC) to the
      *> permanent history file HISTFILE, so an auditor can see
      *> exactly what a change changed; LOANHIST reads it back.
      *> Every transaction carries the operator ID that entered it
      *> and, when it needed one, the ID of the second operator
      *> who approved it; TRANFILE is what MNTJOB's APPROVE step
      *> released, and both IDs go on the history record. As a
      *> backstop to APPROVE, a delete, or a change to P, APR or
      *> MONTH, that arrives without an approver other than its
      *> entering operator is rejected here, as is any
      *> transaction with no operator ID at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==TAX-AMT== BY ==TR-TAX-AMT==
                         ==LOAN-TYPE== BY ==TR-LOAN-TYPE==
                         ==ORIG-DATE== BY ==TR-ORIG-DATE==.
         03 FILLER PIC X(1).
         03 TR-OPERATOR PIC X(8).
         03 FILLER PIC X(1).
         03 TR-APPROVER PIC X(8).

       FD LOANMAST.
       01 LOANMAST-REC.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-BEFORE-IMAGE PIC X(64).
       01 WS-BEFORE-LOAN REDEFINES WS-BEFORE-IMAGE.
           COPY INCREC
               REPLACING ==MID== BY ==BF-MID==
                         ==NAME== BY ==BF-NAME==
                         ==P== BY ==BF-P==
                         ==APR== BY ==BF-APR==
                         ==MONTH== BY ==BF-MONTH==
                         ==ESCROW== BY ==BF-ESCROW==
                         ==TAX-AMT== BY ==BF-TAX-AMT==
                         ==LOAN-TYPE== BY ==BF-LOAN-TYPE==
                         ==ORIG-DATE== BY ==BF-ORIG-DATE==.
       01 WS-AFTER-IMAGE PIC X(64).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       APPLY-TRANSACTION.
           MOVE 'N' TO WS-IS-BAD.
           MOVE SPACE TO WS-REASON.
           IF TR-OPERATOR = SPACE
               MOVE 'Y' TO WS-IS-BAD
               MOVE "NO OPERATOR ID" TO WS-REASON
           ELSE
               PERFORM APPLY-BY-CODE
           END-IF.
           IF WS-IS-BAD = 'Y'
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REGISTER-REJECT
           ELSE
               PERFORM WRITE-REGISTER-APPLIED
           END-IF.

       APPLY-BY-CODE.
           EVALUATE TR-CODE
             WHEN 'A'
               PERFORM SCREEN-TRANSACTION
               IF TR-MID NOT NUMERIC OR TR-MID = 0
                   MOVE 'Y' TO WS-IS-BAD
                   MOVE "MID IS INVALID" TO WS-REASON
               ELSE IF TR-APPROVER = SPACE
                     OR TR-APPROVER = TR-OPERATOR
                   MOVE 'Y' TO WS-IS-BAD
                   MOVE "DELETE NOT APPROVED" TO WS-REASON
               ELSE
                   PERFORM DELETE-LOAN
               END-IF
               MOVE 'Y' TO WS-IS-BAD
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-REASON
           END-EVALUATE.

      *> Same field rules as VALIDATE's SCREEN-RECORD, applied to
      *> the transaction image before it can reach the master.
      *> thing an auditor can ever be shown.
       CHANGE-LOAN.
           PERFORM CAPTURE-BEFORE-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACE
             AND (TR-P NOT = BF-P OR TR-APR NOT = BF-APR
                  OR TR-MONTH NOT = BF-MONTH)
             AND (TR-APPROVER = SPACE OR TR-APPROVER = TR-OPERATOR)
               MOVE 'Y' TO WS-IS-BAD
               MOVE "P/APR/TERM CHANGE NOT APPROVED" TO WS-REASON
           ELSE
               PERFORM REWRITE-LOAN
           END-IF.

       REWRITE-LOAN.
           MOVE TR-LOAN TO LOANMAST-REC.
           REWRITE LOANMAST-REC
             INVALID KEY
           MOVE TR-CODE TO HIST-CODE.
           MOVE WS-BEFORE-IMAGE TO HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO HIST-AFTER.
           MOVE TR-OPERATOR TO HIST-OPERATOR.
           MOVE TR-APPROVER TO HIST-APPROVER.
           WRITE HISTFILE-REC.

       WRITE-REGISTER-APPLIED.
           MOVE SPACE TO WS-RPT-LINE.
           STRING TR-CODE "  " TR-MID " " TR-NAME " APPLIED  BY "
               TR-OPERATOR " " TR-APPROVER
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.

      *> Morning operations summary. Reads the shared run log that
      *> every batch program appends a run-control record to
      *> (layout in RUNLOG) and prints the night on one page:
      *> one line per expected step -- APPROVE, LOANMNT, VALIDATE,
      *> CALC, BALANCE, PAYPOST, INTEGAUD -- with its counts and
      *> return code, a MISSING flag for any expected step that
      *> never logged, a flag for any step that ended nonzero (an
      *> INTEGAUD exception listing ends nonzero, so files that no
      *> longer agree with the loan master flag the night; a run
      *> that refused its input -- a stale state-file generation,
      *> a batch already applied -- prints its reason under its
      *> line), and
      *> the cross-foots BALANCE does not cover: APPROVE's
      *> released transactions against LOANMNT's read count,
      *> LOANMNT's unload count against VALIDATE's read count, and
      *> PAYPOST's posted receipts against the status records it
      *> wrote. Any other program
      *> that logged the same night (LATEFEE and friends) is
      *> listed below the expected block. Pass the run date
      *> (YYYYMMDD) on the command line; blank reports the latest
               10 WS-LOG-KEY-2 PIC 9(7).
               10 WS-LOG-KEY-3 PIC 9(7).
               10 WS-LOG-RC PIC 9(4).
               10 WS-LOG-NOTE PIC X(30).
       01 WS-LOG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IDX PIC 9(5).
       01 WS-MAX-DATE PIC 9(8) VALUE ZERO.

       01 WS-EXPECTED-TABLE.
           05 FILLER PIC X(8) VALUE "APPROVE ".
           05 FILLER PIC X(8) VALUE "LOANMNT ".
           05 FILLER PIC X(8) VALUE "VALIDATE".
           05 FILLER PIC X(8) VALUE "CALC    ".
           05 FILLER PIC X(8) VALUE "BALANCE ".
           05 FILLER PIC X(8) VALUE "PAYPOST ".
           05 FILLER PIC X(8) VALUE "INTEGAUD".
       01 WS-EXPECTED-NAMES REDEFINES WS-EXPECTED-TABLE.
           05 WS-EXPECTED-NAME PIC X(8) OCCURS 7 TIMES.
       01 WS-EXP-IDX PIC 9(1).

      *> Latest logged record per program for the report date.
       01 WS-PICK-KEY-2 PIC 9(7).
       01 WS-PICK-KEY-3 PIC 9(7).
       01 WS-PICK-RC PIC 9(4).
       01 WS-PICK-NOTE PIC X(30).

       01 WS-RELEASED-COUNT PIC 9(7).
       01 WS-APPROVE-PRESENT PIC A(1).
       01 WS-TRANREAD-COUNT PIC 9(7).
       01 WS-UNLOAD-COUNT PIC 9(7).
       01 WS-UNLOAD-PRESENT PIC A(1).
       01 WS-VALREAD-COUNT PIC 9(7).
               MOVE RL-KEY-2 TO WS-LOG-KEY-2(WS-LOG-COUNT)
               MOVE RL-KEY-3 TO WS-LOG-KEY-3(WS-LOG-COUNT)
               MOVE RL-RC TO WS-LOG-RC(WS-LOG-COUNT)
               MOVE RL-NOTE TO WS-LOG-NOTE(WS-LOG-COUNT)
               IF RL-RUN-DATE > WS-MAX-DATE
                   MOVE RL-RUN-DATE TO WS-MAX-DATE
               END-IF
               MOVE WS-LOG-KEY-2(WS-PICK-FOUND) TO WS-PICK-KEY-2
               MOVE WS-LOG-KEY-3(WS-PICK-FOUND) TO WS-PICK-KEY-3
               MOVE WS-LOG-RC(WS-PICK-FOUND) TO WS-PICK-RC
               MOVE WS-LOG-NOTE(WS-PICK-FOUND) TO WS-PICK-NOTE
           END-IF.

       REPORT-EXPECTED-STEPS.
           MOVE 'N' TO WS-APPROVE-PRESENT.
           MOVE 'N' TO WS-UNLOAD-PRESENT.
           MOVE 'N' TO WS-VALREAD-PRESENT.
           MOVE 'N' TO WS-PAYPOST-PRESENT.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 7
               MOVE WS-EXPECTED-NAME(WS-EXP-IDX) TO WS-PICK-PROGRAM
               PERFORM FIND-LATEST-RECORD
               IF WS-PICK-FOUND = 0

       NOTE-HANDOFF-COUNTS.
           EVALUATE WS-PICK-PROGRAM
             WHEN "APPROVE "
               MOVE 'Y' TO WS-APPROVE-PRESENT
               MOVE WS-PICK-KEY-2 TO WS-RELEASED-COUNT
             WHEN "LOANMNT "
               MOVE 'Y' TO WS-UNLOAD-PRESENT
               MOVE WS-PICK-KEY-1 TO WS-TRANREAD-COUNT
               MOVE WS-PICK-KEY-3 TO WS-UNLOAD-COUNT
             WHEN "VALIDATE"
               MOVE 'Y' TO WS-VALREAD-PRESENT
           MOVE WS-RPT-LINE TO OPSFILE-REC.
           WRITE OPSFILE-REC.
           DISPLAY WS-RPT-LINE.
           IF WS-PICK-NOTE NOT = SPACE
               MOVE SPACE TO WS-RPT-LINE
               STRING "          ** " DELIMITED BY SIZE
                   WS-PICK-NOTE DELIMITED BY "  "
                   " **" DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO OPSFILE-REC
               WRITE OPSFILE-REC
               DISPLAY WS-RPT-LINE
           END-IF.

       WRITE-MISSING-LINE.
           MOVE SPACE TO WS-RPT-LINE.
           WRITE OPSFILE-REC.
           DISPLAY WS-RPT-LINE.

      *> The handoffs BALANCE does not already check: what
      *> APPROVE released is exactly what LOANMNT read, the master
      *> unload LOANMNT cut is exactly what VALIDATE reads, and a
      *> posting run that posted receipts must have rewritten the
      *> status file.
       CROSS-FOOT-HANDOFFS.
           IF WS-APPROVE-PRESENT = 'Y' AND WS-UNLOAD-PRESENT = 'Y'
               IF WS-RELEASED-COUNT NOT = WS-TRANREAD-COUNT
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE SPACE TO WS-RPT-LINE
                   STRING "** APPROVE RELEASED " WS-RELEASED-COUNT
                       " BUT LOANMNT READ " WS-TRANREAD-COUNT
                       " **"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO OPSFILE-REC
                   WRITE OPSFILE-REC
                   DISPLAY WS-RPT-LINE
               END-IF
           END-IF.
           IF WS-UNLOAD-PRESENT = 'Y' AND WS-VALREAD-PRESENT = 'Y'
               IF WS-UNLOAD-COUNT NOT = WS-VALREAD-COUNT
                   ADD 1 TO WS-FLAG-COUNT
       LIST-IF-UNEXPECTED.
           MOVE 'N' TO WS-LISTED.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 7
               IF WS-LOG-PROGRAM(WS-OTH-IDX)
                  = WS-EXPECTED-NAME(WS-EXP-IDX)
                   MOVE 'Y' TO WS-LISTED

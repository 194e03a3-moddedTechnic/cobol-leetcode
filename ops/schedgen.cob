      *>     MONTHLY|01|program|deck(s)|step-output-dsn|onfail
      *> (frequency, day spec -- blank for DAILY, MON..SUN for
      *> WEEKLY, 2-digit day of month for MONTHLY -- then the four
      *> step-card fields), optionally followed by a seventh field,
      *> the step's must-finish-by time as HHMM:
      *>     DAILY||TWOSUM|NIGHTA|twosum.out|STOP|0600
      *> The scheduler does not act on the deadline -- it is read
      *> by BatchWindowReport (ops/slarpt.cob) -- but an entry
      *> whose deadline is not a real HHMM is a BAD ENTRY here, so
      *> a mistyped time is caught the night it is written rather
      *> than silently never checked. So is a deadline on a JUDGE,
      *> AUDITARCH or SLAREPORT step: those programs write no
      *> RUN.CONTROL records, so the report has no run to time
      *> against it. The driver's JUDGE and AUDITARCH step types
      *> cover the weekly full sweep and the monthly archive, and
      *> its SLAREPORT step the morning check of those deadlines:
      *>     WEEKLY|MON|JUDGE||judge.out|CONT
      *>     MONTHLY|01|AUDITARCH|@DATE|arch.out|CONT
      *>     DAILY||SLAREPORT|50|sla.out|CONT
      *> where the deck field carries the program's own SYSIN card
      *> (a judge filter in the driver's comma form, e.g. TAG,NUMS
      *> or FAILURES -- the pipe the filter card itself uses would
      *> split the step card -- the archiver's cutoff date, or the
      *> SLA report's over-average threshold percent) and
      *> the literal @DATE is replaced with the schedule date when
      *> the card is written, so the archive cutoff advances with
      *> the calendar instead of being frozen in the schedule. The skip-dates dataset (SKIP.DATES)
       01  WS-ENTRY-DECK         PIC X(40).
       01  WS-ENTRY-OUT          PIC X(80).
       01  WS-ENTRY-ONFAIL       PIC X(4).
       01  WS-ENTRY-DEADLINE     PIC X(4).
       01  WS-DEADLINE-HH        PIC 9(2).
       01  WS-DEADLINE-MI        PIC 9(2).
       01  WS-DISPOSITION        PIC X(20).
       01  WS-DUE-SW             PIC X.
           88 ENTRY-IS-DUE           VALUE "Y".
           MOVE SPACES TO WS-ENTRY-DECK
           MOVE SPACES TO WS-ENTRY-OUT
           MOVE SPACES TO WS-ENTRY-ONFAIL
           MOVE SPACES TO WS-ENTRY-DEADLINE
           UNSTRING SCHEDULE-LINE DELIMITED BY "|"
               INTO WS-FREQUENCY WS-DAY-SPEC WS-ENTRY-PROGRAM
                    WS-ENTRY-DECK WS-ENTRY-OUT WS-ENTRY-ONFAIL
                    WS-ENTRY-DEADLINE
           PERFORM CHECK-ENTRY-DUE
           PERFORM CHECK-ENTRY-DEADLINE
           EVALUATE TRUE
               WHEN WS-DISPOSITION = "BAD ENTRY"
                   ADD 1 TO WS-SKIPPED-COUNT
                       FUNCTION TRIM(SCHEDULE-LINE)
           END-EVALUATE.

       CHECK-ENTRY-DEADLINE.
           IF WS-ENTRY-DEADLINE NOT = SPACES
               MOVE 99 TO WS-DEADLINE-HH
               IF WS-ENTRY-DEADLINE NUMERIC
                   MOVE WS-ENTRY-DEADLINE(1:2) TO WS-DEADLINE-HH
                   MOVE WS-ENTRY-DEADLINE(3:2) TO WS-DEADLINE-MI
               END-IF
               IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MI > 59
                   MOVE "BAD ENTRY" TO WS-DISPOSITION
                   DISPLAY "  BAD DEADLINE ON ENTRY: "
                       FUNCTION TRIM(SCHEDULE-LINE)
               ELSE
                   PERFORM CHECK-DEADLINE-STEP-TYPE
               END-IF
           END-IF.

      *> Only the step types whose programs bracket their runs in
      *> RUN.CONTROL can be timed against a deadline.
       CHECK-DEADLINE-STEP-TYPE.
           EVALUATE FUNCTION TRIM(WS-ENTRY-PROGRAM)
               WHEN "TWOSUM"
               WHEN "TWOSUMALL"
               WHEN "PALINDROMES"
               WHEN "PALSCREEN"
               WHEN "MERGESORTED"
               WHEN "DECKSORT"
                   CONTINUE
               WHEN OTHER
                   MOVE "BAD ENTRY" TO WS-DISPOSITION
                   DISPLAY "  DEADLINE ON UNTIMED STEP: "
                       FUNCTION TRIM(SCHEDULE-LINE)
           END-EVALUATE.

       WRITE-STEP-CARD.
           IF FUNCTION TRIM(WS-ENTRY-DECK) = "@DATE"
               MOVE WS-SCHED-DATE TO WS-ENTRY-DECK

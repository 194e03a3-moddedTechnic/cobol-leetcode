       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindowReport.

      *> ----------------------------------------------------------
      *> Elapsed-time and batch-window SLA report over the run-
      *> control history. Every catalog program brackets its run
      *> with START/END records in RUN.CONTROL (layout RCTREC), and
      *> RunControlSweep moves completed pairs out to the dated
      *> RUNCTL.ARCH.Dyyyymmdd generations listed in
      *> RUNCTL.ARCH.INDEX; this report reads every listed
      *> generation and then the live dataset, pairs each run id's
      *> START with its END, and turns the stamps into elapsed
      *> seconds. Per program it prints the number of timed runs,
      *> the minimum, average and maximum elapsed time, and the
      *> latest run against the trailing average of the runs
      *> before it. It then lists every breach, the latest night's
      *> first:
      *>     PAST DEADLINE  the run ended after its program's
      *>                    must-finish-by time from NIGHT.SCHEDULE
      *>     OVER AVERAGE   the run took more than the threshold
      *>                    percentage longer than the average of
      *>                    the program's other runs
      *> The must-finish-by time is an optional seventh field
      *> (HHMM) on a NIGHT.SCHEDULE entry, e.g.
      *>     DAILY||TWOSUM|NIGHTA|twosum.out|STOP|0600
      *> and applies to every run of the program the step runs
      *> (the first entry carrying one wins). Steps are mapped to
      *> the name their program writes to RUN.CONTROL, so a
      *> PALSCREEN deadline times PALINDROMES runs and a
      *> TWOSUMALL deadline TWOSUM runs. A deadline earlier in the
      *> day than the run's start is taken as the next morning's,
      *> so a window that crosses midnight reads naturally. Runs
      *> still open, and runs the sweep closed as ABENDED (whose
      *> END stamp is the sweep's, not the run's), are counted but
      *> not timed.
      *> SYSIN card: over-average threshold percent (blank or non-
      *> numeric takes the default 50). Breaches are split between
      *> the latest night -- the runs started at or after the
      *> latest BatchDriver START, or on the latest run's start
      *> date when no driver run is on record -- and the earlier
      *> nights, listed as history. The report ends with
      *> RETURN-CODE 8 when anything in the latest night breached,
      *> so a BatchDriver SLAREPORT step flags that night and an
      *> old breach does not fail every night after it. Run from
      *> the directory holding RUN.CONTROL, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/slarpt ops/slarpt.cob
      *>     echo 50 | ops/slarpt
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "NIGHT.SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       FD  INDEX-FILE.
       01  INDEX-FILE-RECORD.
           02  ARCH-IX-DSN       PIC X(40).
           02  ARCH-IX-CUTOFF    PIC X(8).
           02  ARCH-IX-COUNT     PIC 9(8).
           02  ARCH-IX-CREATED   PIC X(14).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
       01  WS-LIVE-DSN       PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RUNCTL-STATUS  PIC XX.
       01  WS-RUNCTL-EOF-SW  PIC X VALUE "N".
           88 RUNCTL-EOF         VALUE "Y".
       01  WS-INDEX-DSN      PIC X(80) VALUE "RUNCTL.ARCH.INDEX".
       01  WS-INDEX-STATUS   PIC XX.
       01  WS-INDEX-EOF-SW   PIC X VALUE "N".
           88 INDEX-EOF          VALUE "Y".
       01  WS-SCHEDULE-STATUS PIC XX.
       01  WS-SCHEDULE-EOF-SW PIC X VALUE "N".
           88 SCHEDULE-EOF       VALUE "Y".

       01  WS-THRESHOLD-CARD PIC X(10).
       01  WS-THRESHOLD-PCT  PIC 9(4) VALUE 50.

      *> Archive generations named on the index, first-seen order.
      *> A rerun sweep against the same cutoff appends a second
      *> index record for the same generation, so names are folded
      *> here and each generation is read once.
       01  WS-GEN-COUNT      PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           02  WS-GEN-ENTRY OCCURS 400 TIMES.
               05  WS-GEN-DSN        PIC X(40).
       01  WS-GEN-IX         PIC 9(4).
       01  WS-GEN-READ-COUNT PIC 9(4) VALUE 0.
       01  WS-GEN-MISSING-COUNT PIC 9(4) VALUE 0.

      *> Must-finish-by times from NIGHT.SCHEDULE, one per program.
       01  WS-DL-COUNT       PIC 9(4) VALUE 0.
       01  WS-DL-TABLE.
           02  WS-DL-ENTRY OCCURS 50 TIMES.
               05  WS-DL-PROGRAM     PIC X(20).
               05  WS-DL-TIME        PIC X(4).
       01  WS-DL-IX          PIC 9(4).
       01  WS-FREQUENCY      PIC X(10).
       01  WS-DAY-SPEC       PIC X(10).
       01  WS-ENTRY-PROGRAM  PIC X(20).
       01  WS-ENTRY-DECK     PIC X(40).
       01  WS-ENTRY-OUT      PIC X(80).
       01  WS-ENTRY-ONFAIL   PIC X(4).
       01  WS-ENTRY-DEADLINE PIC X(4).

      *> One row per run id, the same fold-down the reconciliation
      *> and sweep passes use. 5000 rows covers a season of nights
      *> across the archive generations; overflow runs are counted
      *> and reported, never silently timed wrong.
       01  WS-RUN-COUNT      PIC 9(5) VALUE 0.
       01  WS-RUN-TABLE.
           02  WS-RUN-ENTRY OCCURS 5000 TIMES.
               05  WS-RUN-RUN-ID     PIC X(24).
               05  WS-RUN-PROGRAM    PIC X(20).
               05  WS-RUN-START-SW   PIC X.
                   88 RUN-HAS-START      VALUE "Y".
               05  WS-RUN-END-SW     PIC X.
                   88 RUN-HAS-END        VALUE "Y".
               05  WS-RUN-START-STAMP PIC X(14).
               05  WS-RUN-END-STAMP  PIC X(14).
               05  WS-RUN-OUTCOME    PIC X(8).
               05  WS-RUN-TIMED-SW   PIC X.
                   88 RUN-IS-TIMED       VALUE "Y".
               05  WS-RUN-ELAPSED    PIC 9(9).
       01  WS-RUN-IX         PIC 9(5).
       01  WS-RUN-OVERFLOW   PIC 9(6) VALUE 0.

      *> Start of the latest night; runs started before it are
      *> history and their breaches do not set the return code.
       01  WS-DRIVER-PROGRAM PIC X(20) VALUE "BATCHDRV".
       01  WS-NIGHT-STAMP    PIC X(14) VALUE SPACES.
       01  WS-PASS-SW        PIC X VALUE "L".
           88 LATEST-NIGHT-PASS  VALUE "L".
           88 HISTORY-PASS       VALUE "H".
       01  WS-PASS-BREACH-COUNT PIC 9(6) VALUE 0.

      *> Per-program statistics over the timed runs.
       01  WS-PROG-COUNT     PIC 9(4) VALUE 0.
       01  WS-PROG-TABLE.
           02  WS-PROG-ENTRY OCCURS 50 TIMES.
               05  WS-PROG-NAME      PIC X(20).
               05  WS-PROG-RUNS      PIC 9(6).
               05  WS-PROG-MIN       PIC 9(9).
               05  WS-PROG-MAX       PIC 9(9).
               05  WS-PROG-TOTAL     PIC 9(12).
               05  WS-PROG-LATEST-STAMP PIC X(14).
               05  WS-PROG-LATEST-ELAPSED PIC 9(9).
       01  WS-PROG-IX        PIC 9(4).
       01  WS-PROG-OVERFLOW  PIC 9(6) VALUE 0.

       01  WS-WORK-STAMP     PIC X(14).
       01  WS-STAMP-DATE     PIC 9(8).
       01  WS-STAMP-HH       PIC 9(2).
       01  WS-STAMP-MI       PIC 9(2).
       01  WS-STAMP-SS       PIC 9(2).
       01  WS-STAMP-SECONDS  PIC 9(12).
       01  WS-START-SECONDS  PIC 9(12).
       01  WS-END-SECONDS    PIC 9(12).
       01  WS-DEADLINE-SECONDS PIC 9(12).
       01  WS-DEADLINE-HH    PIC 9(2).
       01  WS-DEADLINE-MI    PIC 9(2).

       01  WS-AVERAGE        PIC 9(9).
       01  WS-OTHER-AVERAGE  PIC 9(9).
       01  WS-OVER-LIMIT     PIC 9(12).
       01  WS-OVER-PCT       PIC 9(6).

       01  WS-TIMED-COUNT    PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(6) VALUE 0.
       01  WS-ABENDED-COUNT  PIC 9(6) VALUE 0.
       01  WS-UNPAIRED-COUNT PIC 9(6) VALUE 0.
       01  WS-DEADLINE-BREACH-COUNT PIC 9(6) VALUE 0.
       01  WS-AVERAGE-BREACH-COUNT  PIC 9(6) VALUE 0.
       01  WS-HISTORY-BREACH-COUNT  PIC 9(6) VALUE 0.

       01  WS-COUNT-TEXT     PIC ZZZZZ9.
       01  WS-SECS-TEXT      PIC ZZZZZZZ9.
       01  WS-PCT-TEXT       PIC ZZZZZ9.
       01  WS-REPORT-LINE    PIC X(120).
       01  WS-LINE-PTR       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "OVER-AVERAGE THRESHOLD PCT: "
           ACCEPT WS-THRESHOLD-CARD FROM SYSIN
           IF FUNCTION TRIM(WS-THRESHOLD-CARD) NOT = SPACES
               AND FUNCTION TRIM(WS-THRESHOLD-CARD) NUMERIC
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-CARD)
                   TO WS-THRESHOLD-PCT
           END-IF
           DISPLAY "==================================================="
           DISPLAY "BATCH WINDOW SLA REPORT"
           DISPLAY "==================================================="
           PERFORM LOAD-DEADLINES
           PERFORM LOAD-GENERATION-LIST
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               MOVE WS-GEN-DSN(WS-GEN-IX) TO WS-RUNCTL-DSN
               PERFORM FOLD-RUN-CONTROL-DATASET
           END-PERFORM
           MOVE WS-LIVE-DSN TO WS-RUNCTL-DSN
           PERFORM FOLD-RUN-CONTROL-DATASET
           PERFORM TIME-ALL-RUNS
           PERFORM FIND-LATEST-NIGHT
           PERFORM PRINT-PROGRAM-SUMMARY
           PERFORM PRINT-UNRUN-DEADLINES
           PERFORM PRINT-BREACHES
           PERFORM PRINT-TOTALS
           IF WS-DEADLINE-BREACH-COUNT > 0
                   OR WS-AVERAGE-BREACH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ----------------------------------------------------------
      *> Deadlines ride on the schedule entries as an optional
      *> seventh field. An entry without one, or with a time that
      *> is not a real HHMM, sets no deadline; the scheduler
      *> itself refuses a malformed one, so only a hand-edited
      *> schedule that was never run gets this far.
      *> ----------------------------------------------------------
       LOAD-DEADLINES.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL SCHEDULE-EOF
                   MOVE SPACES TO SCHEDULE-LINE
                   READ SCHEDULE-FILE
                       AT END
                           SET SCHEDULE-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-DEADLINE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "NIGHT.SCHEDULE NOT AVAILABLE, NO DEADLINES"
           END-IF.

       TAKE-ONE-DEADLINE.
           MOVE SPACES TO WS-ENTRY-PROGRAM
           MOVE SPACES TO WS-ENTRY-DEADLINE
           UNSTRING SCHEDULE-LINE DELIMITED BY "|"
               INTO WS-FREQUENCY WS-DAY-SPEC WS-ENTRY-PROGRAM
                    WS-ENTRY-DECK WS-ENTRY-OUT WS-ENTRY-ONFAIL
                    WS-ENTRY-DEADLINE
           PERFORM MAP-STEP-TO-PROGRAM
           IF WS-ENTRY-DEADLINE NUMERIC
               AND WS-ENTRY-PROGRAM NOT = SPACES
               MOVE WS-ENTRY-DEADLINE(1:2) TO WS-DEADLINE-HH
               MOVE WS-ENTRY-DEADLINE(3:2) TO WS-DEADLINE-MI
               IF WS-DEADLINE-HH <= 23 AND WS-DEADLINE-MI <= 59
                   PERFORM LOCATE-DEADLINE
                   IF WS-DL-IX = 0 AND WS-DL-COUNT < 50
                       ADD 1 TO WS-DL-COUNT
                       MOVE WS-ENTRY-PROGRAM
                           TO WS-DL-PROGRAM(WS-DL-COUNT)
                       MOVE WS-ENTRY-DEADLINE
                           TO WS-DL-TIME(WS-DL-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> A schedule entry names a BatchDriver step type; a run is
      *> recorded under the program the step runs. Step types
      *> whose programs write no RUN.CONTROL records map to blank
      *> and set no deadline -- the scheduler refuses a deadline
      *> on them.
      *> ----------------------------------------------------------
       MAP-STEP-TO-PROGRAM.
           EVALUATE FUNCTION TRIM(WS-ENTRY-PROGRAM)
               WHEN "TWOSUM"
               WHEN "TWOSUMALL"
                   MOVE "TWOSUM" TO WS-ENTRY-PROGRAM
               WHEN "PALINDROMES"
               WHEN "PALSCREEN"
                   MOVE "PALINDROMES" TO WS-ENTRY-PROGRAM
               WHEN "MERGESORTED"
               WHEN "DECKSORT"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-PROGRAM
           END-EVALUATE.

       LOCATE-DEADLINE.
           MOVE 0 TO WS-DL-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DL-COUNT
               IF WS-DL-PROGRAM(I) = WS-ENTRY-PROGRAM
                   MOVE I TO WS-DL-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ----------------------------------------------------------
      *> No index means the sweep has never archived anything; the
      *> live dataset alone is the whole history.
      *> ----------------------------------------------------------
       LOAD-GENERATION-LIST.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL INDEX-EOF
                   READ INDEX-FILE
                       AT END
                           SET INDEX-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       TAKE-ONE-GENERATION.
           MOVE 0 TO WS-GEN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GEN-COUNT
               IF WS-GEN-DSN(I) = ARCH-IX-DSN
                   MOVE I TO WS-GEN-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-IX = 0 AND WS-GEN-COUNT < 400
               ADD 1 TO WS-GEN-COUNT
               MOVE ARCH-IX-DSN TO WS-GEN-DSN(WS-GEN-COUNT)
           END-IF.

      *> ----------------------------------------------------------
      *> One dataset's records folded into the run table. A
      *> generation named on the index but gone from disk is
      *> reported and skipped: its runs are simply not timed.
      *> ----------------------------------------------------------
       FOLD-RUN-CONTROL-DATASET.
           MOVE "N" TO WS-RUNCTL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RUNCTL-DSN)
                   " NOT AVAILABLE, STATUS " WS-RUNCTL-STATUS
               IF WS-RUNCTL-DSN NOT = WS-LIVE-DSN
                   ADD 1 TO WS-GEN-MISSING-COUNT
               END-IF
           ELSE
               IF WS-RUNCTL-DSN NOT = WS-LIVE-DSN
                   ADD 1 TO WS-GEN-READ-COUNT
               END-IF
               PERFORM UNTIL RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RUNCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       FOLD-ONE-RECORD.
           PERFORM LOCATE-RUN-ENTRY
           IF WS-RUN-IX = 0 AND WS-RUN-COUNT = 5000
               ADD 1 TO WS-RUN-OVERFLOW
           END-IF
           IF WS-RUN-IX = 0 AND WS-RUN-COUNT < 5000
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IX
               INITIALIZE WS-RUN-ENTRY(WS-RUN-IX)
               MOVE RCT-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-IX)
               MOVE RCT-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-IX)
           END-IF
           IF WS-RUN-IX > 0
               IF RCT-EVENT = "START"
                   SET RUN-HAS-START(WS-RUN-IX) TO TRUE
                   MOVE RCT-STAMP TO WS-RUN-START-STAMP(WS-RUN-IX)
               ELSE
                   SET RUN-HAS-END(WS-RUN-IX) TO TRUE
                   MOVE RCT-STAMP TO WS-RUN-END-STAMP(WS-RUN-IX)
                   MOVE RCT-OUTCOME TO WS-RUN-OUTCOME(WS-RUN-IX)
               END-IF
           END-IF.

       LOCATE-RUN-ENTRY.
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-RUN-ID(I) = RCT-RUN-ID
                   MOVE I TO WS-RUN-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ----------------------------------------------------------
      *> A stamp is yyyymmddhhmmss; elapsed time is the difference
      *> in whole seconds since the epoch of INTEGER-OF-DATE, so a
      *> run that crosses midnight (or a month end) times right.
      *> ----------------------------------------------------------
       STAMP-TO-SECONDS.
           MOVE WS-WORK-STAMP(1:8) TO WS-STAMP-DATE
           MOVE WS-WORK-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-WORK-STAMP(11:2) TO WS-STAMP-MI
           MOVE WS-WORK-STAMP(13:2) TO WS-STAMP-SS
           COMPUTE WS-STAMP-SECONDS
               = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                   + WS-STAMP-SS.

       TIME-ALL-RUNS.
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               EVALUATE TRUE
                   WHEN NOT RUN-HAS-START(WS-RUN-IX)
                       ADD 1 TO WS-UNPAIRED-COUNT
                   WHEN NOT RUN-HAS-END(WS-RUN-IX)
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN WS-RUN-OUTCOME(WS-RUN-IX) = "ABENDED"
                       ADD 1 TO WS-ABENDED-COUNT
                   WHEN WS-RUN-START-STAMP(WS-RUN-IX) NOT NUMERIC
                           OR WS-RUN-END-STAMP(WS-RUN-IX) NOT NUMERIC
                       ADD 1 TO WS-UNPAIRED-COUNT
                   WHEN OTHER
                       PERFORM TIME-ONE-RUN
               END-EVALUATE
           END-PERFORM.

       TIME-ONE-RUN.
           MOVE WS-RUN-START-STAMP(WS-RUN-IX) TO WS-WORK-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE WS-RUN-END-STAMP(WS-RUN-IX) TO WS-WORK-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
           IF WS-END-SECONDS < WS-START-SECONDS
               ADD 1 TO WS-UNPAIRED-COUNT
           ELSE
               COMPUTE WS-RUN-ELAPSED(WS-RUN-IX)
                   = WS-END-SECONDS - WS-START-SECONDS
               SET RUN-IS-TIMED(WS-RUN-IX) TO TRUE
               ADD 1 TO WS-TIMED-COUNT
               PERFORM ACCUMULATE-PROGRAM
           END-IF.

       ACCUMULATE-PROGRAM.
           PERFORM LOCATE-PROGRAM-ENTRY
           IF WS-PROG-IX = 0
               ADD 1 TO WS-PROG-OVERFLOW
           ELSE
               IF WS-PROG-RUNS(WS-PROG-IX) = 0
                       OR WS-RUN-ELAPSED(WS-RUN-IX)
                           < WS-PROG-MIN(WS-PROG-IX)
                   MOVE WS-RUN-ELAPSED(WS-RUN-IX)
                       TO WS-PROG-MIN(WS-PROG-IX)
               END-IF
               IF WS-RUN-ELAPSED(WS-RUN-IX) > WS-PROG-MAX(WS-PROG-IX)
                   MOVE WS-RUN-ELAPSED(WS-RUN-IX)
                       TO WS-PROG-MAX(WS-PROG-IX)
               END-IF
               ADD 1 TO WS-PROG-RUNS(WS-PROG-IX)
               ADD WS-RUN-ELAPSED(WS-RUN-IX)
                   TO WS-PROG-TOTAL(WS-PROG-IX)
               IF WS-RUN-START-STAMP(WS-RUN-IX)
                       > WS-PROG-LATEST-STAMP(WS-PROG-IX)
                   MOVE WS-RUN-START-STAMP(WS-RUN-IX)
                       TO WS-PROG-LATEST-STAMP(WS-PROG-IX)
                   MOVE WS-RUN-ELAPSED(WS-RUN-IX)
                       TO WS-PROG-LATEST-ELAPSED(WS-PROG-IX)
               END-IF
           END-IF.

       LOCATE-PROGRAM-ENTRY.
           MOVE 0 TO WS-PROG-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PROG-COUNT
               IF WS-PROG-NAME(I) = WS-RUN-PROGRAM(WS-RUN-IX)
                   MOVE I TO WS-PROG-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROG-IX = 0 AND WS-PROG-COUNT < 50
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-IX
               INITIALIZE WS-PROG-ENTRY(WS-PROG-IX)
               MOVE LOW-VALUES TO WS-PROG-LATEST-STAMP(WS-PROG-IX)
               MOVE WS-RUN-PROGRAM(WS-RUN-IX)
                   TO WS-PROG-NAME(WS-PROG-IX)
           END-IF.

      *> ----------------------------------------------------------
      *> BatchDriver brackets the whole night with its own START
      *> and END, so the latest driver START opens the latest
      *> night, and when this report runs as a step of that night
      *> the driver's run is the one still open. With no driver
      *> run on record the latest night is the start date of the
      *> latest run of any program.
      *> ----------------------------------------------------------
       FIND-LATEST-NIGHT.
           MOVE SPACES TO WS-NIGHT-STAMP
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF WS-RUN-PROGRAM(WS-RUN-IX) = WS-DRIVER-PROGRAM
                       AND RUN-HAS-START(WS-RUN-IX)
                       AND (WS-NIGHT-STAMP = SPACES
                           OR WS-RUN-START-STAMP(WS-RUN-IX)
                               > WS-NIGHT-STAMP)
                   MOVE WS-RUN-START-STAMP(WS-RUN-IX)
                       TO WS-NIGHT-STAMP
               END-IF
           END-PERFORM
           IF WS-NIGHT-STAMP = SPACES
               PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > WS-RUN-COUNT
                   IF RUN-HAS-START(WS-RUN-IX)
                           AND (WS-NIGHT-STAMP = SPACES
                               OR WS-RUN-START-STAMP(WS-RUN-IX)
                                   > WS-NIGHT-STAMP)
                       MOVE WS-RUN-START-STAMP(WS-RUN-IX)
                           TO WS-NIGHT-STAMP
                   END-IF
               END-PERFORM
               IF WS-NIGHT-STAMP NOT = SPACES
                   MOVE "000000" TO WS-NIGHT-STAMP(9:6)
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> The trailing average is the mean of every run but the
      *> latest; with only one timed run there is nothing to trail.
      *> ----------------------------------------------------------
       PRINT-PROGRAM-SUMMARY.
           DISPLAY "PROGRAM              RUNS    MIN-S    AVG-S"
               "    MAX-S LATEST-S  TRAIL-S DUE"
           PERFORM VARYING WS-PROG-IX FROM 1 BY 1
                   UNTIL WS-PROG-IX > WS-PROG-COUNT
               PERFORM PRINT-PROGRAM-LINE
           END-PERFORM.

       PRINT-PROGRAM-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PROG-NAME(WS-PROG-IX) TO WS-REPORT-LINE(1:20)
           MOVE 21 TO WS-LINE-PTR
           MOVE WS-PROG-RUNS(WS-PROG-IX) TO WS-COUNT-TEXT
           STRING WS-COUNT-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-PROG-MIN(WS-PROG-IX) TO WS-SECS-TEXT
           PERFORM APPEND-SECS-COLUMN
           COMPUTE WS-AVERAGE ROUNDED = WS-PROG-TOTAL(WS-PROG-IX)
               / WS-PROG-RUNS(WS-PROG-IX)
           MOVE WS-AVERAGE TO WS-SECS-TEXT
           PERFORM APPEND-SECS-COLUMN
           MOVE WS-PROG-MAX(WS-PROG-IX) TO WS-SECS-TEXT
           PERFORM APPEND-SECS-COLUMN
           MOVE WS-PROG-LATEST-ELAPSED(WS-PROG-IX) TO WS-SECS-TEXT
           PERFORM APPEND-SECS-COLUMN
           IF WS-PROG-RUNS(WS-PROG-IX) > 1
               COMPUTE WS-OTHER-AVERAGE ROUNDED
                   = (WS-PROG-TOTAL(WS-PROG-IX)
                      - WS-PROG-LATEST-ELAPSED(WS-PROG-IX))
                   / (WS-PROG-RUNS(WS-PROG-IX) - 1)
               MOVE WS-OTHER-AVERAGE TO WS-SECS-TEXT
               PERFORM APPEND-SECS-COLUMN
           ELSE
               STRING "        -" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           MOVE WS-PROG-NAME(WS-PROG-IX) TO WS-ENTRY-PROGRAM
           PERFORM LOCATE-DEADLINE
           IF WS-DL-IX > 0
               STRING " " WS-DL-TIME(WS-DL-IX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING " ----" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           DISPLAY WS-REPORT-LINE(1:WS-LINE-PTR - 1).

       APPEND-SECS-COLUMN.
           STRING " " WS-SECS-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR.

      *> A deadline whose program has no run anywhere in the
      *> history would otherwise never show on the report.
       PRINT-UNRUN-DEADLINES.
           PERFORM VARYING WS-DL-IX FROM 1 BY 1
                   UNTIL WS-DL-IX > WS-DL-COUNT
               MOVE 0 TO WS-PROG-IX
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PROG-COUNT
                   IF WS-PROG-NAME(I) = WS-DL-PROGRAM(WS-DL-IX)
                       MOVE I TO WS-PROG-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PROG-IX = 0
                   DISPLAY WS-DL-PROGRAM(WS-DL-IX)
                       "  NO TIMED RUNS, DUE " WS-DL-TIME(WS-DL-IX)
               END-IF
           END-PERFORM.

       PRINT-BREACHES.
           DISPLAY "==================================================="
           IF WS-NIGHT-STAMP = SPACES
               DISPLAY "BREACHES, LATEST NIGHT"
           ELSE
               DISPLAY "BREACHES, LATEST NIGHT FROM " WS-NIGHT-STAMP
           END-IF
           SET LATEST-NIGHT-PASS TO TRUE
           PERFORM CHECK-PASS-BREACHES
           DISPLAY "BREACHES, EARLIER NIGHTS (HISTORY)"
           SET HISTORY-PASS TO TRUE
           PERFORM CHECK-PASS-BREACHES.

       CHECK-PASS-BREACHES.
           MOVE 0 TO WS-PASS-BREACH-COUNT
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF RUN-IS-TIMED(WS-RUN-IX)
                   IF (LATEST-NIGHT-PASS
                           AND WS-RUN-START-STAMP(WS-RUN-IX)
                               >= WS-NIGHT-STAMP)
                       OR (HISTORY-PASS
                           AND WS-RUN-START-STAMP(WS-RUN-IX)
                               < WS-NIGHT-STAMP)
                       PERFORM CHECK-RUN-DEADLINE
                       PERFORM CHECK-RUN-AVERAGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PASS-BREACH-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       COUNT-BREACH.
           ADD 1 TO WS-PASS-BREACH-COUNT
           IF HISTORY-PASS
               ADD 1 TO WS-HISTORY-BREACH-COUNT
           END-IF.

      *> ----------------------------------------------------------
      *> The deadline is placed on the run's start date; a
      *> deadline at or before the start time belongs to the next
      *> day, the usual shape of a night that runs past midnight.
      *> ----------------------------------------------------------
       CHECK-RUN-DEADLINE.
           MOVE WS-RUN-PROGRAM(WS-RUN-IX) TO WS-ENTRY-PROGRAM
           PERFORM LOCATE-DEADLINE
           IF WS-DL-IX > 0
               MOVE WS-RUN-START-STAMP(WS-RUN-IX) TO WS-WORK-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE WS-DL-TIME(WS-DL-IX)(1:2) TO WS-DEADLINE-HH
               MOVE WS-DL-TIME(WS-DL-IX)(3:2) TO WS-DEADLINE-MI
               COMPUTE WS-DEADLINE-SECONDS
                   = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                       + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MI * 60
               IF WS-DEADLINE-SECONDS <= WS-START-SECONDS
                   ADD 86400 TO WS-DEADLINE-SECONDS
               END-IF
               COMPUTE WS-END-SECONDS = WS-START-SECONDS
                   + WS-RUN-ELAPSED(WS-RUN-IX)
               IF WS-END-SECONDS > WS-DEADLINE-SECONDS
                   PERFORM COUNT-BREACH
                   IF LATEST-NIGHT-PASS
                       ADD 1 TO WS-DEADLINE-BREACH-COUNT
                   END-IF
                   DISPLAY "  PAST DEADLINE "
                       WS-RUN-PROGRAM(WS-RUN-IX) " "
                       FUNCTION TRIM(WS-RUN-RUN-ID(WS-RUN-IX))
                       " ENDED " WS-RUN-END-STAMP(WS-RUN-IX)
                       " DUE " WS-DL-TIME(WS-DL-IX)
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Each run is measured against the average of the program's
      *> other runs, so one slow night does not raise the bar it is
      *> judged by. An average of zero (sub-second runs) is
      *> skipped, the same guard the judge history report uses:
      *> any growth over zero is infinite and would flag every run.
      *> ----------------------------------------------------------
       CHECK-RUN-AVERAGE.
           MOVE 0 TO WS-PROG-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PROG-COUNT
               IF WS-PROG-NAME(I) = WS-RUN-PROGRAM(WS-RUN-IX)
                   MOVE I TO WS-PROG-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROG-IX > 0 AND WS-PROG-RUNS(WS-PROG-IX) > 1
               COMPUTE WS-OTHER-AVERAGE ROUNDED
                   = (WS-PROG-TOTAL(WS-PROG-IX)
                      - WS-RUN-ELAPSED(WS-RUN-IX))
                   / (WS-PROG-RUNS(WS-PROG-IX) - 1)
               IF WS-OTHER-AVERAGE > 0
                   COMPUTE WS-OVER-LIMIT = WS-OTHER-AVERAGE
                       + (WS-OTHER-AVERAGE * WS-THRESHOLD-PCT) / 100
                   IF WS-RUN-ELAPSED(WS-RUN-IX) > WS-OVER-LIMIT
                       PERFORM REPORT-AVERAGE-BREACH
                   END-IF
               END-IF
           END-IF.

       REPORT-AVERAGE-BREACH.
           PERFORM COUNT-BREACH
           IF LATEST-NIGHT-PASS
               ADD 1 TO WS-AVERAGE-BREACH-COUNT
           END-IF
           COMPUTE WS-OVER-PCT = ((WS-RUN-ELAPSED(WS-RUN-IX)
               - WS-OTHER-AVERAGE) * 100) / WS-OTHER-AVERAGE
           MOVE WS-OVER-PCT TO WS-PCT-TEXT
           MOVE WS-RUN-ELAPSED(WS-RUN-IX) TO WS-SECS-TEXT
           DISPLAY "  OVER AVERAGE  "
               WS-RUN-PROGRAM(WS-RUN-IX) " "
               FUNCTION TRIM(WS-RUN-RUN-ID(WS-RUN-IX))
               " TOOK " FUNCTION TRIM(WS-SECS-TEXT) "S, "
               FUNCTION TRIM(WS-PCT-TEXT) "% OVER AVERAGE".

       PRINT-TOTALS.
           DISPLAY "==================================================="
           MOVE WS-GEN-READ-COUNT TO WS-COUNT-TEXT
           DISPLAY "ARCHIVE GENERATIONS READ:  " WS-COUNT-TEXT
           IF WS-GEN-MISSING-COUNT > 0
               MOVE WS-GEN-MISSING-COUNT TO WS-COUNT-TEXT
               DISPLAY "ARCHIVE GENERATIONS GONE:  " WS-COUNT-TEXT
           END-IF
           MOVE WS-TIMED-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS TIMED:                " WS-COUNT-TEXT
           MOVE WS-OPEN-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS STILL OPEN:           " WS-COUNT-TEXT
           MOVE WS-ABENDED-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS CLOSED ABENDED:       " WS-COUNT-TEXT
           MOVE WS-UNPAIRED-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS NOT PAIRABLE:         " WS-COUNT-TEXT
           MOVE WS-DEADLINE-BREACH-COUNT TO WS-COUNT-TEXT
           DISPLAY "DEADLINE BREACHES:         " WS-COUNT-TEXT
           MOVE WS-AVERAGE-BREACH-COUNT TO WS-COUNT-TEXT
           DISPLAY "OVER-AVERAGE BREACHES:     " WS-COUNT-TEXT
           MOVE WS-HISTORY-BREACH-COUNT TO WS-COUNT-TEXT
           DISPLAY "EARLIER-NIGHT BREACHES:    " WS-COUNT-TEXT
           IF WS-RUN-OVERFLOW > 0
               MOVE WS-RUN-OVERFLOW TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " RECORDS NOT"
                   " TIMED, RUN TABLE FULL"
           END-IF
           IF WS-PROG-OVERFLOW > 0
               MOVE WS-PROG-OVERFLOW TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " RUNS NOT"
                   " SUMMARIZED, PROGRAM TABLE FULL"
           END-IF.

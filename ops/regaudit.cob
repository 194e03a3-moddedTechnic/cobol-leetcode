      *>                         sentinel (an S deck's content can
      *>                         be anything, so only its presence
      *>                         is checked)
      *>   NO CONTROL RECORD     the dataset does not end in a
      *>                         control card (layout DCTREC), so
      *>                         nothing can prove it complete
      *> Each entry's older generations (see REGREC) are probed
      *> too, since an id(-1) reference to a vanished dataset fails
      *> the same way. The generation last resolved from DECK.USAGE
      *> is shown beside the current one, so retiring decks stops
      *> being guesswork and entries left pointing at deleted
      *> datasets surface before a production run trips over them.
      *> SYSIN card: the unused-since cutoff date (YYYYMMDD).
      *> Integrity flags end the run with RETURN-CODE 8 and are
      *> each raised on the operator alert queue (ALERT.QUEUE,
      *> layout ALTREC): DATASET MISSING as CRITICAL, FORMAT
      *> MISMATCH as WARNING; retirement candidates are
      *> housekeeping, not alerts. Decks without a control record
      *> are counted against the active datasets checked, to show
      *> how much of the registry is still unprotected; they
      *> predate the control card or came from outside DeckEdit,
      *> so they are listed, not alerted, and do not set the
      *> return code. Run from the directory holding the
      *> registry, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/regaudit ops/regaudit.cob
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBE-FILE.
       01  PROBE-CARD            PIC X(80).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-REGISTRY-STATUS PIC XX.
       01  WS-PROBE-STATUS    PIC XX.
       01  WS-PROBE-EOF-SW    PIC X.
           88 PROBE-EOF           VALUE "Y".
       01  WS-ALERT-DSN       PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS    PIC XX.

       01  WS-CUTOFF-DATE     PIC X(8).
       01  DECK-SENTINEL      PIC X(9) VALUE "END".
               05  WS-USE-DECK-ID    PIC X(8).
               05  WS-USE-USES       PIC 9(6).
               05  WS-USE-LAST-DATE  PIC X(8).
               05  WS-USE-LAST-GEN   PIC 9(4).
       01  WS-USE-IX          PIC 9(4).

       01  WS-ENTRY-USES      PIC 9(6).
       01  WS-ENTRY-LAST-DATE PIC X(8).
       01  WS-ENTRY-LAST-GEN  PIC 9(4).
       01  WS-GEN-TEXT        PIC 9(4).
       01  WS-LAST-GEN-TEXT   PIC 9(4).
       01  WS-REL-TEXT        PIC 9.
       01  WS-KEPT-TEXT       PIC Z9.
       01  WS-LIMIT-TEXT      PIC Z9.
       01  WS-TRIMMED-CARD    PIC X(80).
       01  WS-TRIM-LEN        PIC 9(4).
       01  WS-CHAR            PIC X(1).
       01  WS-CARD-NUMERIC-SW PIC X.
           88 CARD-IS-NUMERIC     VALUE "Y".
       01  WS-LAST-CARD       PIC X(80).
       01  WS-CONTROL-CARD.
           COPY DCTREC.

       01  WS-ENTRY-COUNT     PIC 9(4) VALUE 0.
       01  WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT   PIC 9(4) VALUE 0.
       01  WS-MISMATCH-COUNT  PIC 9(4) VALUE 0.
       01  WS-PROBED-COUNT    PIC 9(4) VALUE 0.
       01  WS-NO-CONTROL-COUNT PIC 9(4) VALUE 0.
       01  WS-USES-TEXT       PIC ZZZZZ9.
       01  WS-COUNT-TEXT      PIC ZZZ9.
       01  WS-PROBED-TEXT     PIC ZZZ9.

      *> Alerts raised by this run, ids built on a run id made the
      *> catalog way (timestamp and process id) plus a sequence.
       01  WS-PROGRAM-NAME    PIC X(20) VALUE "REGAUDIT".
       01  WS-ALERT-RUN-STAMP PIC X(24) VALUE SPACES.
       01  WS-ALERT-PID       PIC 9(9).
       01  WS-ALERT-PID-TEXT  PIC Z(8)9.
       01  WS-ALERT-SEQ       PIC 9(4) VALUE 0.
       01  WS-ALERT-SEVERITY  PIC X(8).
       01  WS-ALERT-RUN-ID    PIC X(24) VALUE SPACES.
       01  WS-ALERT-OBJECT    PIC X(40).
       01  WS-ALERT-MESSAGE   PIC X(80).
       01  WS-ALERT-REPEATS   PIC 9(4) VALUE 0.
       01  WS-ALERT-EOF-SW    PIC X.
           88 ALERT-EOF           VALUE "Y".
       01  WS-ALERT-OPEN-SW   PIC X.
           88 ALERT-ALREADY-OPEN  VALUE "Y".
       01  WS-ALERT-OPEN-ID   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               IF DUS-DATE > WS-USE-LAST-DATE(WS-USE-IX)
                   MOVE DUS-DATE TO WS-USE-LAST-DATE(WS-USE-IX)
               END-IF
      *> Usage rows are appended in time order, so the latest row
      *> carrying a generation names the one last read. Rows
      *> written before generations existed carry none.
               IF DUS-GENERATION NUMERIC AND DUS-GENERATION > 0
                   MOVE DUS-GENERATION TO WS-USE-LAST-GEN(WS-USE-IX)
               END-IF
           END-IF.

       WALK-REGISTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-ENTRY-USES
           MOVE SPACES TO WS-ENTRY-LAST-DATE
           MOVE 0 TO WS-ENTRY-LAST-GEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USE-COUNT
               IF WS-USE-DECK-ID(I) = REG-DECK-ID
                   MOVE WS-USE-USES(I) TO WS-ENTRY-USES
                   MOVE WS-USE-LAST-DATE(I) TO WS-ENTRY-LAST-DATE
                   MOVE WS-USE-LAST-GEN(I) TO WS-ENTRY-LAST-GEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
                   DISPLAY "  *** RETIREMENT CANDIDATE, NO USE"
                       " SINCE CUTOFF ***"
               END-IF
               PERFORM SHOW-ENTRY-GENERATIONS
               PERFORM CHECK-ENTRY-DATASET
               PERFORM CHECK-OLDER-GENERATIONS
           END-IF.

       SHOW-ENTRY-GENERATIONS.
           MOVE REG-GEN-NUMBER TO WS-GEN-TEXT
           COMPUTE WS-KEPT-TEXT = REG-OLD-GEN-COUNT + 1
           MOVE REG-GEN-LIMIT TO WS-LIMIT-TEXT
           IF WS-ENTRY-LAST-GEN = 0
               DISPLAY "  GENERATIONS KEPT " WS-KEPT-TEXT " OF "
                   WS-LIMIT-TEXT ", CURRENT G" WS-GEN-TEXT
                   ", NO GENERATION RECORDED AS USED"
           ELSE
               MOVE WS-ENTRY-LAST-GEN TO WS-LAST-GEN-TEXT
               DISPLAY "  GENERATIONS KEPT " WS-KEPT-TEXT " OF "
                   WS-LIMIT-TEXT ", CURRENT G" WS-GEN-TEXT
                   ", LAST USED G" WS-LAST-GEN-TEXT
           END-IF.

      *> ----------------------------------------------------------
      *> An older generation whose dataset no longer opens is the
      *> same integrity error as a missing current one: an id(-n)
      *> reference to it would fail the run that made it.
      *> ----------------------------------------------------------
       CHECK-OLDER-GENERATIONS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REG-OLD-GEN-COUNT
               MOVE REG-OLD-GEN-DSN(J) TO WS-PROBE-DSN
               OPEN INPUT PROBE-FILE
               IF WS-PROBE-STATUS NOT = "00"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE REG-OLD-GEN-NUMBER(J) TO WS-GEN-TEXT
                   MOVE J TO WS-REL-TEXT
                   DISPLAY "  *** DATASET MISSING FOR G" WS-GEN-TEXT
                       " (-" WS-REL-TEXT "), OPEN STATUS "
                       WS-PROBE-STATUS " ***"
                   MOVE "CRITICAL" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "DATASET MISSING FOR G" WS-GEN-TEXT " (-"
                       WS-REL-TEXT "), OPEN STATUS " WS-PROBE-STATUS
                       ": " FUNCTION TRIM(WS-PROBE-DSN)
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   PERFORM RAISE-ALERT
               ELSE
                   CLOSE PROBE-FILE
               END-IF
           END-PERFORM.

       CHECK-ENTRY-DATASET.
           MOVE REG-DECK-DSN TO WS-PROBE-DSN
           OPEN INPUT PROBE-FILE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "  *** DATASET MISSING, OPEN STATUS "
                   WS-PROBE-STATUS " ***"
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "DATASET MISSING, OPEN STATUS " WS-PROBE-STATUS
                   ": " FUNCTION TRIM(WS-PROBE-DSN)
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-ALERT
           ELSE
               IF REG-NUMS-FORMAT
                   PERFORM CHECK-NUMS-CONTENT
               END-IF
               CLOSE PROBE-FILE
               PERFORM CHECK-CONTROL-RECORD
           END-IF.

      *> ----------------------------------------------------------
      *> The deck's last card must be its control card: the tag
      *> followed by 17 digits and nothing else. Only presence is
      *> checked here; the programs that read the deck check the
      *> figures themselves before using it.
      *> ----------------------------------------------------------
       CHECK-CONTROL-RECORD.
           ADD 1 TO WS-PROBED-COUNT
           MOVE SPACES TO WS-LAST-CARD
           MOVE "N" TO WS-PROBE-EOF-SW
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS = "00"
               PERFORM UNTIL PROBE-EOF
                   READ PROBE-FILE
                       AT END
                           SET PROBE-EOF TO TRUE
                       NOT AT END
                           MOVE PROBE-CARD TO WS-LAST-CARD
                   END-READ
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF
           MOVE WS-LAST-CARD(1:20) TO WS-CONTROL-CARD
           IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                   AND WS-LAST-CARD(21:) = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-NO-CONTROL-COUNT
               DISPLAY "  NO CONTROL RECORD, DECK UNPROTECTED"
           END-IF.

      *> ----------------------------------------------------------
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY "  *** FORMAT MISMATCH, FORMAT N BUT"
                           " FIRST CARD IS NOT A NUMBER ***"
                       MOVE "WARNING" TO WS-ALERT-SEVERITY
                       MOVE SPACES TO WS-ALERT-MESSAGE
                       STRING "FORMAT MISMATCH, FORMAT N BUT FIRST"
                           " CARD IS NOT A NUMBER"
                           DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF.
               END-EVALUATE
           END-PERFORM.

      *> ----------------------------------------------------------
      *> One ALERT.QUEUE record per integrity flag against the
      *> registry entry being audited, opened, written and closed
      *> per alert like the run-control records.
      *> ----------------------------------------------------------
       RAISE-ALERT.
           MOVE REG-DECK-ID TO WS-ALERT-OBJECT
           PERFORM CHECK-ALERT-OPEN
           IF ALERT-ALREADY-OPEN
               ADD 1 TO WS-ALERT-REPEATS
           ELSE
               PERFORM POST-ALERT
           END-IF.

      *> ----------------------------------------------------------
      *> A condition still on file is found again every time this
      *> program runs; while its alert is still open (raised by
      *> this program for the same deck id with the same text, and
      *> not yet acknowledged) it is not raised again.
      *> Once acknowledged, a condition that persists is raised
      *> afresh.
      *> ----------------------------------------------------------
       CHECK-ALERT-OPEN.
           MOVE "N" TO WS-ALERT-OPEN-SW
           MOVE "N" TO WS-ALERT-EOF-SW
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       MATCH-ONE-ALERT.
           IF ALT-RAISED
                   AND ALT-SOURCE = WS-PROGRAM-NAME
                   AND ALT-OBJECT = WS-ALERT-OBJECT
                   AND ALT-MESSAGE = WS-ALERT-MESSAGE
                   AND (WS-ALERT-RUN-ID = SPACES
                       OR ALT-RUN-ID = WS-ALERT-RUN-ID)
               SET ALERT-ALREADY-OPEN TO TRUE
               MOVE ALT-ALERT-ID TO WS-ALERT-OPEN-ID
           END-IF
           IF ALT-ACKNOWLEDGED AND ALERT-ALREADY-OPEN
                   AND ALT-ALERT-ID = WS-ALERT-OPEN-ID
               MOVE "N" TO WS-ALERT-OPEN-SW
           END-IF.

       POST-ALERT.
           IF WS-ALERT-RUN-STAMP = SPACES
               CALL "C$GETPID" RETURNING WS-ALERT-PID
               MOVE WS-ALERT-PID TO WS-ALERT-PID-TEXT
               STRING FUNCTION CURRENT-DATE(1:14) "-"
                   FUNCTION TRIM(WS-ALERT-PID-TEXT)
                   DELIMITED BY SIZE INTO WS-ALERT-RUN-STAMP
           END-IF
           ADD 1 TO WS-ALERT-SEQ
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALT-RAISED TO TRUE
           STRING WS-ALERT-RUN-STAMP DELIMITED BY SPACE
                  "-" WS-ALERT-SEQ DELIMITED BY SIZE
               INTO ALT-ALERT-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-STAMP
           MOVE WS-PROGRAM-NAME TO ALT-SOURCE
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
           IF WS-ALERT-RUN-ID = SPACES
               MOVE WS-ALERT-RUN-STAMP TO ALT-RUN-ID
           ELSE
               MOVE WS-ALERT-RUN-ID TO ALT-RUN-ID
           END-IF
           MOVE WS-ALERT-OBJECT TO ALT-OBJECT
           MOVE WS-ALERT-MESSAGE TO ALT-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       PRINT-SUMMARY.
           DISPLAY "==================================================="
           MOVE WS-ENTRY-COUNT TO WS-COUNT-TEXT
           DISPLAY "DATASETS MISSING:       " WS-COUNT-TEXT
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-TEXT
           DISPLAY "FORMAT MISMATCHES:      " WS-COUNT-TEXT
           MOVE WS-NO-CONTROL-COUNT TO WS-COUNT-TEXT
           MOVE WS-PROBED-COUNT TO WS-PROBED-TEXT
           DISPLAY "NO CONTROL RECORD:      " WS-COUNT-TEXT
               " OF " FUNCTION TRIM(WS-PROBED-TEXT)
               " ACTIVE DATASET(S)"
           IF WS-MISSING-COUNT > 0 OR WS-MISMATCH-COUNT > 0
               DISPLAY "REGISTRY HAS INTEGRITY ERRORS"
               MOVE WS-ALERT-SEQ TO WS-COUNT-TEXT
               DISPLAY "ALERTS RAISED:          " WS-COUNT-TEXT
               MOVE WS-ALERT-REPEATS TO WS-COUNT-TEXT
               DISPLAY "ALERTS ALREADY OPEN:    " WS-COUNT-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

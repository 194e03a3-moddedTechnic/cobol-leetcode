      *> programs legitimately complete runs with no audit records
      *> (a night of steps, a banner-only session, a review with
      *> nothing approved), so their silence is not an exception.
      *> The deck usage history (DECK.USAGE, layout DUSREC) is
      *> folded in as well: every usage row is tied to the run of
      *> the same program whose START/END stamps bracket it, and
      *> the deck generation each run read is listed, so a result
      *> can be traced to the exact deck contents behind it.
      *> The Palindromes deck screening results (PALINDROMES.RESULTS,
      *> layout PALREC) are balanced the same way: each run's type-T
      *> trailer card, true and false totals against its type-D
      *> detail records, and the run against RUN.CONTROL.
      *> A TwoSum trailer's pair total must equal the pair counts
      *> on its type-D records, which in turn must account for every
      *> found target's first pair plus each type-P record an
      *> all-pairs run wrote.
      *> Every exception is also raised as an alert on the operator
      *> alert queue (ALERT.QUEUE, layout ALTREC): an unavailable
      *> dataset as CRITICAL, a balancing exception as WARNING.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT PAL-RESULTS-FILE ASSIGN TO DYNAMIC
                   WS-PAL-RESULTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAL-RESULTS-STATUS.
           SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RESULTS-FILE-RECORD.
           COPY RSLREC.

       FD  PAL-RESULTS-FILE.
       01  PAL-RESULTS-RECORD.
           COPY PALREC.

       FD  USAGE-FILE.
       01  USAGE-RECORD.
           COPY DUSREC.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RESULTS-STATUS PIC XX.
       01  WS-RESULTS-EOF-SW PIC X VALUE "N".
           88 RESULTS-EOF        VALUE "Y".
       01  WS-PAL-RESULTS-DSN PIC X(80)
               VALUE "PALINDROMES.RESULTS".
       01  WS-PAL-RESULTS-STATUS PIC XX.
       01  WS-PAL-RESULTS-EOF-SW PIC X VALUE "N".
           88 PAL-RESULTS-EOF    VALUE "Y".
       01  WS-USAGE-DSN      PIC X(80) VALUE "DECK.USAGE".
       01  WS-USAGE-STATUS   PIC XX.
       01  WS-USAGE-EOF-SW   PIC X VALUE "N".
           88 USAGE-EOF          VALUE "Y".
       01  WS-ALERT-DSN      PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS   PIC XX.
       01  WS-USAGE-STAMP    PIC X(14).
       01  WS-GEN-TEXT       PIC 9(4).
       01  WS-TIED-COUNT     PIC 9(6) VALUE 0.

      *> One row per run id seen in RUN.CONTROL, first-seen order.
      *> 2000 rows covers many weeks of the current catalog between
                   88 RUN-HAS-END        VALUE "Y".
               05  WS-RUN-OUTCOME    PIC X(8).
               05  WS-RUN-AUDITS     PIC 9(6).
               05  WS-RUN-START-STAMP PIC X(14).
               05  WS-RUN-END-STAMP  PIC X(14).
       01  WS-RUN-IX         PIC 9(4).

      *> One row per run id seen among the results detail/trailer
               05  WS-RSL-DETAILS    PIC 9(8).
               05  WS-RSL-DET-FOUND  PIC 9(8).
               05  WS-RSL-DET-NOSOL  PIC 9(8).
               05  WS-RSL-DET-PAIRS  PIC 9(8).
               05  WS-RSL-PAIR-RECS  PIC 9(8).
               05  WS-RSL-TRAILER-SW PIC X.
                   88 RSL-HAS-TRAILER    VALUE "Y".
               05  WS-RSL-TRL-TARGETS PIC 9(8).
               05  WS-RSL-TRL-FOUND  PIC 9(8).
               05  WS-RSL-TRL-NOSOL  PIC 9(8).
               05  WS-RSL-TRL-PAIRS  PIC 9(8).
       01  WS-RSL-IX         PIC 9(4).

      *> The same fold for the Palindromes screening results: one
      *> row per PAL-RUN-ID, detail counts split true/false, plus
      *> the trailer totals when a trailer is on file.
       01  WS-PAL-COUNT      PIC 9(4) VALUE 0.
       01  WS-PAL-TABLE.
           02  WS-PAL-ENTRY OCCURS 200 TIMES.
               05  WS-PAL-REC-RUN-ID PIC X(24).
               05  WS-PAL-DETAILS    PIC 9(8).
               05  WS-PAL-DET-TRUE   PIC 9(8).
               05  WS-PAL-DET-FALSE  PIC 9(8).
               05  WS-PAL-TRAILER-SW PIC X.
                   88 PAL-HAS-TRAILER    VALUE "Y".
               05  WS-PAL-TRL-CARDS  PIC 9(8).
               05  WS-PAL-TRL-TRUE   PIC 9(8).
               05  WS-PAL-TRL-FALSE  PIC 9(8).
       01  WS-PAL-IX         PIC 9(4).

      *> Orphan audit run ids are folded to one exception line per
      *> run id, with how many records carried it.
       01  WS-ORPHAN-COUNT   PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT-2   PIC ZZZZZ9.
       01  WS-COUNT-TEXT-3   PIC ZZZZZ9.

      *> Alerts raised by this run. The pass keeps no run-control
      *> records of its own, so the alert ids are built on a run
      *> id made the catalog way (timestamp and process id) plus a
      *> sequence number.
       01  WS-PROGRAM-NAME   PIC X(20) VALUE "EODRECON".
       01  WS-ALERT-RUN-STAMP PIC X(24) VALUE SPACES.
       01  WS-ALERT-PID      PIC 9(9).
       01  WS-ALERT-PID-TEXT PIC Z(8)9.
       01  WS-ALERT-SEQ      PIC 9(4) VALUE 0.
       01  WS-ALERT-SEVERITY PIC X(8).
       01  WS-ALERT-RUN-ID   PIC X(24).
       01  WS-ALERT-OBJECT   PIC X(40).
       01  WS-ALERT-MESSAGE  PIC X(80).
       01  WS-ALERT-REPEATS  PIC 9(4) VALUE 0.
       01  WS-ALERT-EOF-SW   PIC X.
           88 ALERT-EOF          VALUE "Y".
       01  WS-ALERT-OPEN-SW  PIC X.
           88 ALERT-ALREADY-OPEN VALUE "Y".
       01  WS-ALERT-OPEN-ID  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "==================================================="
           PERFORM LOAD-RUN-CONTROL
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-RESULTS-DATASET
           PERFORM SCAN-PAL-RESULTS-DATASET
           PERFORM REPORT-RUN-EXCEPTIONS
           PERFORM REPORT-ORPHAN-AUDITS
           PERFORM REPORT-RESULTS-EXCEPTIONS
           PERFORM REPORT-PAL-RESULTS-EXCEPTIONS
           PERFORM REPORT-DECK-GENERATIONS
           PERFORM PRINT-SUMMARY
           STOP RUN.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN.CONTROL NOT AVAILABLE, STATUS "
                   WS-RUNCTL-STATUS
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-RUN-ID
               MOVE "RUN.CONTROL" TO WS-ALERT-OBJECT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "RUN.CONTROL NOT AVAILABLE, STATUS "
                   WS-RUNCTL-STATUS ", NIGHT NOT RECONCILED"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-IX > 0
               IF RCT-EVENT = "START"
                   SET RUN-HAS-START(WS-RUN-IX) TO TRUE
                   MOVE RCT-STAMP TO WS-RUN-START-STAMP(WS-RUN-IX)
               ELSE
                   SET RUN-HAS-END(WS-RUN-IX) TO TRUE
                   MOVE RCT-OUTCOME TO WS-RUN-OUTCOME(WS-RUN-IX)
                   MOVE RCT-STAMP TO WS-RUN-END-STAMP(WS-RUN-IX)
               END-IF
           END-IF.

               DISPLAY "AUDIT LOG " FUNCTION TRIM(WS-AUDIT-DSN)
                   " NOT AVAILABLE, STATUS " WS-AUDIT-STATUS
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-RUN-ID
               MOVE WS-AUDIT-DSN TO WS-ALERT-OBJECT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "AUDIT LOG NOT AVAILABLE, STATUS "
                   WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-ALERT
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
               MOVE RSL-RUN-ID TO WS-RSL-REC-RUN-ID(WS-RSL-IX)
           END-IF
           IF WS-RSL-IX > 0
               EVALUATE RSL-REC-TYPE
                   WHEN "D"
                       ADD 1 TO WS-RSL-DETAILS(WS-RSL-IX)
                       IF RSL-FOUND
                           ADD 1 TO WS-RSL-DET-FOUND(WS-RSL-IX)
                       ELSE
                           ADD 1 TO WS-RSL-DET-NOSOL(WS-RSL-IX)
                       END-IF
                       ADD RSL-PAIR-COUNT TO WS-RSL-DET-PAIRS(WS-RSL-IX)
                   WHEN "P"
                       ADD 1 TO WS-RSL-PAIR-RECS(WS-RSL-IX)
                   WHEN OTHER
                       SET RSL-HAS-TRAILER(WS-RSL-IX) TO TRUE
                       MOVE RSL-TOTAL-TARGETS
                           TO WS-RSL-TRL-TARGETS(WS-RSL-IX)
                       MOVE RSL-TOTAL-FOUND
                           TO WS-RSL-TRL-FOUND(WS-RSL-IX)
                       MOVE RSL-TOTAL-NOSOL
                           TO WS-RSL-TRL-NOSOL(WS-RSL-IX)
                       MOVE RSL-TOTAL-PAIRS
                           TO WS-RSL-TRL-PAIRS(WS-RSL-IX)
               END-EVALUATE
           END-IF.

      *> ----------------------------------------------------------
      *> Same fold over PALINDROMES.RESULTS; a night with no deck
      *> screening step writes none, so its absence is not an
      *> exception either.
      *> ----------------------------------------------------------
       SCAN-PAL-RESULTS-DATASET.
           OPEN INPUT PAL-RESULTS-FILE
           IF WS-PAL-RESULTS-STATUS = "00"
               PERFORM UNTIL PAL-RESULTS-EOF
                   READ PAL-RESULTS-FILE
                       AT END
                           SET PAL-RESULTS-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-PAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAL-RESULTS-FILE
           END-IF.

       FOLD-ONE-PAL-RECORD.
           MOVE 0 TO WS-PAL-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PAL-COUNT
               IF WS-PAL-REC-RUN-ID(I) = PAL-RUN-ID
                   MOVE I TO WS-PAL-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAL-IX = 0 AND WS-PAL-COUNT < 200
               ADD 1 TO WS-PAL-COUNT
               MOVE WS-PAL-COUNT TO WS-PAL-IX
               INITIALIZE WS-PAL-ENTRY(WS-PAL-IX)
               MOVE PAL-RUN-ID TO WS-PAL-REC-RUN-ID(WS-PAL-IX)
           END-IF
           IF WS-PAL-IX > 0
               IF PAL-REC-TYPE = "D"
                   ADD 1 TO WS-PAL-DETAILS(WS-PAL-IX)
                   IF PAL-TRUE
                       ADD 1 TO WS-PAL-DET-TRUE(WS-PAL-IX)
                   ELSE
                       ADD 1 TO WS-PAL-DET-FALSE(WS-PAL-IX)
                   END-IF
               ELSE
                   SET PAL-HAS-TRAILER(WS-PAL-IX) TO TRUE
                   MOVE PAL-TOTAL-CARDS
                       TO WS-PAL-TRL-CARDS(WS-PAL-IX)
                   MOVE PAL-TOTAL-TRUE
                       TO WS-PAL-TRL-TRUE(WS-PAL-IX)
                   MOVE PAL-TOTAL-FALSE
                       TO WS-PAL-TRL-FALSE(WS-PAL-IX)
               END-IF
           END-IF.

               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "  END WITHOUT START: " WS-RUN-PROGRAM(I)
                   " " FUNCTION TRIM(WS-RUN-RUN-ID(I))
               MOVE "END WITHOUT START IN RUN.CONTROL"
                   TO WS-ALERT-MESSAGE
               PERFORM RAISE-RUN-ALERT
           END-IF
           IF RUN-HAS-END(I) AND WS-RUN-AUDITS(I) = 0
               PERFORM CHECK-AUDIT-REQUIRED
                   DISPLAY "  NO AUDIT TRAIL: " WS-RUN-PROGRAM(I)
                       " " FUNCTION TRIM(WS-RUN-RUN-ID(I))
                       " ENDED " WS-RUN-OUTCOME(I)
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "NO AUDIT TRAIL, RUN ENDED "
                       WS-RUN-OUTCOME(I)
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   PERFORM RAISE-RUN-ALERT
               END-IF
           END-IF
           IF NOT RUN-HAS-END(I)
               DISPLAY "  ORPHAN AUDIT RUNID: "
                   FUNCTION TRIM(WS-ORPHAN-RUN-ID(I)) " ("
                   WS-COUNT-TEXT " RECORD(S), NO RUN.CONTROL ENTRY)"
               MOVE "WARNING" TO WS-ALERT-SEVERITY
               MOVE WS-ORPHAN-RUN-ID(I) TO WS-ALERT-RUN-ID
               MOVE WS-ORPHAN-RUN-ID(I) TO WS-ALERT-OBJECT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "ORPHAN AUDIT RUNID, "
                   FUNCTION TRIM(WS-COUNT-TEXT)
                   " RECORD(S), NO RUN.CONTROL ENTRY"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-ALERT
           END-PERFORM.

      *> ----------------------------------------------------------
      *> Exception pass three: each run present in the results
      *> dataset must close with a trailer whose totals match the
      *> detail and pair records actually on file, and must trace
      *> back to a TWOSUM entry in RUN.CONTROL.
      *> ----------------------------------------------------------
       REPORT-RESULTS-EXCEPTIONS.
           DISPLAY "TWOSUM RESULTS VS TRAILERS"
                   FUNCTION TRIM(WS-RSL-REC-RUN-ID(J)) " ("
                   WS-COUNT-TEXT " DETAIL RECORD(S), RUN DID NOT"
                   " FINISH)"
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "TWOSUM.RESULTS TRAILER MISSING, "
                   FUNCTION TRIM(WS-COUNT-TEXT) " DETAIL RECORD(S)"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-RESULTS-ALERT
           ELSE
               IF WS-RSL-TRL-TARGETS(J) NOT = WS-RSL-DETAILS(J)
                       OR WS-RSL-TRL-FOUND(J)
                           NOT = WS-RSL-DET-FOUND(J)
                       OR WS-RSL-TRL-NOSOL(J)
                           NOT = WS-RSL-DET-NOSOL(J)
                       OR WS-RSL-TRL-PAIRS(J)
                           NOT = WS-RSL-DET-PAIRS(J)
                       OR WS-RSL-DET-PAIRS(J) NOT =
                           WS-RSL-DET-FOUND(J) + WS-RSL-PAIR-RECS(J)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-RSL-TRL-TARGETS(J) TO WS-COUNT-TEXT
                   MOVE WS-RSL-DETAILS(J) TO WS-COUNT-TEXT-2
                   MOVE WS-RSL-DET-NOSOL(J) TO WS-COUNT-TEXT-2
                   DISPLAY "    NOSOL TRAILER" WS-COUNT-TEXT
                       " DETAILS" WS-COUNT-TEXT-2
                   MOVE WS-RSL-TRL-PAIRS(J) TO WS-COUNT-TEXT
                   MOVE WS-RSL-DET-PAIRS(J) TO WS-COUNT-TEXT-2
                   COMPUTE WS-COUNT-TEXT-3
                       = WS-RSL-DET-FOUND(J) + WS-RSL-PAIR-RECS(J)
                   DISPLAY "    PAIRS TRAILER" WS-COUNT-TEXT
                       " DETAILS" WS-COUNT-TEXT-2
                       " LISTED" WS-COUNT-TEXT-3
                   MOVE "TWOSUM.RESULTS TRAILER OUT OF BALANCE"
                       TO WS-ALERT-MESSAGE
                   PERFORM RAISE-RESULTS-ALERT
               END-IF
           END-IF
           PERFORM CHECK-RESULTS-RUN-CONTROL.
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "  RESULTS RUN NOT IN RUN.CONTROL: "
                   FUNCTION TRIM(WS-RSL-REC-RUN-ID(J))
               MOVE "TWOSUM.RESULTS RUN NOT IN RUN.CONTROL"
                   TO WS-ALERT-MESSAGE
               PERFORM RAISE-RESULTS-ALERT
           END-IF.

      *> ----------------------------------------------------------
      *> Exception pass four: the same trailer and run-control
      *> checks for each run in the Palindromes screening results.
      *> ----------------------------------------------------------
       REPORT-PAL-RESULTS-EXCEPTIONS.
           DISPLAY "PALINDROMES RESULTS VS TRAILERS"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PAL-COUNT
               PERFORM CHECK-ONE-PAL-RUN
           END-PERFORM.

       CHECK-ONE-PAL-RUN.
           IF NOT PAL-HAS-TRAILER(J)
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-PAL-DETAILS(J) TO WS-COUNT-TEXT
               DISPLAY "  TRAILER MISSING: "
                   FUNCTION TRIM(WS-PAL-REC-RUN-ID(J)) " ("
                   WS-COUNT-TEXT " DETAIL RECORD(S), RUN DID NOT"
                   " FINISH)"
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "PALINDROMES.RESULTS TRAILER MISSING, "
                   FUNCTION TRIM(WS-COUNT-TEXT) " DETAIL RECORD(S)"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM RAISE-PAL-RESULTS-ALERT
           ELSE
               IF WS-PAL-TRL-CARDS(J) NOT = WS-PAL-DETAILS(J)
                       OR WS-PAL-TRL-TRUE(J)
                           NOT = WS-PAL-DET-TRUE(J)
                       OR WS-PAL-TRL-FALSE(J)
                           NOT = WS-PAL-DET-FALSE(J)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-PAL-TRL-CARDS(J) TO WS-COUNT-TEXT
                   MOVE WS-PAL-DETAILS(J) TO WS-COUNT-TEXT-2
                   DISPLAY "  TRAILER OUT OF BALANCE: "
                       FUNCTION TRIM(WS-PAL-REC-RUN-ID(J))
                       " TRAILER" WS-COUNT-TEXT
                       " DETAILS" WS-COUNT-TEXT-2
                   MOVE WS-PAL-TRL-TRUE(J) TO WS-COUNT-TEXT
                   MOVE WS-PAL-DET-TRUE(J) TO WS-COUNT-TEXT-2
                   DISPLAY "    TRUE  TRAILER" WS-COUNT-TEXT
                       " DETAILS" WS-COUNT-TEXT-2
                   MOVE WS-PAL-TRL-FALSE(J) TO WS-COUNT-TEXT
                   MOVE WS-PAL-DET-FALSE(J) TO WS-COUNT-TEXT-2
                   DISPLAY "    FALSE TRAILER" WS-COUNT-TEXT
                       " DETAILS" WS-COUNT-TEXT-2
                   MOVE "PALINDROMES.RESULTS TRAILER OUT OF BALANCE"
                       TO WS-ALERT-MESSAGE
                   PERFORM RAISE-PAL-RESULTS-ALERT
               END-IF
           END-IF
           PERFORM CHECK-PAL-RUN-CONTROL.

       CHECK-PAL-RUN-CONTROL.
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-RUN-ID(I) = WS-PAL-REC-RUN-ID(J)
                   MOVE I TO WS-RUN-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUN-IX = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "  RESULTS RUN NOT IN RUN.CONTROL: "
                   FUNCTION TRIM(WS-PAL-REC-RUN-ID(J))
               MOVE "PALINDROMES.RESULTS RUN NOT IN RUN.CONTROL"
                   TO WS-ALERT-MESSAGE
               PERFORM RAISE-PAL-RESULTS-ALERT
           END-IF.

      *> ----------------------------------------------------------
      *> Deck generations read: each usage row is tied to the run
      *> of its program whose START..END stamps bracket the row's
      *> date and time (an open run brackets everything after its
      *> START). An earlier run left open or abended brackets the
      *> later runs' rows too, so when several runs bracket a row
      *> it goes to the one that started last, not the first found.
      *> Rows written before generations were recorded carry no
      *> time and are passed over, as are rows from programs that
      *> keep no run-control records. This section lists, it does
      *> not raise exceptions.
      *> ----------------------------------------------------------
       REPORT-DECK-GENERATIONS.
           DISPLAY "DECK GENERATIONS READ"
           OPEN INPUT USAGE-FILE
           IF WS-USAGE-STATUS = "00"
               PERFORM UNTIL USAGE-EOF
                   READ USAGE-FILE
                       AT END
                           SET USAGE-EOF TO TRUE
                       NOT AT END
                           IF DUS-TIME NOT = SPACES
                               PERFORM TIE-ONE-USAGE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF.

       TIE-ONE-USAGE-RECORD.
           MOVE SPACES TO WS-USAGE-STAMP
           STRING DUS-DATE DUS-TIME DELIMITED BY SIZE
               INTO WS-USAGE-STAMP
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-PROGRAM(I) = DUS-PROGRAM
                       AND RUN-HAS-START(I)
                       AND WS-RUN-START-STAMP(I) <= WS-USAGE-STAMP
                       AND (NOT RUN-HAS-END(I)
                           OR WS-RUN-END-STAMP(I) >= WS-USAGE-STAMP)
                   IF WS-RUN-IX = 0
                       MOVE I TO WS-RUN-IX
                   ELSE
                       IF WS-RUN-START-STAMP(I)
                               > WS-RUN-START-STAMP(WS-RUN-IX)
                           MOVE I TO WS-RUN-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-IX > 0
               ADD 1 TO WS-TIED-COUNT
               MOVE DUS-GENERATION TO WS-GEN-TEXT
               DISPLAY "  " DUS-PROGRAM " "
                   FUNCTION TRIM(WS-RUN-RUN-ID(WS-RUN-IX)) " "
                   DUS-DECK-ID " G" WS-GEN-TEXT " "
                   FUNCTION TRIM(DUS-DECK-DSN)
           END-IF.

      *> ----------------------------------------------------------
      *> Balancing exceptions are WARNINGs against the run they
      *> concern; the caller sets only the message text.
      *> ----------------------------------------------------------
       RAISE-RUN-ALERT.
           MOVE "WARNING" TO WS-ALERT-SEVERITY
           MOVE WS-RUN-RUN-ID(I) TO WS-ALERT-RUN-ID
           MOVE WS-RUN-PROGRAM(I) TO WS-ALERT-OBJECT
           PERFORM RAISE-ALERT.

       RAISE-RESULTS-ALERT.
           MOVE "WARNING" TO WS-ALERT-SEVERITY
           MOVE WS-RSL-REC-RUN-ID(J) TO WS-ALERT-RUN-ID
           MOVE "TWOSUM" TO WS-ALERT-OBJECT
           PERFORM RAISE-ALERT.

       RAISE-PAL-RESULTS-ALERT.
           MOVE "WARNING" TO WS-ALERT-SEVERITY
           MOVE WS-PAL-REC-RUN-ID(J) TO WS-ALERT-RUN-ID
           MOVE "PALINDROMES" TO WS-ALERT-OBJECT
           PERFORM RAISE-ALERT.

      *> ----------------------------------------------------------
      *> One ALERT.QUEUE record per exception, opened, written and
      *> closed per alert, the per-write pattern the run-control
      *> records use, so the programs raising alerts never hold
      *> the queue against one another. An alert with no run of
      *> its own to name carries this run's id.
      *> ----------------------------------------------------------
       RAISE-ALERT.
           PERFORM CHECK-ALERT-OPEN
           IF ALERT-ALREADY-OPEN
               ADD 1 TO WS-ALERT-REPEATS
           ELSE
               PERFORM POST-ALERT
           END-IF.

      *> ----------------------------------------------------------
      *> A condition still on file is found again every time this
      *> program runs; while its alert is still open (raised by
      *> this program for the same object and run, with the same
      *> text, and not yet acknowledged) it is not raised again.
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
           MOVE WS-RUN-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS ON FILE: " WS-COUNT-TEXT
               "  RESULTS RUNS: " WS-COUNT-TEXT-2
               "  UNTAGGED AUDITS: " WS-COUNT-TEXT-3
           MOVE WS-PAL-COUNT TO WS-COUNT-TEXT
           DISPLAY "PALINDROMES RESULTS RUNS: " WS-COUNT-TEXT
           IF WS-INFLIGHT-COUNT > 0
               MOVE WS-INFLIGHT-COUNT TO WS-COUNT-TEXT
               DISPLAY "RUNS STILL OPEN: " WS-COUNT-TEXT
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-TEXT
               DISPLAY "OUT OF BALANCE, " WS-COUNT-TEXT
                   " EXCEPTION(S) LISTED"
               MOVE WS-ALERT-SEQ TO WS-COUNT-TEXT
               MOVE WS-ALERT-REPEATS TO WS-COUNT-TEXT-2
               DISPLAY "ALERTS RAISED: " WS-COUNT-TEXT
                   "  ALREADY OPEN: " WS-COUNT-TEXT-2
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ALL DATASETS IN BALANCE"

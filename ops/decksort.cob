       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeckSort.

      *> ----------------------------------------------------------
      *> Sorts a registered number deck so MergeSorted can take it.
      *> DeckProfile reports a segment that is not ascending; this
      *> program fixes it instead of the deck going back to the
      *> submitter. Every END-delimited segment of the input deck is
      *> sorted on its own with the SORT verb -- ascending by
      *> default, descending on request -- optionally dropping
      *> duplicate values, and the result is written as a NUMREC
      *> deck with every END sentinel kept in place (an empty
      *> segment stays empty; values after the last END stay after
      *> it) and closed by a control card carrying its card count
      *> and hash total (layout DCTREC). An input deck that ends in
      *> a control card is checked against it first, and a deck
      *> that fails the check is refused with a CTLERROR outcome
      *> rather than sorted. The sorted deck is then cataloged in
      *> DECK.REGISTRY through the DeckRegMaint card convention,
      *> exactly as the console registers a deck: a new id gets an
      *> ADD card (format N, owner DECKSORT), an id already active
      *> gets a NEWGEN card so the sort lands as its next
      *> generation, and a retired id is refused before anything
      *> is sorted.
      *> SYSIN cards, in order:
      *>     input deck id       (may name a generation, NIGHTA(-1))
      *>     new deck id         (plain id, at most 8 characters)
      *>     output dataset name (blank: <newid>.SORTED.D<stamp>)
      *>     options             (DESC and/or DEDUP, blank for none)
      *> Input and output value counts are printed, with the
      *> duplicates removed, so the operator can see nothing was
      *> lost; a count that does not balance fails the run. Each
      *> value card must be a plain signed number (the DeckEdit
      *> rule) -- a dirty deck is refused, not sorted, since a
      *> card NUMVAL cannot read would sort as zero. Writes its
      *> START/END records to RUN.CONTROL and one AUDIT.LOG record.
      *> Build with the lookup source linked in and run from the
      *> repository root (the registry step compiles deckreg into
      *> ops/work), e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/decksort ops/decksort.cob ops/decklkup.cob
      *>     printf 'NIGHTA\nNIGHTAS\n\nDEDUP\n' | ops/decksort
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT SORTED-FILE ASSIGN TO DYNAMIC WS-SORTED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "DECKSORT.WORK".
           SELECT REG-SYSIN-FILE ASSIGN TO DYNAMIC WS-REG-SYSIN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-SYSIN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SYSIN-FILE ASSIGN TO "/dev/stdin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECK-FILE.
       01  DECK-FILE-RECORD.
           COPY NUMREC.

       FD  SORTED-FILE.
       01  SORTED-FILE-RECORD.
           COPY NUMREC.

      *> The segment number is the major key, so one SORT orders
      *> every segment at once without mixing values across an END.
      *> The original card text rides along and is what is written
      *> back out.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           02  SRT-SEGMENT       PIC 9(5).
           02  SRT-VALUE         PIC S9(9) SIGN LEADING SEPARATE.
           02  SRT-TEXT          PIC X(20).

       FD  REG-SYSIN-FILE.
       01  REG-SYSIN-LINE        PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY AUDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       FD  SYSIN-FILE.
       01  SYSIN-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  DECK-SENTINEL     PIC X(9) VALUE "END".
       01  EOF-SW            PIC X VALUE "N".
           88 AT-EOF             VALUE "Y".
       01  WS-SYSIN-STATUS   PIC XX.
       01  WS-SYSIN-EXHAUSTED-SW PIC X VALUE "N".
           88 SYSIN-EXHAUSTED    VALUE "Y".

       01  WS-DECK-ID        PIC X(16).
       01  WS-DECK-DSN       PIC X(80).
       01  WS-DECK-STATUS    PIC XX.
       01  WS-DECK-FORMAT    PIC X(1).
       01  WS-LOOKUP-RESULT  PIC XX.
       01  WS-DECK-EOF-SW    PIC X VALUE "N".
           88 DECK-EOF           VALUE "Y".

       01  WS-NEW-DECK-ID    PIC X(16).
       01  WS-NEW-LOOKUP-DSN PIC X(80).
       01  WS-NEW-LOOKUP-FMT PIC X(1).
       01  WS-NEW-LOOKUP-RESULT PIC XX.
       01  WS-PROBE-CALLER   PIC X(20) VALUE "*PROBE*".
       01  WS-SORTED-DSN     PIC X(80).
       01  WS-SORTED-STATUS  PIC XX.
       01  WS-OPTIONS-CARD   PIC X(80).
       01  WS-DESC-SW        PIC X VALUE "N".
           88 SORT-DESCENDING    VALUE "Y".
       01  WS-DEDUP-SW       PIC X VALUE "N".
           88 REMOVE-DUPLICATES  VALUE "Y".
       01  WS-OPTION-TALLY   PIC 9(4).

       01  WS-RETURN-EOF-SW  PIC X VALUE "N".
           88 RETURN-EOF         VALUE "Y".
       01  WS-CARD-TEXT      PIC X(20).
       01  WS-TRIM-LEN       PIC 9(4).
       01  WS-DIGIT-COUNT    PIC 9(4).
       01  WS-CHAR           PIC X(1).
       01  WS-CARD-VALID-SW  PIC X VALUE "Y".
           88 CARD-VALID         VALUE "Y".
       01  WS-CARD-NUMBER    PIC 9(8) VALUE 0.
       01  WS-CARD-NUMBER-TEXT PIC Z(7)9.

       01  WS-END-COUNT      PIC 9(5) VALUE 0.
       01  WS-OUT-SEGMENT    PIC 9(5) VALUE 1.
       01  WS-PREV-SEGMENT   PIC 9(5) VALUE 0.
       01  WS-PREV-VALUE     PIC S9(9).
       01  WS-INPUT-COUNT    PIC 9(8) VALUE 0.
       01  WS-OUTPUT-COUNT   PIC 9(8) VALUE 0.
       01  WS-DUP-COUNT      PIC 9(8) VALUE 0.
       01  WS-COUNT-TEXT     PIC ZZZZZZZ9.
       01  WS-IN-TEXT        PIC ZZZZZZZ9.
       01  WS-OUT-TEXT       PIC ZZZZZZZ9.
       01  WS-DUP-TEXT       PIC ZZZZZZZ9.

      *> Control-total check of the input deck and control card of
      *> the sorted deck (layout DCTREC).
       01  WS-CONTROL-CARD.
           COPY DCTREC.
       01  WS-CTL-CARDS      PIC 9(7) VALUE 0.
       01  WS-CTL-HASH-SUM   PIC 9(18) VALUE 0.
       01  WS-CTL-HASH       PIC 9(10) VALUE 0.
       01  WS-CTL-FOUND-SW   PIC X VALUE "N".
           88 CONTROL-CARD-FOUND VALUE "Y".
       01  WS-CTL-AFTER-SW   PIC X VALUE "N".
           88 CARDS-AFTER-CONTROL VALUE "Y".
       01  WS-CTL-EOF-SW     PIC X VALUE "N".
           88 CTL-EOF            VALUE "Y".
       01  WS-CTL-COUNT-TEXT PIC Z(6)9.
       01  WS-CTL-HASH-TEXT  PIC Z(9)9.
       01  WS-OUT-HASH-SUM   PIC 9(18) VALUE 0.

       01  WS-REG-SYSIN-DSN  PIC X(80) VALUE "ops/work/decksort.sysin".
       01  WS-REG-SYSIN-STATUS PIC XX.
       01  WS-REG-CARD       PIC X(200).
       01  WS-COMPILE-CMD    PIC X(250).
       01  WS-RUN-CMD        PIC X(250).
       01  WS-REG-RC         PIC S9(8) VALUE 0.

       01  WS-AUDIT-DSN      PIC X(80) VALUE "AUDIT.LOG".
       01  WS-AUDIT-STATUS   PIC XX.
       01  WS-AUDIT-INPUT-TEXT  PIC X(200).
       01  WS-AUDIT-RESULT-TEXT PIC X(40).

       01  WS-RUN-ID         PIC X(24).
       01  WS-RUN-PID        PIC 9(9).
       01  WS-RUN-PID-TEXT   PIC Z(8)9.
       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RUNCTL-STATUS  PIC XX.
       01  WS-RUNCTL-EOF-SW  PIC X VALUE "N".
           88 RUNCTL-EOF         VALUE "Y".
       01  WS-LAST-EVENT     PIC X(5) VALUE SPACES.
       01  WS-RUN-OUTCOME    PIC X(8) VALUE "OK".
       01  WS-OPEN-RUN-ID    PIC X(24).
       01  WS-PROGRAM-NAME   PIC X(20) VALUE "DECKSORT".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT SYSIN-FILE
           PERFORM GENERATE-RUN-ID
           PERFORM CHECK-RUN-INTERLOCK
           PERFORM WRITE-RUN-START
           PERFORM READ-SORT-CARDS
           PERFORM RESOLVE-DECK-ID
           PERFORM CHECK-NEW-DECK-ID
           PERFORM VERIFY-DECK-CONTROL
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
               DISPLAY "DECK " FUNCTION TRIM(WS-DECK-DSN)
                   " OPEN FAILED, STATUS " WS-DECK-STATUS
               PERFORM ABORT-RUN
           END-IF
           IF SORT-DESCENDING
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SEGMENT
                   ON DESCENDING KEY SRT-VALUE
                   INPUT PROCEDURE IS RELEASE-DECK-CARDS
                   OUTPUT PROCEDURE IS WRITE-SORTED-DECK
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SEGMENT
                   ON ASCENDING KEY SRT-VALUE
                   INPUT PROCEDURE IS RELEASE-DECK-CARDS
                   OUTPUT PROCEDURE IS WRITE-SORTED-DECK
           END-IF
           CLOSE DECK-FILE
           PERFORM PRINT-SORT-COUNTS
           PERFORM REGISTER-SORTED-DECK
           PERFORM WRITE-SORT-AUDIT
           PERFORM WRITE-RUN-END
           CLOSE SYSIN-FILE
           STOP RUN.

      *> ----------------------------------------------------------
      *> Same run-id scheme as 0001-twosum: timestamp plus process
      *> id, so two runs started within the same second still write
      *> distinguishable run-control records.
      *> ----------------------------------------------------------
       GENERATE-RUN-ID.
           CALL "C$GETPID" RETURNING WS-RUN-PID
           MOVE WS-RUN-PID TO WS-RUN-PID-TEXT
           MOVE SPACES TO WS-RUN-ID
           STRING FUNCTION CURRENT-DATE(1:14) "-"
               FUNCTION TRIM(WS-RUN-PID-TEXT)
               DELIMITED BY SIZE INTO WS-RUN-ID.

      *> ----------------------------------------------------------
      *> Startup interlock over the shared run-control dataset: if
      *> this program's latest run-control record is a START with no
      *> END, the previous run is still in flight (or abended), and
      *> launch is refused unless the operator supplies an OVERRIDE
      *> card as the next SYSIN card. Two sorts at once would share
      *> the sort work file and the registry card file.
      *> ----------------------------------------------------------
       CHECK-RUN-INTERLOCK.
           MOVE "N" TO WS-RUNCTL-EOF-SW
           MOVE SPACES TO WS-LAST-EVENT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RCT-PROGRAM = WS-PROGRAM-NAME
                               MOVE RCT-EVENT TO WS-LAST-EVENT
                               MOVE RCT-RUN-ID TO WS-OPEN-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-LAST-EVENT = "START"
               DISPLAY "PREVIOUS " FUNCTION TRIM(WS-PROGRAM-NAME)
                   " RUN STILL OPEN: " FUNCTION TRIM(WS-OPEN-RUN-ID)
               DISPLAY "OVERRIDE CARD REQUIRED TO CONTINUE: "
               PERFORM READ-SYSIN-LINE
               IF FUNCTION TRIM(SYSIN-LINE) = "OVERRIDE"
                   DISPLAY "OPERATOR OVERRIDE ACCEPTED"
               ELSE
                   DISPLAY "LAUNCH REFUSED"
                   CLOSE SYSIN-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-RUN-START.
           PERFORM OPEN-RUN-CONTROL-EXTEND
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM
           MOVE WS-RUN-ID TO RCT-RUN-ID
           MOVE "START" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE SPACES TO RCT-OUTCOME
           MOVE SPACES TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       WRITE-RUN-END.
           PERFORM OPEN-RUN-CONTROL-EXTEND
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM
           MOVE WS-RUN-ID TO RCT-RUN-ID
           MOVE "END" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE WS-RUN-OUTCOME TO RCT-OUTCOME
           MOVE SPACES TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> ----------------------------------------------------------
      *> Controlled error exit taken after the START record has been
      *> written: the run-control entry is closed with an ERROR
      *> outcome so a refused sort does not strand an open entry
      *> and force an OVERRIDE card on the corrected rerun.
      *> ----------------------------------------------------------
       ABORT-RUN.
           MOVE "ERROR" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           CLOSE SYSIN-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       OPEN-RUN-CONTROL-EXTEND.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

      *> Same latched end-of-stream read as 0001-twosum: a blank
      *> card (the defaulted output dataset name) must read as a
      *> card, and a short SYSIN as spaces rather than a hang.
       READ-SYSIN-LINE.
           MOVE "N" TO EOF-SW
           MOVE SPACES TO SYSIN-LINE
           IF SYSIN-EXHAUSTED
               SET AT-EOF TO TRUE
           ELSE
               READ SYSIN-FILE
                   AT END
                       SET AT-EOF TO TRUE
                       SET SYSIN-EXHAUSTED TO TRUE
               END-READ
           END-IF.

       READ-SORT-CARDS.
           DISPLAY "INPUT DECK ID: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:16) TO WS-DECK-ID
           DISPLAY "NEW DECK ID: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:16) TO WS-NEW-DECK-ID
           DISPLAY "OUTPUT DATASET NAME (BLANK FOR DEFAULT): "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:80) TO WS-SORTED-DSN
           DISPLAY "OPTIONS (DESC, DEDUP): "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:80) TO WS-OPTIONS-CARD
           MOVE 0 TO WS-OPTION-TALLY
           INSPECT WS-OPTIONS-CARD TALLYING WS-OPTION-TALLY
               FOR ALL "DESC"
           IF WS-OPTION-TALLY > 0
               SET SORT-DESCENDING TO TRUE
           END-IF
           MOVE 0 TO WS-OPTION-TALLY
           INSPECT WS-OPTIONS-CARD TALLYING WS-OPTION-TALLY
               FOR ALL "DEDUP"
           IF WS-OPTION-TALLY > 0
               SET REMOVE-DUPLICATES TO TRUE
           END-IF
           IF FUNCTION TRIM(WS-SORTED-DSN) = SPACES
               STRING FUNCTION TRIM(WS-NEW-DECK-ID) ".SORTED.D"
                   WS-RUN-ID(1:14)
                   DELIMITED BY SIZE INTO WS-SORTED-DSN
           END-IF.

      *> ----------------------------------------------------------
      *> Same refusal rules as the challenge programs' file mode:
      *> the id must be on the registry, active, and a number deck.
      *> ----------------------------------------------------------
       RESOLVE-DECK-ID.
           CALL "DeckLookup" USING WS-DECK-ID WS-DECK-DSN
                   WS-DECK-FORMAT WS-LOOKUP-RESULT WS-PROGRAM-NAME
               ON EXCEPTION
                   DISPLAY "DECK REGISTRY SERVICE UNAVAILABLE"
                   PERFORM ABORT-RUN
           END-CALL
           EVALUATE WS-LOOKUP-RESULT
               WHEN "00"
                   CONTINUE
               WHEN "NF"
                   DISPLAY "DECK ID " WS-DECK-ID " NOT ON REGISTRY"
                   PERFORM ABORT-RUN
               WHEN "RT"
                   DISPLAY "DECK ID " WS-DECK-ID " IS RETIRED"
                   PERFORM ABORT-RUN
               WHEN "NG"
                   DISPLAY "DECK ID " WS-DECK-ID
                       " GENERATION NOT ON REGISTRY"
                   PERFORM ABORT-RUN
               WHEN OTHER
                   DISPLAY "DECK REGISTRY NOT AVAILABLE"
                   PERFORM ABORT-RUN
           END-EVALUATE
           IF WS-DECK-FORMAT NOT = "N"
               DISPLAY "DECK ID " WS-DECK-ID
                   " IS NOT A NUMBER DECK"
               PERFORM ABORT-RUN
           END-IF.

      *> ----------------------------------------------------------
      *> The new id is checked before any sorting is done, with the
      *> probe caller so the check leaves no DECK.USAGE row. It
      *> must be a plain registry id (no generation reference, no
      *> more than 8 characters) and must not be retired; whether
      *> it is already on file decides ADD or NEWGEN later. The
      *> sorted deck may not overwrite the current generation's
      *> dataset in place.
      *> ----------------------------------------------------------
       CHECK-NEW-DECK-ID.
           MOVE 0 TO I
           INSPECT WS-NEW-DECK-ID TALLYING I FOR ALL "(" ALL ")"
           IF WS-NEW-DECK-ID = SPACES OR I > 0
                   OR WS-NEW-DECK-ID(9:8) NOT = SPACES
               DISPLAY "NEW DECK ID MUST BE A PLAIN ID OF AT MOST"
                   " 8 CHARACTERS: " FUNCTION TRIM(WS-NEW-DECK-ID)
               PERFORM ABORT-RUN
           END-IF
           CALL "DeckLookup" USING WS-NEW-DECK-ID WS-NEW-LOOKUP-DSN
                   WS-NEW-LOOKUP-FMT WS-NEW-LOOKUP-RESULT
                   WS-PROBE-CALLER
               ON EXCEPTION
                   DISPLAY "DECK REGISTRY SERVICE UNAVAILABLE"
                   PERFORM ABORT-RUN
           END-CALL
           EVALUATE WS-NEW-LOOKUP-RESULT
               WHEN "00"
                   IF WS-NEW-LOOKUP-FMT NOT = "N"
                       DISPLAY "DECK ID " WS-NEW-DECK-ID
                           " IS NOT A NUMBER DECK"
                       PERFORM ABORT-RUN
                   END-IF
                   IF WS-NEW-LOOKUP-DSN = WS-SORTED-DSN
                       DISPLAY "DATASET IS ALREADY THE CURRENT"
                           " GENERATION: "
                           FUNCTION TRIM(WS-SORTED-DSN)
                       PERFORM ABORT-RUN
                   END-IF
               WHEN "RT"
                   DISPLAY "DECK ID " WS-NEW-DECK-ID " IS RETIRED"
                   PERFORM ABORT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SORTED-DSN = WS-DECK-DSN
               DISPLAY "OUTPUT DATASET IS THE INPUT DECK: "
                   FUNCTION TRIM(WS-SORTED-DSN)
               PERFORM ABORT-RUN
           END-IF.

      *> ----------------------------------------------------------
      *> Control-total check (layout DCTREC), made before anything
      *> is sorted: the input deck is read through once, counting
      *> its cards and hashing its values. A deck that ends in a
      *> control card must agree with it on both figures and have
      *> nothing after it -- otherwise it is not the deck that was
      *> written, and sorting it would hand the next job a partial
      *> deck under a fresh control card. A deck without one is
      *> taken as it stands. An unopenable deck is left to the open
      *> that follows.
      *> ----------------------------------------------------------
       VERIFY-DECK-CONTROL.
           MOVE 0 TO WS-CTL-CARDS
           MOVE 0 TO WS-CTL-HASH-SUM
           MOVE "N" TO WS-CTL-FOUND-SW
           MOVE "N" TO WS-CTL-AFTER-SW
           MOVE "N" TO WS-CTL-EOF-SW
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS = "00"
               PERFORM UNTIL CTL-EOF
                   READ DECK-FILE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE DECK-FILE
           END-IF
           IF CONTROL-CARD-FOUND
               COMPUTE WS-CTL-HASH =
                   FUNCTION MOD(WS-CTL-HASH-SUM, 10000000000)
               IF CARDS-AFTER-CONTROL
                       OR DCT-CARD-COUNT NOT = WS-CTL-CARDS
                       OR DCT-HASH-TOTAL NOT = WS-CTL-HASH
                   PERFORM REFUSE-DECK-CONTROL
               END-IF
           END-IF.

       TALLY-CONTROL-CARD.
           IF CONTROL-CARD-FOUND
               SET CARDS-AFTER-CONTROL TO TRUE
           ELSE
               MOVE DECK-VALUE OF DECK-FILE-RECORD TO WS-CONTROL-CARD
               IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                   SET CONTROL-CARD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CTL-CARDS
                   IF FUNCTION TRIM(DECK-VALUE OF DECK-FILE-RECORD)
                           NOT = FUNCTION TRIM(DECK-SENTINEL)
                       COMPUTE WS-CTL-HASH-SUM = WS-CTL-HASH-SUM
                           + FUNCTION ABS(FUNCTION NUMVAL
                               (DECK-VALUE OF DECK-FILE-RECORD))
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> A deck that fails its control totals gets the figures on
      *> the console and in one audit record, and the run-control
      *> entry is closed with its own CTLERROR outcome, so a
      *> partial deck stands apart from an ordinary refusal.
      *> ----------------------------------------------------------
       REFUSE-DECK-CONTROL.
           DISPLAY "DECK " FUNCTION TRIM(WS-DECK-DSN)
               " FAILS ITS CONTROL TOTALS"
           MOVE DCT-CARD-COUNT TO WS-CTL-COUNT-TEXT
           MOVE DCT-HASH-TOTAL TO WS-CTL-HASH-TEXT
           DISPLAY "  CONTROL RECORD: CARDS "
               FUNCTION TRIM(WS-CTL-COUNT-TEXT)
               "  HASH " FUNCTION TRIM(WS-CTL-HASH-TEXT)
           MOVE WS-CTL-CARDS TO WS-CTL-COUNT-TEXT
           MOVE WS-CTL-HASH TO WS-CTL-HASH-TEXT
           DISPLAY "  DECK AS READ:   CARDS "
               FUNCTION TRIM(WS-CTL-COUNT-TEXT)
               "  HASH " FUNCTION TRIM(WS-CTL-HASH-TEXT)
           IF CARDS-AFTER-CONTROL
               DISPLAY "  CARDS FOLLOW THE CONTROL RECORD"
           END-IF
           DISPLAY "SORT REFUSED, DECK IS NOT AS WRITTEN"
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
           MOVE SPACES TO AUDIT-INPUT
           STRING "RUNID=" WS-RUN-ID
               " DECK=" FUNCTION TRIM(WS-DECK-ID)
               " CTL=" DCT-CARD-COUNT "/" DCT-HASH-TOTAL
               " READ=" WS-CTL-CARDS "/" WS-CTL-HASH
               DELIMITED BY SIZE INTO AUDIT-INPUT
           MOVE "CONTROL TOTALS MISMATCH, RUN REFUSED"
               TO AUDIT-RESULT
           WRITE AUDIT-FILE-RECORD
           CLOSE AUDIT-FILE
           MOVE "CTLERROR" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           CLOSE SYSIN-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> ----------------------------------------------------------
      *> SORT input procedure: every value card is released tagged
      *> with its segment number (one more than the END cards seen
      *> before it); END cards are only counted, and are put back
      *> by the output procedure. The input's control card, already
      *> checked, ends the input; the sorted deck gets its own.
      *> ----------------------------------------------------------
       RELEASE-DECK-CARDS.
           MOVE "N" TO WS-DECK-EOF-SW
           PERFORM UNTIL DECK-EOF
               READ DECK-FILE
                   AT END
                       SET DECK-EOF TO TRUE
                   NOT AT END
                       MOVE DECK-VALUE OF DECK-FILE-RECORD
                           TO WS-CONTROL-CARD
                       IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                           SET DECK-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CARD-NUMBER
                           PERFORM RELEASE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-CARD.
           IF FUNCTION TRIM(DECK-VALUE OF DECK-FILE-RECORD)
                   = FUNCTION TRIM(DECK-SENTINEL)
               ADD 1 TO WS-END-COUNT
           ELSE
               PERFORM VALIDATE-DECK-CARD
               IF NOT CARD-VALID
                   MOVE WS-CARD-NUMBER TO WS-CARD-NUMBER-TEXT
                   DISPLAY "CARD " FUNCTION TRIM(WS-CARD-NUMBER-TEXT)
                       " IS NOT A NUMBER: "
                       DECK-VALUE OF DECK-FILE-RECORD
                   DISPLAY "DECK IS NOT CLEAN, RUN DECKEDIT FIRST"
                   CLOSE DECK-FILE
                   PERFORM ABORT-RUN
               END-IF
               ADD 1 TO WS-INPUT-COUNT
               COMPUTE SRT-SEGMENT = WS-END-COUNT + 1
               MOVE FUNCTION NUMVAL(WS-CARD-TEXT) TO SRT-VALUE
               MOVE WS-CARD-TEXT TO SRT-TEXT
               RELEASE SORT-WORK-RECORD
           END-IF.

      *> A value card is an optional leading sign followed by one
      *> to nine digits and nothing else -- the DeckEdit rule.
       VALIDATE-DECK-CARD.
           MOVE "Y" TO WS-CARD-VALID-SW
           MOVE FUNCTION TRIM(DECK-VALUE OF DECK-FILE-RECORD)
               TO WS-CARD-TEXT
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE 0 TO WS-TRIM-LEN
           IF WS-CARD-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-TEXT))
                   TO WS-TRIM-LEN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TRIM-LEN
               MOVE WS-CARD-TEXT(I:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR >= "0" AND WS-CHAR <= "9"
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN I = 1 AND (WS-CHAR = "+" OR WS-CHAR = "-")
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-CARD-VALID-SW
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM
           IF WS-DIGIT-COUNT = 0 OR WS-DIGIT-COUNT > 9
               MOVE "N" TO WS-CARD-VALID-SW
           END-IF.

      *> ----------------------------------------------------------
      *> SORT output procedure: records come back segment by
      *> segment. Whenever the segment number moves on, the END
      *> cards that closed the segments passed over are written
      *> first -- one per segment, so an empty segment is kept as
      *> back-to-back END cards. After the last record, the
      *> remaining END cards of the input are written, which also
      *> covers trailing empty segments; values that followed the
      *> last END in the input stay after it here too. With DEDUP
      *> a value equal to the one before it in the same segment is
      *> dropped and counted. The control card goes last, over the
      *> cards actually written.
      *> ----------------------------------------------------------
       WRITE-SORTED-DECK.
           OPEN OUTPUT SORTED-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "SORTED DECK " FUNCTION TRIM(WS-SORTED-DSN)
                   " OPEN FAILED, STATUS " WS-SORTED-STATUS
               CLOSE DECK-FILE
               PERFORM ABORT-RUN
           END-IF
           MOVE 1 TO WS-OUT-SEGMENT
           MOVE 0 TO WS-PREV-SEGMENT
           MOVE "N" TO WS-RETURN-EOF-SW
           PERFORM UNTIL RETURN-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-SORTED-VALUE
               END-RETURN
           END-PERFORM
           PERFORM UNTIL WS-OUT-SEGMENT > WS-END-COUNT
               PERFORM WRITE-SENTINEL-CARD
           END-PERFORM
           PERFORM WRITE-SORTED-CONTROL
           CLOSE SORTED-FILE.

       WRITE-ONE-SORTED-VALUE.
           PERFORM UNTIL WS-OUT-SEGMENT = SRT-SEGMENT
               PERFORM WRITE-SENTINEL-CARD
           END-PERFORM
           IF REMOVE-DUPLICATES
                   AND SRT-SEGMENT = WS-PREV-SEGMENT
                   AND SRT-VALUE = WS-PREV-VALUE
               ADD 1 TO WS-DUP-COUNT
           ELSE
               MOVE SRT-TEXT TO DECK-VALUE OF SORTED-FILE-RECORD
               WRITE SORTED-FILE-RECORD
               ADD 1 TO WS-OUTPUT-COUNT
               COMPUTE WS-OUT-HASH-SUM = WS-OUT-HASH-SUM
                   + FUNCTION ABS(SRT-VALUE)
           END-IF
           MOVE SRT-SEGMENT TO WS-PREV-SEGMENT
           MOVE SRT-VALUE TO WS-PREV-VALUE.

       WRITE-SENTINEL-CARD.
           MOVE DECK-SENTINEL TO DECK-VALUE OF SORTED-FILE-RECORD
           WRITE SORTED-FILE-RECORD
           ADD 1 TO WS-OUT-SEGMENT.

       WRITE-SORTED-CONTROL.
           MOVE "CTL" TO DCT-TAG
           COMPUTE DCT-CARD-COUNT = WS-OUTPUT-COUNT + WS-END-COUNT
           COMPUTE DCT-HASH-TOTAL =
               FUNCTION MOD(WS-OUT-HASH-SUM, 10000000000)
           MOVE WS-CONTROL-CARD TO DECK-VALUE OF SORTED-FILE-RECORD
           WRITE SORTED-FILE-RECORD.

      *> ----------------------------------------------------------
      *> Every value read must be either written or counted as a
      *> removed duplicate; anything else means cards were lost
      *> between the two procedures, and the sorted deck is not
      *> registered.
      *> ----------------------------------------------------------
       PRINT-SORT-COUNTS.
           DISPLAY "==================================================="
           DISPLAY "DECK SORT: " FUNCTION TRIM(WS-DECK-ID) " -> "
               FUNCTION TRIM(WS-NEW-DECK-ID)
           DISPLAY "==================================================="
           DISPLAY "INPUT DATASET:      " FUNCTION TRIM(WS-DECK-DSN)
           DISPLAY "OUTPUT DATASET:     " FUNCTION TRIM(WS-SORTED-DSN)
           IF SORT-DESCENDING
               DISPLAY "ORDER:              DESCENDING"
           ELSE
               DISPLAY "ORDER:              ASCENDING"
           END-IF
           MOVE WS-END-COUNT TO WS-COUNT-TEXT
           DISPLAY "END SENTINELS:      " WS-COUNT-TEXT
           MOVE WS-INPUT-COUNT TO WS-COUNT-TEXT
           DISPLAY "INPUT VALUES:       " WS-COUNT-TEXT
           MOVE WS-DUP-COUNT TO WS-COUNT-TEXT
           IF REMOVE-DUPLICATES
               DISPLAY "DUPLICATES REMOVED: " WS-COUNT-TEXT
           END-IF
           MOVE WS-OUTPUT-COUNT TO WS-COUNT-TEXT
           DISPLAY "OUTPUT VALUES:      " WS-COUNT-TEXT
           MOVE DCT-CARD-COUNT TO WS-CTL-COUNT-TEXT
           MOVE DCT-HASH-TOTAL TO WS-CTL-HASH-TEXT
           DISPLAY "CONTROL RECORD:     CARDS "
               FUNCTION TRIM(WS-CTL-COUNT-TEXT)
               "  HASH " FUNCTION TRIM(WS-CTL-HASH-TEXT)
           DISPLAY "==================================================="
           IF WS-OUTPUT-COUNT + WS-DUP-COUNT NOT = WS-INPUT-COUNT
               DISPLAY "VALUE COUNTS DO NOT BALANCE, DECK NOT"
                   " REGISTERED"
               PERFORM ABORT-RUN
           END-IF.

      *> ----------------------------------------------------------
      *> Cataloging goes through DeckRegMaint itself, compiled and
      *> run the same way the console's DECK REGISTER action runs
      *> it, so the sorted deck gets exactly the checks and the
      *> generation handling a hand-registered deck gets. A failed
      *> registration leaves the sorted dataset on disk but fails
      *> the run.
      *> ----------------------------------------------------------
       REGISTER-SORTED-DECK.
           MOVE SPACES TO WS-REG-CARD
           IF WS-NEW-LOOKUP-RESULT = "00"
               STRING "NEWGEN|" FUNCTION TRIM(WS-NEW-DECK-ID) "|"
                   FUNCTION TRIM(WS-SORTED-DSN)
                   DELIMITED BY SIZE INTO WS-REG-CARD
           ELSE
               STRING "ADD|" FUNCTION TRIM(WS-NEW-DECK-ID) "|"
                   FUNCTION TRIM(WS-SORTED-DSN) "|N|DECKSORT"
                   DELIMITED BY SIZE INTO WS-REG-CARD
           END-IF
           DISPLAY "REGISTERING: " FUNCTION TRIM(WS-REG-CARD)
           CALL "SYSTEM" USING "mkdir -p ops/work"
           MOVE SPACES TO WS-COMPILE-CMD
           STRING "cobc -x -std=ibm -I copybooks"
               " -o ops/work/deckreg ops/deckreg.cob"
               " > ops/work/compile.log 2>&1"
               DELIMITED BY SIZE INTO WS-COMPILE-CMD
           CALL "SYSTEM" USING WS-COMPILE-CMD
           MOVE RETURN-CODE TO WS-REG-RC
           IF WS-REG-RC NOT = 0
               DISPLAY "REGISTRY COMPILE FAILED, SEE"
                   " ops/work/compile.log"
           ELSE
               OPEN OUTPUT REG-SYSIN-FILE
               MOVE WS-REG-CARD TO REG-SYSIN-LINE
               WRITE REG-SYSIN-LINE
               CLOSE REG-SYSIN-FILE
               MOVE SPACES TO WS-RUN-CMD
               STRING "ops/work/deckreg < "
                   FUNCTION TRIM(WS-REG-SYSIN-DSN)
                   DELIMITED BY SIZE INTO WS-RUN-CMD
               CALL "SYSTEM" USING WS-RUN-CMD
               MOVE RETURN-CODE TO WS-REG-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-REG-RC NOT = 0
               DISPLAY "SORTED DECK WRITTEN BUT NOT REGISTERED: "
                   FUNCTION TRIM(WS-SORTED-DSN)
               MOVE "ERROR" TO WS-RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REGISTERED " FUNCTION TRIM(WS-NEW-DECK-ID)
                   " -> " FUNCTION TRIM(WS-SORTED-DSN)
           END-IF.

       WRITE-SORT-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT-TEXT
           STRING "RUNID=" WS-RUN-ID
               " DECK=" FUNCTION TRIM(WS-DECK-ID)
               " NEW=" FUNCTION TRIM(WS-NEW-DECK-ID)
               " DSN=" FUNCTION TRIM(WS-SORTED-DSN)
               " OPT=" FUNCTION TRIM(WS-OPTIONS-CARD)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT-TEXT
           MOVE WS-INPUT-COUNT TO WS-IN-TEXT
           MOVE WS-OUTPUT-COUNT TO WS-OUT-TEXT
           MOVE WS-DUP-COUNT TO WS-DUP-TEXT
           MOVE SPACES TO WS-AUDIT-RESULT-TEXT
           IF WS-RUN-OUTCOME = "OK"
               STRING "IN=" FUNCTION TRIM(WS-IN-TEXT)
                   " OUT=" FUNCTION TRIM(WS-OUT-TEXT)
                   " DUPS=" FUNCTION TRIM(WS-DUP-TEXT)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT-TEXT
           ELSE
               MOVE "SORTED, NOT REGISTERED"
                   TO WS-AUDIT-RESULT-TEXT
           END-IF
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
           MOVE WS-AUDIT-INPUT-TEXT TO AUDIT-INPUT
           MOVE WS-AUDIT-RESULT-TEXT TO AUDIT-RESULT
           WRITE AUDIT-FILE-RECORD
           CLOSE AUDIT-FILE.

      *> program's prompts by hand. Step cards arrive on SYSIN,
      *> pipe-delimited like the judge catalog, one per line:
      *>     TWOSUM|deckid|step-output-dsn|STOP-or-CONT
      *>     TWOSUMALL|deckid|step-output-dsn|STOP-or-CONT
      *>     PALINDROMES|deckid|step-output-dsn|STOP-or-CONT
      *>     PALSCREEN|deckid|step-output-dsn|STOP-or-CONT
      *>     MERGESORTED|deckida,deckidb|step-output-dsn|STOP-or-CONT
      *>     JUDGE|filter-card-or-blank|step-output-dsn|STOP-or-CONT
      *>     AUDITARCH|cutoff-yyyymmdd|step-output-dsn|STOP-or-CONT
      *>     SLAREPORT|threshold-pct|step-output-dsn|STOP-or-CONT
      *>     DECKSORT|deckid,newid,options|step-output-dsn|STOP-or-CONT
      *> A deck id may name a registry generation, as NIGHTA(0) or
      *> NIGHTA(-1), and is passed to the step as written.
      *> Each step compiles and runs its program the same way the
      *> JudgeHarness does (CALL "SYSTEM"), feeding it a generated
      *> SYSIN and capturing stdout and stderr to the named
      *> step-output dataset. For the challenge programs the
      *> generated SYSIN is the file-mode answers (mode card F plus
      *> the deck id card(s)); for JUDGE, AUDITARCH and SLAREPORT
      *> -- the scheduler's weekly sweep, monthly archive and
      *> morning batch-window check -- the second field is passed
      *> through as the program's own SYSIN card (a judge filter
      *> card, the archiver's cutoff date, or the SLA report's
      *> over-average threshold percent), with a blank meaning no
      *> card at all (the judge's full sweep). A DECKSORT step
      *> sorts the first deck into a deck registered under the new
      *> id, so a later MERGESORTED step in the same deck can merge
      *> it; its options are DESC and/or DEDUP (blank for a plain
      *> ascending sort), and the sorted dataset takes DeckSort's
      *> default name. A PALSCREEN step runs Palindromes in deck
      *> screening mode (mode card D instead of F), testing every
      *> card of the deck in one run instead of one step per card.
      *> A TWOSUMALL step runs TwoSum in all-pairs mode (mode card
      *> F ALLPAIRS), reporting every index pair for each target.
      *> The judge's two-part filter cards cannot be written with
      *> their own pipe inside a pipe-delimited step card, so a
      *> JUDGE step carries them in comma form -- CASE,prog-id or
      *> does: STOP abandons the remaining steps, CONT presses on
      *> (STOP when the field is blank). An end-of-job summary
      *> prints every step's return code; the driver itself ends
      *> with RETURN-CODE 8 when any step failed, and each failed
      *> step is raised as a CRITICAL alert on the operator alert
      *> queue (ALERT.QUEUE, layout ALTREC). The driver also
      *> writes its own START/END records to RUN.CONTROL and honors
      *> the same interlock and OVERRIDE card as the programs it
      *> runs. Run from the repository root, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/batchdrv ops/batchdrv.cob
      *>     ops/batchdrv < NIGHT.CONTROL.DECK
      *> As each step completes, a checkpoint record (layout JCKREC)
      *> holding its completion state and return code is appended to
      *> BATCHDRV.CHECKPOINT against the driver's run id. When a job
      *> stops on a failed step, the operator resubmits the SAME
      *> deck with a RESTART card in front of the step cards:
      *>     RESTART              resume the latest job on file
      *>     RESTART|run-id       resume the job that run id ran
      *> Steps that already ended OK in an earlier attempt are not
      *> run again (a rerun TWOSUM or MERGESORTED step would post
      *> its output twice); a step that failed is restarted, and
      *> one the job never reached runs for the first time -- the
      *> end-of-job summary marks the two RESTARTED and RAN. A deck
      *> whose step cards no longer match the checkpoint records is
      *> refused, since the recorded completions would then belong
      *> to different work.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           COPY JCKREC.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-SYSIN-STATUS    PIC XX.
       01  WS-OPEN-RUN-ID     PIC X(24).
       01  WS-PROGRAM-NAME    PIC X(20) VALUE "BATCHDRV".

       01  WS-CKPT-DSN        PIC X(80) VALUE "BATCHDRV.CHECKPOINT".
       01  WS-CKPT-STATUS     PIC XX.
       01  WS-CKPT-EOF-SW     PIC X VALUE "N".
           88 CKPT-EOF            VALUE "Y".
       01  WS-JOB-ID          PIC X(24).
       01  WS-RESTART-SW      PIC X VALUE "N".
           88 RESTART-REQUESTED   VALUE "Y".
       01  WS-RESTART-CARD    PIC X(10).
       01  WS-RESTART-RUN-ID  PIC X(24).
       01  WS-RESTART-JOB-ID  PIC X(24).
       01  WS-CKPT-MISMATCH   PIC 9(3) VALUE 0.
       01  WS-RESTARTED-COUNT PIC 9(3) VALUE 0.
       01  WS-BYPASSED-COUNT  PIC 9(3) VALUE 0.

       01  WS-ALERT-DSN       PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS    PIC XX.
       01  WS-ALERT-SEQ       PIC 9(4) VALUE 0.
       01  WS-ALERT-MESSAGE   PIC X(80).
       01  WS-FAIL-CAUSE      PIC X(20).

       01  WS-STEP-COUNT      PIC 9(3) VALUE 0.
       01  WS-STEP-TABLE.
           02  WS-STEP-ENTRY OCCURS 100 TIMES.
               05  WS-STEP-ONFAIL    PIC X(4).
               05  WS-STEP-RC        PIC S9(8).
               05  WS-STEP-STATE     PIC X(8).
               05  WS-STEP-CKPT-STATE PIC X(8).
               05  WS-STEP-RERUN-SW  PIC X.
                   88 STEP-RERUN         VALUE "Y".
       01  WS-STEP-IX         PIC 9(3).

       01  WS-SRC-PATH        PIC X(120).
       01  WS-BIN-PATH        PIC X(160).
       01  WS-DECK-A-ID       PIC X(16).
       01  WS-DECK-B-ID       PIC X(16).
       01  WS-DECKS-WANTED    PIC 9(1).
       01  WS-MODE-CARD       PIC X(10).
       01  WS-STEP-STYLE      PIC X(4).
           88 DECK-STYLE-STEP     VALUE "DECK".
           88 RAW-STYLE-STEP      VALUE "RAW".
           88 SORT-STYLE-STEP     VALUE "SORT".
       01  WS-SORT-OPTIONS    PIC X(40).
       01  WS-STEP-SEQ-TEXT   PIC 9(3).
       01  WS-COMPILE-CMD     PIC X(250).
       01  WS-RUN-CMD         PIC X(250).
           PERFORM CHECK-RUN-INTERLOCK
           PERFORM WRITE-RUN-START
           CALL "SYSTEM" USING "mkdir -p ops/work"
           MOVE WS-RUN-ID TO WS-JOB-ID
           PERFORM LOAD-CONTROL-DECK
           IF RESTART-REQUESTED
               PERFORM LOAD-JOB-CHECKPOINT
           END-IF
           PERFORM EXECUTE-STEPS
           PERFORM PRINT-JOB-SUMMARY
           PERFORM WRITE-RUN-END
           MOVE "START" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE SPACES TO RCT-OUTCOME
           MOVE SPACES TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE "END" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE WS-RUN-OUTCOME TO RCT-OUTCOME
           MOVE SPACES TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

      *> A RESTART card is only honored in front of the first step
      *> card; anywhere else it is an unknown program like any
      *> other mistyped step card.
       LOAD-CONTROL-DECK.
           PERFORM UNTIL SYSIN-EOF OR WS-STEP-COUNT = 100
               MOVE SPACES TO SYSIN-LINE
                       SET SYSIN-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SYSIN-LINE) NOT = SPACES
                           IF WS-STEP-COUNT = 0
                                   AND NOT RESTART-REQUESTED
                                   AND SYSIN-LINE(1:7) = "RESTART"
                               PERFORM ACCEPT-RESTART-CARD
                           ELSE
                               PERFORM LOAD-ONE-STEP-CARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   " STEP CARD(S) NOT LOADED"
           END-IF.

       ACCEPT-RESTART-CARD.
           MOVE SPACES TO WS-RESTART-CARD
           MOVE SPACES TO WS-RESTART-RUN-ID
           UNSTRING SYSIN-LINE DELIMITED BY "|"
               INTO WS-RESTART-CARD WS-RESTART-RUN-ID
           IF FUNCTION TRIM(WS-RESTART-CARD) NOT = "RESTART"
               DISPLAY "INVALID RESTART CARD: "
                   FUNCTION TRIM(SYSIN-LINE)
               PERFORM ABORT-RUN
           END-IF
           SET RESTART-REQUESTED TO TRUE
           IF WS-RESTART-RUN-ID = SPACES
               DISPLAY "RESTART REQUESTED FOR LATEST JOB ON FILE"
           ELSE
               DISPLAY "RESTART REQUESTED FOR RUN "
                   FUNCTION TRIM(WS-RESTART-RUN-ID)
           END-IF.

       LOAD-ONE-STEP-CARD.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-IX
           END-IF
           MOVE "READY" TO WS-STEP-STATE(WS-STEP-IX).

      *> ----------------------------------------------------------
      *> Restart pass one: find the job being resumed. With no run
      *> id on the RESTART card it is the job of the latest
      *> checkpoint record; otherwise it is the job the named run
      *> belongs to, whether that run was the first attempt or an
      *> earlier restart. The new attempt carries that job id onto
      *> its own checkpoint records.
      *> ----------------------------------------------------------
       LOAD-JOB-CHECKPOINT.
           MOVE SPACES TO WS-RESTART-JOB-ID
           MOVE "N" TO WS-CKPT-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "NO JOB CHECKPOINT ON FILE, STATUS "
                   WS-CKPT-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM UNTIL CKPT-EOF
               READ CHECKPOINT-FILE
                   AT END
                       SET CKPT-EOF TO TRUE
                   NOT AT END
                       IF WS-RESTART-RUN-ID = SPACES
                               OR JCK-RUN-ID = WS-RESTART-RUN-ID
                               OR JCK-JOB-ID = WS-RESTART-RUN-ID
                           MOVE JCK-JOB-ID TO WS-RESTART-JOB-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           IF WS-RESTART-JOB-ID = SPACES
               DISPLAY "NO CHECKPOINT RECORDS FOR THE RUN TO RESTART"
               PERFORM ABORT-RUN
           END-IF
           MOVE WS-RESTART-JOB-ID TO WS-JOB-ID
           DISPLAY "RESTARTING JOB " FUNCTION TRIM(WS-JOB-ID)
           PERFORM APPLY-JOB-CHECKPOINT
           IF WS-CKPT-MISMATCH > 0
               DISPLAY "CONTROL DECK DOES NOT MATCH THE JOB CHECKPOINT,"
                   " RESTART REFUSED"
               PERFORM ABORT-RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
               IF WS-STEP-CKPT-STATE(I) = "OK"
                   MOVE "PRIOR-OK" TO WS-STEP-STATE(I)
                   ADD 1 TO WS-BYPASSED-COUNT
               ELSE
                   IF WS-STEP-CKPT-STATE(I) NOT = SPACES
                       MOVE "Y" TO WS-STEP-RERUN-SW(I)
                   END-IF
               END-IF
           END-PERFORM.

      *> ----------------------------------------------------------
      *> Restart pass two: fold every checkpoint record of the job
      *> onto its step, latest attempt last, so a step that failed
      *> first time and ended OK on a restart counts as OK. A step
      *> recorded OK must still be the same card at the same place
      *> in the resubmitted deck; a failed step's card may have
      *> been corrected, and simply runs again. A step with no
      *> record at all never ran (the job stopped short of it), so
      *> it runs now for the first time rather than as a rerun.
      *> ----------------------------------------------------------
       APPLY-JOB-CHECKPOINT.
           MOVE "N" TO WS-CKPT-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           PERFORM UNTIL CKPT-EOF
               READ CHECKPOINT-FILE
                   AT END
                       SET CKPT-EOF TO TRUE
                   NOT AT END
                       IF JCK-JOB-ID = WS-JOB-ID
                           PERFORM APPLY-ONE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       APPLY-ONE-CHECKPOINT.
           EVALUATE TRUE
               WHEN JCK-STEP-SEQ = 0 OR JCK-STEP-SEQ > WS-STEP-COUNT
                   IF JCK-STATE = "OK"
                       ADD 1 TO WS-CKPT-MISMATCH
                       DISPLAY "  CHECKPOINT STEP " JCK-STEP-SEQ
                           " NOT IN CONTROL DECK"
                   END-IF
               WHEN JCK-PROGRAM NOT = WS-STEP-PROGRAM(JCK-STEP-SEQ)
                       OR JCK-DECK NOT = WS-STEP-DECK(JCK-STEP-SEQ)
                   IF JCK-STATE = "OK"
                       ADD 1 TO WS-CKPT-MISMATCH
                       DISPLAY "  CHECKPOINT STEP " JCK-STEP-SEQ
                           " WAS " FUNCTION TRIM(JCK-PROGRAM) " "
                           FUNCTION TRIM(JCK-DECK)
                   ELSE
                       MOVE JCK-STATE
                           TO WS-STEP-CKPT-STATE(JCK-STEP-SEQ)
                   END-IF
               WHEN OTHER
                   MOVE JCK-STATE TO WS-STEP-CKPT-STATE(JCK-STEP-SEQ)
           END-EVALUATE.

       EXECUTE-STEPS.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-STEP-STATE(WS-STEP-IX) = "PRIOR-OK"
                       DISPLAY "STEP " WS-STEP-IX " "
                           FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX))
                           " ALREADY ENDED OK, NOT RERUN"
                   WHEN JOB-STOPPED
                       MOVE "SKIPPED" TO WS-STEP-STATE(WS-STEP-IX)
                   WHEN OTHER
                       IF STEP-RERUN(WS-STEP-IX)
                           ADD 1 TO WS-RESTARTED-COUNT
                       END-IF
                       PERFORM EXECUTE-ONE-STEP
                       PERFORM WRITE-STEP-CHECKPOINT
               END-EVALUATE
           END-PERFORM.

       WRITE-STEP-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           MOVE WS-JOB-ID TO JCK-JOB-ID
           MOVE WS-RUN-ID TO JCK-RUN-ID
           MOVE WS-STEP-IX TO JCK-STEP-SEQ
           MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO JCK-PROGRAM
           MOVE WS-STEP-DECK(WS-STEP-IX) TO JCK-DECK
           MOVE WS-STEP-STATE(WS-STEP-IX) TO JCK-STATE
           MOVE WS-STEP-RC(WS-STEP-IX) TO JCK-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO JCK-STAMP
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       EXECUTE-ONE-STEP.
           DISPLAY "STEP " WS-STEP-IX " "
               FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX)) " DECK "
      *> ----------------------------------------------------------
       RESOLVE-STEP-PROGRAM.
           MOVE 1 TO WS-DECKS-WANTED
           MOVE "F" TO WS-MODE-CARD
           SET DECK-STYLE-STEP TO TRUE
           EVALUATE FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX))
               WHEN "TWOSUM"
                   MOVE "challenges/0001-twosum.cob" TO WS-SRC-PATH
               WHEN "TWOSUMALL"
                   MOVE "challenges/0001-twosum.cob" TO WS-SRC-PATH
                   MOVE "F ALLPAIRS" TO WS-MODE-CARD
               WHEN "PALINDROMES"
                   MOVE "challenges/0009-palindromes.cob"
                       TO WS-SRC-PATH
               WHEN "PALSCREEN"
                   MOVE "challenges/0009-palindromes.cob"
                       TO WS-SRC-PATH
                   MOVE "D" TO WS-MODE-CARD
               WHEN "MERGESORTED"
                   MOVE "challenges/0021-merge-sorted.cob"
                       TO WS-SRC-PATH
               WHEN "AUDITARCH"
                   MOVE "ops/auditarch.cob" TO WS-SRC-PATH
                   SET RAW-STYLE-STEP TO TRUE
               WHEN "SLAREPORT"
                   MOVE "ops/slarpt.cob" TO WS-SRC-PATH
                   SET RAW-STYLE-STEP TO TRUE
               WHEN "DECKSORT"
                   MOVE "ops/decksort.cob" TO WS-SRC-PATH
                   SET SORT-STYLE-STEP TO TRUE
               WHEN OTHER
                   DISPLAY "  UNKNOWN PROGRAM ON STEP CARD"
                   MOVE "BADCARD" TO WS-STEP-STATE(WS-STEP-IX)
                   DISPLAY "  STEP NEEDS TWO DECK IDS"
                   MOVE "BADCARD" TO WS-STEP-STATE(WS-STEP-IX)
               END-IF
           END-IF
           IF SORT-STYLE-STEP
               MOVE SPACES TO WS-DECK-A-ID
               MOVE SPACES TO WS-DECK-B-ID
               MOVE SPACES TO WS-SORT-OPTIONS
               UNSTRING WS-STEP-DECK(WS-STEP-IX) DELIMITED BY ","
                   INTO WS-DECK-A-ID WS-DECK-B-ID WS-SORT-OPTIONS
               IF WS-DECK-A-ID = SPACES OR WS-DECK-B-ID = SPACES
                   DISPLAY "  STEP NEEDS A DECK ID AND A NEW DECK ID"
                   MOVE "BADCARD" TO WS-STEP-STATE(WS-STEP-IX)
               END-IF
           END-IF.

       COMPILE-STEP-PROGRAM.
           STRING "ops/work/"
               FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX))
               DELIMITED BY SIZE INTO WS-BIN-PATH
      *> Deck-style step programs and DeckSort resolve their deck
      *> ids through the DeckLookup subprogram, so its source is
      *> linked into those step binaries here -- a step compiled
      *> without it would fail at run time with DECK REGISTRY
      *> SERVICE UNAVAILABLE. Raw-style steps (JUDGE, AUDITARCH,
      *> SLAREPORT) never call it and compile alone.
           MOVE SPACES TO WS-COMPILE-CMD
           IF DECK-STYLE-STEP OR SORT-STYLE-STEP
               STRING "cobc -x -std=ibm -I copybooks -o "
                   FUNCTION TRIM(WS-BIN-PATH) " "
                   FUNCTION TRIM(WS-SRC-PATH)
      *> ----------------------------------------------------------
      *> The generated step SYSIN is exactly what an operator would
      *> type at the program's prompts. Deck-style steps get the F
      *> mode card (D for PALSCREEN, F ALLPAIRS for TWOSUMALL),
      *> then the deck id card(s) the program resolves through the
      *> registry; raw-style steps get the card carried in the
      *> step's second field as-is, or an empty SYSIN when the
      *> field is blank. A DECKSORT step gets the deck id, the new
      *> deck id, a blank output dataset card (DeckSort's default
      *> name) and the options card.
      *> ----------------------------------------------------------
       WRITE-STEP-SYSIN.
           MOVE WS-STEP-IX TO WS-STEP-SEQ-TEXT
           STRING "ops/work/step" WS-STEP-SEQ-TEXT ".sysin"
               DELIMITED BY SIZE INTO WS-STEP-SYSIN-DSN
           OPEN OUTPUT STEP-SYSIN-FILE
           EVALUATE TRUE
               WHEN RAW-STYLE-STEP
                   IF FUNCTION TRIM(WS-STEP-DECK(WS-STEP-IX))
                           NOT = SPACES
                       MOVE WS-STEP-DECK(WS-STEP-IX)
                           TO STEP-SYSIN-LINE
      *> A JUDGE step's comma-form filter (CASE,prog or TAG,tag)
      *> becomes the pipe-delimited card the judge reads.
                       IF FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX))
                               = "JUDGE"
                           INSPECT STEP-SYSIN-LINE
                               CONVERTING "," TO "|"
                       END-IF
                       WRITE STEP-SYSIN-LINE
                   END-IF
               WHEN SORT-STYLE-STEP
                   MOVE WS-DECK-A-ID TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
                   MOVE WS-DECK-B-ID TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
                   MOVE SPACES TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
                   MOVE WS-SORT-OPTIONS TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
               WHEN OTHER
                   MOVE WS-MODE-CARD TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
                   MOVE WS-DECK-A-ID TO STEP-SYSIN-LINE
                   WRITE STEP-SYSIN-LINE
                   IF WS-DECKS-WANTED = 2
                       MOVE WS-DECK-B-ID TO STEP-SYSIN-LINE
                       WRITE STEP-SYSIN-LINE
                   END-IF
           END-EVALUATE
           CLOSE STEP-SYSIN-FILE.

       RUN-STEP-PROGRAM.

       RECORD-STEP-FAILURE.
           ADD 1 TO WS-FAIL-COUNT
           IF WS-STEP-STATE(WS-STEP-IX) = "BADCARD"
               MOVE "BAD STEP CARD" TO WS-FAIL-CAUSE
           ELSE
               MOVE WS-STEP-RC(WS-STEP-IX) TO WS-RC-TEXT
               MOVE SPACES TO WS-FAIL-CAUSE
               STRING "RC " FUNCTION TRIM(WS-RC-TEXT)
                   DELIMITED BY SIZE INTO WS-FAIL-CAUSE
           END-IF
           MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IX)
           IF WS-STEP-ONFAIL(WS-STEP-IX) = "CONT"
               DISPLAY "  STEP FAILED, CONTINUING"
           ELSE
               DISPLAY "  STEP FAILED, STOPPING JOB"
               SET JOB-STOPPED TO TRUE
           END-IF
           PERFORM RAISE-STEP-ALERT.

      *> ----------------------------------------------------------
      *> A failed step goes on the operator alert queue against
      *> the driver's run, naming the step-output dataset to read.
      *> The queue is opened, written and closed per alert, like
      *> the run-control records, so the step programs that raise
      *> alerts of their own can append between the driver's.
      *> ----------------------------------------------------------
       RAISE-STEP-ALERT.
           ADD 1 TO WS-ALERT-SEQ
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF JOB-STOPPED
               STRING "STEP " WS-STEP-IX " FAILED, "
                   FUNCTION TRIM(WS-FAIL-CAUSE) ", JOB STOPPED, SEE "
                   FUNCTION TRIM(WS-STEP-OUT(WS-STEP-IX))
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           ELSE
               STRING "STEP " WS-STEP-IX " FAILED, "
                   FUNCTION TRIM(WS-FAIL-CAUSE) ", JOB CONTINUED, SEE "
                   FUNCTION TRIM(WS-STEP-OUT(WS-STEP-IX))
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALT-RAISED TO TRUE
           STRING WS-RUN-ID DELIMITED BY SPACE
                  "-" WS-ALERT-SEQ DELIMITED BY SIZE
               INTO ALT-ALERT-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-STAMP
           MOVE WS-PROGRAM-NAME TO ALT-SOURCE
           SET ALT-CRITICAL TO TRUE
           MOVE WS-RUN-ID TO ALT-RUN-ID
           MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO ALT-OBJECT
           MOVE WS-ALERT-MESSAGE TO ALT-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       PRINT-JOB-SUMMARY.
           DISPLAY "==================================================="
           DISPLAY "END OF JOB SUMMARY"
           DISPLAY "==================================================="
           IF RESTART-REQUESTED
               DISPLAY "RESTART OF JOB " FUNCTION TRIM(WS-JOB-ID)
           END-IF
           DISPLAY "STEP PROGRAM              RC       STATE"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STEP-COUNT
               MOVE WS-STEP-RC(I) TO WS-RC-TEXT
               EVALUATE TRUE
                   WHEN NOT RESTART-REQUESTED
                           OR WS-STEP-STATE(I) = "SKIPPED"
                           OR WS-STEP-STATE(I) = "PRIOR-OK"
                       DISPLAY I "  " WS-STEP-PROGRAM(I) " "
                           WS-RC-TEXT " " WS-STEP-STATE(I)
                   WHEN STEP-RERUN(I)
                       DISPLAY I "  " WS-STEP-PROGRAM(I) " "
                           WS-RC-TEXT " " WS-STEP-STATE(I) " RESTARTED"
                   WHEN OTHER
                       DISPLAY I "  " WS-STEP-PROGRAM(I) " "
                           WS-RC-TEXT " " WS-STEP-STATE(I) " RAN"
               END-EVALUATE
           END-PERFORM
           DISPLAY "==================================================="
           MOVE WS-FAIL-COUNT TO WS-COUNT-TEXT
           DISPLAY "STEPS FAILED: " WS-COUNT-TEXT
           IF RESTART-REQUESTED
               MOVE WS-RESTARTED-COUNT TO WS-COUNT-TEXT
               DISPLAY "STEPS RESTARTED: " WS-COUNT-TEXT
               MOVE WS-BYPASSED-COUNT TO WS-COUNT-TEXT
               DISPLAY "STEPS SKIPPED, ALREADY OK: " WS-COUNT-TEXT
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT TO WS-DROPPED-TEXT
               DISPLAY "STEPS NOT LOADED, TABLE FULL: " WS-DROPPED-TEXT
               MOVE "ERROR" TO WS-RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
           END-IF.

       ABORT-RUN.
           MOVE "ERROR" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           CLOSE SYSIN-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

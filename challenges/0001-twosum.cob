           COPY RSLREC.

       FD  RESULTS-RETAIN-FILE.
       01  RESULTS-RETAIN-RECORD  PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
       01  LO            PIC 9(4).
       01  HI            PIC 9(4).

       01  PAIR-MODE-SW  PIC X VALUE "F".
           88 ALL-PAIRS-MODE        VALUE "A".
           88 FIRST-PAIR-MODE       VALUE "F".
       01  PAIR-PASS-SW  PIC X.
           88 COUNT-PAIRS-PASS      VALUE "C".
           88 LIST-PAIRS-PASS       VALUE "L".
       01  PAIR-COUNT    PIC 9(8).
       01  PAIR-SEQ      PIC 9(8).
       01  PAIR-I        PIC 9(4).
       01  PAIR-J        PIC 9(4).
       01  GRP-LO-END    PIC 9(4).
       01  GRP-HI-START  PIC 9(4).
       01  GRP-X         PIC 9(4).
       01  GRP-Y         PIC 9(4).

       01  WS-INPUT-MODE     PIC X VALUE "S".
           88 USE-FILE-INPUT     VALUE "F".
           88 USE-SYSIN-INPUT    VALUE "S".
       01  WS-DECK-DSN       PIC X(80).
       01  WS-DECK-STATUS    PIC XX.
       01  WS-DECK-ID        PIC X(16).
       01  WS-DECK-FORMAT    PIC X(1).
       01  WS-LOOKUP-RESULT  PIC XX.
       01  WS-NEXT-VALUE     PIC S9(9).
       01  WS-PRUNE-LIMIT    PIC 9(8) VALUE 0.
       01  WS-FOUND-COUNT    PIC 9(8) VALUE 0.
       01  WS-NOSOL-COUNT    PIC 9(8) VALUE 0.
       01  WS-PAIR-TOTAL     PIC 9(8) VALUE 0.
       01  WS-PAIR-COUNT-TEXT PIC Z(7)9.

       01  WS-RESTART-DSN    PIC X(80) VALUE "TWOSUM.RESTART".
       01  WS-RESTART-STATUS PIC XX.
               VALUE "TWOSUM.TARGET.RESTART".
       01  WS-TARGET-RESTART-STATUS PIC XX.

      *> Control-total check of a file-mode deck (layout DCTREC):
      *> the card count and hash total recomputed from the deck,
      *> for comparison with its control card when it has one.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT SYSIN-FILE
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

           DISPLAY "INPUT MODE (S=SYSIN, F=FILE): "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:1) TO WS-INPUT-MODE
           IF FUNCTION TRIM(SYSIN-LINE(2:)) = "ALLPAIRS"
               SET ALL-PAIRS-MODE TO TRUE
               DISPLAY "ALL-PAIRS MODE"
           END-IF
           IF USE-FILE-INPUT
               DISPLAY "DECK ID: "
               PERFORM READ-SYSIN-LINE
               MOVE SYSIN-LINE(1:16) TO WS-DECK-ID
               PERFORM RESOLVE-DECK-ID
               PERFORM VERIFY-DECK-CONTROL
               OPEN INPUT DECK-FILE
               IF WS-DECK-STATUS NOT = "00"
                   DISPLAY "DECK " FUNCTION TRIM(WS-DECK-DSN)
      *> the id is resolved through the deck registry (DeckLookup
      *> service over DECK.REGISTRY), and unknown, retired or
      *> wrong-format decks are refused here with a diagnostic
      *> instead of running against an unopened file. The id may
      *> name a generation, as NIGHTA(0) or NIGHTA(-1); a plain id
      *> is the current generation.
      *> ----------------------------------------------------------
       RESOLVE-DECK-ID.
           CALL "DeckLookup" USING WS-DECK-ID WS-DECK-DSN
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
               PERFORM ABORT-RUN
           END-IF.

      *> ----------------------------------------------------------
      *> Control-total check (layout DCTREC), made before a single
      *> value is used: the deck is read through once, counting its
      *> cards and hashing its values. A deck that ends in a control
      *> card must agree with it on both figures and have nothing
      *> after it -- otherwise it is not the deck that was written
      *> (a truncated or spliced transfer still ends in END) and the
      *> run is refused. A deck without one is taken as it stands.
      *> An unopenable deck is left to the open that follows.
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
               MOVE DECK-VALUE TO WS-CONTROL-CARD
               IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                   SET CONTROL-CARD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CTL-CARDS
                   IF FUNCTION TRIM(DECK-VALUE)
                           NOT = FUNCTION TRIM(DECK-SENTINEL)
                       COMPUTE WS-CTL-HASH-SUM = WS-CTL-HASH-SUM
                           + FUNCTION ABS(FUNCTION NUMVAL(DECK-VALUE))
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> A deck that fails its control totals gets the figures on
      *> the console and in one audit record, and the run-control
      *> entry is closed with its own CTLERROR outcome, so a
      *> partial deck stands apart from an ordinary launch error.
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
           DISPLAY "RUN REFUSED, DECK IS NOT AS WRITTEN"
           PERFORM OPEN-AUDIT-FILE
           MOVE "TWOSUM" TO AUDIT-PROGRAM
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

       CLOSE-INPUT-SOURCE.
           IF USE-FILE-INPUT
               CLOSE DECK-FILE
      *> value can double as an end-of-list marker. DECK-SENTINEL is
      *> therefore the non-numeric text line "END" instead, matched
      *> against the raw text before it is ever converted with
      *> FUNCTION NUMVAL. A deck's control card (DCTREC), already
      *> checked by VERIFY-DECK-CONTROL, ends the deck the same way.
      *> ----------------------------------------------------------
       READ-NEXT-VALUE.
           MOVE "N" TO EOF-SW
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       MOVE DECK-VALUE TO WS-CONTROL-CARD
                       IF FUNCTION TRIM(DECK-VALUE) = FUNCTION TRIM
                               (DECK-SENTINEL)
                           SET AT-EOF TO TRUE
                       ELSE
                           IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                               SET AT-EOF TO TRUE
                           ELSE
                               MOVE FUNCTION NUMVAL(DECK-VALUE)
                                   TO WS-NEXT-VALUE
                           END-IF
                       END-IF
               END-READ
           ELSE
                   MOVE "N" TO MORE-TARGETS-SW
               ELSE
                   PERFORM SEARCH-PAIR
                   IF ALL-PAIRS-MODE AND FOUND
                       PERFORM COUNT-ALL-PAIRS
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-RESULT-RECORD
                   IF ALL-PAIRS-MODE AND FOUND
                       PERFORM REPORT-ADDITIONAL-PAIRS
                   END-IF
                   PERFORM CHECKPOINT-TARGET-PROGRESS
               END-IF
           END-PERFORM.
               MOVE SPACES TO WS-AUDIT-RESULT-TEXT
               STRING "[" WS-I-TEXT "," WS-J-TEXT "]"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT-TEXT
               MOVE 1 TO PAIR-COUNT
           ELSE
               DISPLAY "NO SOLUTION"
               MOVE "NO SOLUTION" TO WS-AUDIT-RESULT-TEXT
               MOVE 0 TO PAIR-COUNT
           END-IF.

      *> ----------------------------------------------------------
      *> All-pairs mode (mode card followed by ALLPAIRS, e.g.
      *> "F ALLPAIRS"): every index pair whose values sum to TARGET
      *> is reported, not just the first. The pairs come off the
      *> same sorted table SEARCH-PAIR scans: the two pointers move
      *> exactly as there, and at each match the run of equal
      *> values at the low pointer and the run at the high pointer
      *> form a group, every low entry pairing with every high
      *> entry (when the two values are equal the whole stretch
      *> between the pointers is one run, paired within itself,
      *> and the scan is over). The walk is made twice per target:
      *> a counting pass, so the pair count is known when the type-D
      *> record is written, then a listing pass that writes a
      *> type-P record for every pair after the first -- the first
      *> pair listed is the one SEARCH-PAIR found, already on the
      *> type-D record.
      *> ----------------------------------------------------------
       COUNT-ALL-PAIRS.
           MOVE 0 TO PAIR-COUNT
           SET COUNT-PAIRS-PASS TO TRUE
           PERFORM WALK-PAIR-GROUPS
           MOVE PAIR-COUNT TO WS-PAIR-COUNT-TEXT
           MOVE SPACES TO WS-AUDIT-RESULT-TEXT
           STRING "[" WS-I-TEXT "," WS-J-TEXT "] PAIRS="
               FUNCTION TRIM(WS-PAIR-COUNT-TEXT)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT-TEXT.

       REPORT-ADDITIONAL-PAIRS.
           IF PAIR-COUNT > 1
               MOVE 0 TO PAIR-SEQ
               SET LIST-PAIRS-PASS TO TRUE
               PERFORM WALK-PAIR-GROUPS
           END-IF
           MOVE PAIR-COUNT TO WS-PAIR-COUNT-TEXT
           DISPLAY "PAIRS: " FUNCTION TRIM(WS-PAIR-COUNT-TEXT).

       WALK-PAIR-GROUPS.
           MOVE 1 TO LO
           MOVE LEN TO HI
           PERFORM UNTIL LO NOT LESS THAN HI
               COMPUTE ADDITION = SORT-VAL(LO) + SORT-VAL(HI)
               EVALUATE TRUE
                   WHEN ADDITION < TARGET
                       ADD 1 TO LO
                   WHEN ADDITION > TARGET
                       SUBTRACT 1 FROM HI
                   WHEN SORT-VAL(LO) = SORT-VAL(HI)
                       COMPUTE GRP-LO-END = HI - 1
                       MOVE LO TO GRP-HI-START
                       PERFORM PAIR-ONE-GROUP
                       MOVE HI TO LO
                   WHEN OTHER
                       MOVE LO TO GRP-LO-END
                       PERFORM UNTIL SORT-VAL(GRP-LO-END + 1)
                               NOT = SORT-VAL(LO)
                           ADD 1 TO GRP-LO-END
                       END-PERFORM
                       MOVE HI TO GRP-HI-START
                       PERFORM UNTIL SORT-VAL(GRP-HI-START - 1)
                               NOT = SORT-VAL(HI)
                           SUBTRACT 1 FROM GRP-HI-START
                       END-PERFORM
                       PERFORM PAIR-ONE-GROUP
                       COMPUTE LO = GRP-LO-END + 1
                       COMPUTE HI = GRP-HI-START - 1
               END-EVALUATE
           END-PERFORM.

       PAIR-ONE-GROUP.
           IF COUNT-PAIRS-PASS
               IF SORT-VAL(LO) = SORT-VAL(HI)
                   COMPUTE PAIR-COUNT = PAIR-COUNT
                       + (HI - LO + 1) * (HI - LO) / 2
               ELSE
                   COMPUTE PAIR-COUNT = PAIR-COUNT
                       + (GRP-LO-END - LO + 1) * (HI - GRP-HI-START + 1)
               END-IF
           ELSE
               PERFORM VARYING GRP-X FROM LO BY 1
                       UNTIL GRP-X > GRP-LO-END
                   PERFORM VARYING GRP-Y FROM HI BY -1
                           UNTIL GRP-Y < GRP-HI-START
                               OR GRP-Y NOT > GRP-X
                       PERFORM LIST-ONE-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       LIST-ONE-PAIR.
           ADD 1 TO PAIR-SEQ
           IF PAIR-SEQ > 1
               IF SORT-ORIG(GRP-X) < SORT-ORIG(GRP-Y)
                   MOVE SORT-ORIG(GRP-X) TO PAIR-I
                   MOVE SORT-ORIG(GRP-Y) TO PAIR-J
               ELSE
                   MOVE SORT-ORIG(GRP-Y) TO PAIR-I
                   MOVE SORT-ORIG(GRP-X) TO PAIR-J
               END-IF
               DISPLAY "[" PAIR-I "," PAIR-J "]"
               PERFORM WRITE-PAIR-RECORD
           END-IF.

      *> ----------------------------------------------------------
           END-IF.

       RETAIN-ONE-RESULT.
           IF (RSL-REC-TYPE = "D" OR RSL-REC-TYPE = "P")
                   AND RSL-TARGET-SEQ NOT > WS-PRUNE-LIMIT
               IF RSL-REC-TYPE = "D"
                   IF RSL-FOUND
                       ADD 1 TO WS-FOUND-COUNT
                   ELSE
                       ADD 1 TO WS-NOSOL-COUNT
                   END-IF
                   ADD RSL-PAIR-COUNT TO WS-PAIR-TOTAL
               END-IF
               MOVE RESULTS-FILE-RECORD TO RESULTS-RETAIN-RECORD
               WRITE RESULTS-RETAIN-RECORD
               SET RSL-NOT-FOUND TO TRUE
               ADD 1 TO WS-NOSOL-COUNT
           END-IF
           MOVE PAIR-COUNT TO RSL-PAIR-COUNT
           ADD PAIR-COUNT TO WS-PAIR-TOTAL
           WRITE RESULTS-FILE-RECORD.

       WRITE-PAIR-RECORD.
           MOVE "P" TO RSL-REC-TYPE
           MOVE WS-RUN-ID TO RSL-RUN-ID
           MOVE WS-TARGET-COUNT TO RSL-TARGET-SEQ
           MOVE TARGET TO RSL-TARGET
           MOVE PAIR-I TO RSL-SOLUTION-I
           MOVE PAIR-J TO RSL-SOLUTION-J
           MOVE NUM(PAIR-I) TO RSL-NUM-I
           MOVE NUM(PAIR-J) TO RSL-NUM-J
           SET RSL-FOUND TO TRUE
           MOVE PAIR-SEQ TO RSL-PAIR-SEQ
           WRITE RESULTS-FILE-RECORD.

       WRITE-RESULTS-TRAILER.
               = WS-FOUND-COUNT + WS-NOSOL-COUNT
           MOVE WS-FOUND-COUNT TO RSL-TOTAL-FOUND
           MOVE WS-NOSOL-COUNT TO RSL-TOTAL-NOSOL
           MOVE WS-PAIR-TOTAL TO RSL-TOTAL-PAIRS
           MOVE PAIR-MODE-SW TO RSL-PAIR-MODE
           WRITE RESULTS-FILE-RECORD.

       WRITE-AUDIT-RECORD.

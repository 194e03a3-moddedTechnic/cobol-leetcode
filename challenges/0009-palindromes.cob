           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       FD  RESULTS-FILE.
       01  RESULTS-FILE-RECORD.
           COPY PALREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  RAW-STRING    PIC X(80).
       01  WS-INPUT-MODE     PIC X VALUE "S".
           88 USE-FILE-INPUT     VALUE "F".
           88 USE-SYSIN-INPUT    VALUE "S".
           88 USE-DECK-SCREEN    VALUE "D".
       01  WS-DECK-DSN       PIC X(80).
       01  WS-DECK-STATUS    PIC XX.
       01  WS-DECK-ID        PIC X(16).
       01  WS-DECK-FORMAT    PIC X(1).
       01  WS-LOOKUP-RESULT  PIC XX.

       01  WS-PROGRAM-NAME   PIC X(20) VALUE "PALINDROMES".
       01  WS-OVERRIDE-CARD  PIC X(10).

       01  WS-RESULTS-DSN    PIC X(80) VALUE "PALINDROMES.RESULTS".
       01  WS-RESULTS-STATUS PIC XX.
       01  DECK-SENTINEL     PIC X(9) VALUE "END".
       01  WS-DECK-EOF-SW    PIC X VALUE "N".
           88 DECK-EOF           VALUE "Y".
       01  WS-CARD-SEQ       PIC 9(8) VALUE 0.
       01  WS-TRUE-COUNT     PIC 9(8) VALUE 0.
       01  WS-FALSE-COUNT    PIC 9(8) VALUE 0.
       01  WS-COUNT-TEXT     PIC Z(7)9.
       01  WS-COUNT-TEXT-2   PIC Z(7)9.
       01  WS-COUNT-TEXT-3   PIC Z(7)9.

      *> Control-total check of a file-mode deck (layout DCTREC):
      *> the card count and hash total recomputed from the deck,
      *> for comparison with its control card when it has one.
       01  WS-CONTROL-CARD.
           COPY DCTREC.
       01  WS-CTL-CARDS      PIC 9(7) VALUE 0.
       01  WS-CTL-HASH-SUM   PIC 9(18) VALUE 0.
       01  WS-CTL-HASH       PIC 9(10) VALUE 0.
       01  WS-CTL-POS        PIC 9(4).
       01  WS-CTL-FOUND-SW   PIC X VALUE "N".
           88 CONTROL-CARD-FOUND VALUE "Y".
       01  WS-CTL-AFTER-SW   PIC X VALUE "N".
           88 CARDS-AFTER-CONTROL VALUE "Y".
       01  WS-CTL-EOF-SW     PIC X VALUE "N".
           88 CTL-EOF            VALUE "Y".
       01  WS-CTL-COUNT-TEXT PIC Z(6)9.
       01  WS-CTL-HASH-TEXT  PIC Z(9)9.

       01  LPS-BEST-START    PIC 9(4) VALUE 0.
       01  LPS-BEST-LEN      PIC 9(4) VALUE 0.
       01  LPS-CENTER        PIC 9(4).
           PERFORM WRITE-RUN-START
           PERFORM SELECT-INPUT-SOURCE
           PERFORM OPEN-AUDIT-FILE
           IF USE-DECK-SCREEN
               PERFORM SCREEN-DECK
           ELSE
               PERFORM READ-INPUT-STRING
               PERFORM BUILD-CLEAN-STRING
               PERFORM CHECK-PALINDROME
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           PERFORM CLOSE-INPUT-SOURCE
           CLOSE AUDIT-FILE
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

      *> ----------------------------------------------------------
      *> Mode S tests one string from SYSIN, mode F the first card
      *> of a registered STRINGS deck (a deck holding nothing but
      *> its control card reads as a blank string). Mode D
      *> screens the whole deck in one run (see SCREEN-DECK); it
      *> takes the same deck id card as mode F.
      *> ----------------------------------------------------------
       SELECT-INPUT-SOURCE.
           DISPLAY "INPUT MODE (S=SYSIN, F=FILE): "
           ACCEPT WS-INPUT-MODE FROM SYSIN
           IF USE-FILE-INPUT OR USE-DECK-SCREEN
               DISPLAY "DECK ID: "
               ACCEPT WS-DECK-ID FROM SYSIN
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
      *> card is screened: the deck is read through once, counting
      *> its cards and hashing its strings. A deck that ends in a
      *> control card must agree with it on both figures and have
      *> nothing after it -- otherwise it is not the deck that was
      *> written (a truncated or spliced transfer) and the run is
      *> refused. A deck without one is taken as it stands. An
      *> unopenable deck is left to the open that follows.
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
               MOVE DECK-STRING(1:20) TO WS-CONTROL-CARD
               IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                       AND DECK-STRING(21:) = SPACES
                   SET CONTROL-CARD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CTL-CARDS
                   IF FUNCTION TRIM(DECK-STRING)
                           NOT = FUNCTION TRIM(DECK-SENTINEL)
                       PERFORM HASH-CONTROL-STRING
                   END-IF
               END-IF
           END-IF.

      *> A string card hashes as the sum of the character codes of
      *> its non-blank characters.
       HASH-CONTROL-STRING.
           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
                   UNTIL WS-CTL-POS > LENGTH OF DECK-STRING
               IF DECK-STRING(WS-CTL-POS:1) NOT = SPACE
                   COMPUTE WS-CTL-HASH-SUM = WS-CTL-HASH-SUM
                       + FUNCTION ORD(DECK-STRING(WS-CTL-POS:1)) - 1
               END-IF
           END-PERFORM.

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
           MOVE "PALINDROMES" TO AUDIT-PROGRAM
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
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       CLOSE-INPUT-SOURCE.
           IF USE-FILE-INPUT OR USE-DECK-SCREEN
               CLOSE DECK-FILE
           END-IF.

                       MOVE SPACES TO RAW-STRING
                   NOT AT END
                       MOVE DECK-STRING TO RAW-STRING
                       MOVE DECK-STRING(1:20) TO WS-CONTROL-CARD
                       IF DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                               AND DECK-STRING(21:) = SPACES
                           MOVE SPACES TO RAW-STRING
                       END-IF
               END-READ
           ELSE
               ACCEPT RAW-STRING FROM SYSIN
           END-IF.

      *> ----------------------------------------------------------
      *> Deck screening: every card of the deck goes through the
      *> same clean-up, palindrome check and longest-palindrome
      *> analysis as a single-string run, under one run id and one
      *> RUN.CONTROL pair instead of one BatchDriver step per card.
      *> Each card gets its verdict lines, an audit record and a
      *> type-D record on PALINDROMES.RESULTS (layout PALREC); a
      *> type-T trailer with the card, true and false totals closes
      *> the dataset, so a results dataset without its trailer
      *> marks a run that did not finish. Each screening run
      *> replaces the dataset. END sentinel cards are passed over,
      *> and the deck's control card, already checked by
      *> VERIFY-DECK-CONTROL, ends it.
      *> ----------------------------------------------------------
       SCREEN-DECK.
           OPEN OUTPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "RESULTS DATASET " FUNCTION TRIM(WS-RESULTS-DSN)
                   " OPEN FAILED, STATUS " WS-RESULTS-STATUS
               PERFORM ABORT-RUN
           END-IF
           PERFORM UNTIL DECK-EOF
               READ DECK-FILE
                   AT END
                       SET DECK-EOF TO TRUE
                   NOT AT END
                       MOVE DECK-STRING(1:20) TO WS-CONTROL-CARD
                       EVALUATE TRUE
                           WHEN FUNCTION TRIM(DECK-STRING)
                                   = FUNCTION TRIM(DECK-SENTINEL)
                               CONTINUE
                           WHEN DCT-CONTROL-TAG
                                   AND DCT-TOTALS IS NUMERIC
                                   AND DECK-STRING(21:) = SPACES
                               SET DECK-EOF TO TRUE
                           WHEN OTHER
                               PERFORM SCREEN-ONE-CARD
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM WRITE-RESULTS-TRAILER
           CLOSE RESULTS-FILE
           MOVE WS-CARD-SEQ TO WS-COUNT-TEXT
           MOVE WS-TRUE-COUNT TO WS-COUNT-TEXT-2
           MOVE WS-FALSE-COUNT TO WS-COUNT-TEXT-3
           DISPLAY "CARDS SCREENED: " FUNCTION TRIM(WS-COUNT-TEXT)
               "  TRUE: " FUNCTION TRIM(WS-COUNT-TEXT-2)
               "  FALSE: " FUNCTION TRIM(WS-COUNT-TEXT-3).

       SCREEN-ONE-CARD.
           ADD 1 TO WS-CARD-SEQ
           MOVE DECK-STRING TO RAW-STRING
           MOVE WS-CARD-SEQ TO WS-COUNT-TEXT
           DISPLAY "CARD " FUNCTION TRIM(WS-COUNT-TEXT) ": "
               FUNCTION TRIM(RAW-STRING)
           PERFORM BUILD-CLEAN-STRING
           PERFORM CHECK-PALINDROME
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-RESULT-RECORD.

      *> ----------------------------------------------------------
      *> The LPS figures of a true verdict are the whole cleaned
      *> string (offset 1, or 0 for a card with nothing left to
      *> compare once cleaned).
      *> ----------------------------------------------------------
       WRITE-RESULT-RECORD.
           MOVE "D" TO PAL-REC-TYPE
           MOVE WS-RUN-ID TO PAL-RUN-ID
           MOVE SPACES TO PAL-DETAIL
           MOVE WS-CARD-SEQ TO PAL-CARD-SEQ
           IF IS-PALINDROME = 0
               SET PAL-FALSE TO TRUE
               MOVE LPS-BEST-START TO PAL-LPS-OFFSET
               MOVE LPS-BEST-LEN TO PAL-LPS-LENGTH
               ADD 1 TO WS-FALSE-COUNT
           ELSE
               SET PAL-TRUE TO TRUE
               IF LEN > 0
                   MOVE 1 TO PAL-LPS-OFFSET
               ELSE
                   MOVE 0 TO PAL-LPS-OFFSET
               END-IF
               MOVE LEN TO PAL-LPS-LENGTH
               ADD 1 TO WS-TRUE-COUNT
           END-IF
           WRITE RESULTS-FILE-RECORD.

       WRITE-RESULTS-TRAILER.
           MOVE "T" TO PAL-REC-TYPE
           MOVE WS-RUN-ID TO PAL-RUN-ID
           MOVE SPACES TO PAL-DETAIL
           MOVE WS-CARD-SEQ TO PAL-TOTAL-CARDS
           MOVE WS-TRUE-COUNT TO PAL-TOTAL-TRUE
           MOVE WS-FALSE-COUNT TO PAL-TOTAL-FALSE
           WRITE RESULTS-FILE-RECORD.

      *> ----------------------------------------------------------
      *> Request 003: accept arbitrary alphanumeric strings (not just
      *> 10 numeric digits) by folding to a punctuation-free,

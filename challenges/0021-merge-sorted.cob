      *> operator names two deck ids and then an output dataset
      *> card: with an output dataset named, both decks are opened
      *> concurrently and merged record-by-record straight to a
      *> NUMREC-format deck (values, the END sentinel and a
      *> control card), so there is no table, no 9999-value cap,
      *> and the merged deck can go straight back onto
      *> DECK.REGISTRY as input to the next job. A blank or missing
      *> output card in file mode keeps the old table-and-console
      *> behavior, which is what the BatchDriver step SYSIN still
      *> feeds. In file mode an input deck that ends in a control
      *> card (layout DCTREC) is checked against it before the
      *> merge, and a deck that fails the check refuses the run.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-DECK-B-STATUS  PIC XX.
       01  WS-MERGED-DSN     PIC X(80).
       01  WS-MERGED-STATUS  PIC XX.
       01  WS-DECK-ID        PIC X(16).
       01  WS-DECK-FORMAT    PIC X(1).
       01  WS-LOOKUP-RESULT  PIC XX.
       01  WS-NEXT-VALUE     PIC S9(9).
       01  WS-STREAM-COUNT   PIC 9(8) VALUE 0.
       01  WS-COUNT-TEXT     PIC ZZZZZZZ9.

      *> Control-total check of each input deck and control card
      *> of the streamed output deck (layout DCTREC).
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

       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RUNCTL-STATUS  PIC XX.
       01  WS-RUNCTL-EOF-SW  PIC X VALUE "N".
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

           IF USE-FILE-INPUT
               DISPLAY "DECK A ID: "
               PERFORM READ-SYSIN-LINE
               MOVE SYSIN-LINE(1:16) TO WS-DECK-ID
               PERFORM RESOLVE-DECK-ID
               PERFORM VERIFY-DECK-CONTROL
               MOVE WS-DECK-DSN TO WS-DECK-A-DSN
               DISPLAY "DECK B ID: "
               PERFORM READ-SYSIN-LINE
               MOVE SYSIN-LINE(1:16) TO WS-DECK-ID
               PERFORM RESOLVE-DECK-ID
               PERFORM VERIFY-DECK-CONTROL
               MOVE WS-DECK-DSN TO WS-DECK-B-DSN
               MOVE WS-DECK-A-DSN TO WS-DECK-DSN
      *> A named output dataset selects the streaming merge; a
      *> instead of running against an unopened file. The resolved
      *> dataset name lands in WS-DECK-DSN each time; the caller
      *> saves each one aside before the next lookup overwrites it.
      *> Either id may name a generation, as NIGHTA(0) or
      *> NIGHTA(-1); a plain id is the current generation.
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
      *> Control-total check (layout DCTREC) of the deck just
      *> resolved into WS-DECK-DSN, made before either deck is
      *> merged: the deck is read through once, counting its cards
      *> and hashing its values. A deck that ends in a control card
      *> must agree with it on both figures and have nothing after
      *> it -- otherwise it is not the deck that was written (a
      *> truncated or spliced transfer still ends in END) and the
      *> run is refused. A deck without one is taken as it stands.
      *> An unopenable deck is left to the merge's own open.
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
           MOVE "MERGESORTED" TO AUDIT-PROGRAM
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

       OPEN-DECK-A.
           IF USE-FILE-INPUT
               OPEN INPUT DECK-FILE
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
      *> record -- one look-ahead value per deck, never a table, so
      *> deck length is bounded by disk and not by the 9999-entry
      *> OCCURS. The output is a NUMREC-format deck, values then
      *> the END sentinel and the control card, ready to register
      *> and feed to the next job. Equal values take deck A first,
      *> the same stable order as the table merge.
      *> ----------------------------------------------------------
       STREAM-MERGE-DECKS.
           OPEN INPUT DECK-FILE
           END-PERFORM
           MOVE FUNCTION TRIM(DECK-SENTINEL) TO MERGED-CARD
           WRITE MERGED-RECORD
           PERFORM WRITE-MERGED-CONTROL
           CLOSE MERGED-FILE
           CLOSE DECK-B-FILE
           CLOSE DECK-FILE
               AT END
                   SET A-AT-EOF TO TRUE
               NOT AT END
                   MOVE DECK-VALUE TO WS-CONTROL-CARD
                   IF FUNCTION TRIM(DECK-VALUE) = FUNCTION TRIM
                           (DECK-SENTINEL)
                           OR (DCT-CONTROL-TAG
                               AND DCT-TOTALS IS NUMERIC)
                       SET A-AT-EOF TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(DECK-VALUE)
               AT END
                   SET B-AT-EOF TO TRUE
               NOT AT END
                   MOVE DECK-B-VALUE TO WS-CONTROL-CARD
                   IF FUNCTION TRIM(DECK-B-VALUE) = FUNCTION TRIM
                           (DECK-SENTINEL)
                           OR (DCT-CONTROL-TAG
                               AND DCT-TOTALS IS NUMERIC)
                       SET B-AT-EOF TO TRUE
                   ELSE
                       MOVE FUNCTION NUMVAL(DECK-B-VALUE)

       WRITE-MERGED-CARD.
           ADD 1 TO WS-STREAM-COUNT
           COMPUTE WS-OUT-HASH-SUM = WS-OUT-HASH-SUM
               + FUNCTION ABS(WS-NEXT-VALUE)
           MOVE WS-NEXT-VALUE TO WS-NUM-TEXT
           MOVE FUNCTION TRIM(WS-NUM-TEXT) TO MERGED-CARD
           WRITE MERGED-RECORD.

      *> The merged deck closes with its control card (DCTREC):
      *> every value card plus the one END sentinel, and the hash
      *> of the values written, so the next job can prove it has
      *> the whole deck.
       WRITE-MERGED-CONTROL.
           MOVE "CTL" TO DCT-TAG
           COMPUTE DCT-CARD-COUNT = WS-STREAM-COUNT + 1
           COMPUTE DCT-HASH-TOTAL =
               FUNCTION MOD(WS-OUT-HASH-SUM, 10000000000)
           MOVE WS-CONTROL-CARD TO MERGED-CARD
           WRITE MERGED-RECORD.

       WRITE-STREAM-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-INPUT-TEXT
           STRING "RUNID=" WS-RUN-ID " LENA=" WS-A-COUNT

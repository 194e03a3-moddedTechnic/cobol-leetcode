      *> form (optional leading sign, digits only), at most 9 digits
      *> (fits S9(9)), at most 9999 values per END-delimited
      *> segment, sentinel END present. Sentinel cards pass through.
      *> The clean deck is closed by a control card (layout DCTREC)
      *> carrying the count and hash total of the cards written to
      *> it, which the programs reading the deck check before they
      *> use it. A control card already on the input deck is
      *> dropped, neither copied nor rejected; the new one replaces
      *> it.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           88 DECK-EOF           VALUE "Y".
       01  WS-CARD-VALID-SW  PIC X VALUE "Y".
           88 CARD-VALID         VALUE "Y".
           88 CARD-DROPPED       VALUE "D".
       01  WS-SENTINEL-SW    PIC X VALUE "N".
           88 SENTINEL-SEEN      VALUE "Y".

       01  WS-CARD-TEXT      PIC 9(6).
       01  WS-COUNT-TEXT     PIC ZZZZZ9.

      *> Control card of the clean deck (layout DCTREC) and the
      *> hash of the cards written to it.
       01  WS-CONTROL-CARD.
           COPY DCTREC.
       01  WS-CTL-HASH-SUM   PIC 9(18) VALUE 0.
       01  WS-CTL-DROPPED    PIC 9(6) VALUE 0.
       01  WS-CTL-HASH-TEXT  PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DECK FORMAT (N=NUMS, S=STRINGS): "
               MOVE SPACES TO INPUT-CARD
               PERFORM WRITE-REJECT-LINE
           END-IF
           PERFORM WRITE-CONTROL-CARD
           CLOSE INPUT-DECK
           CLOSE CLEAN-DECK
           CLOSE ERROR-LIST
           MOVE FUNCTION TRIM(INPUT-CARD) TO WS-TRIMMED-CARD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-CARD))
               TO WS-TRIM-LEN
           MOVE WS-TRIMMED-CARD(1:20) TO WS-CONTROL-CARD
      *> A READ that could not fit the line (status 06) delivers a
      *> truncated record, and the NEXT record is the remainder of
      *> the same line -- both halves are rejects, never clean
               WHEN WS-TRIM-LEN > 80
                   MOVE "CARD EXCEEDS 80 COLUMNS" TO WS-REJECT-REASON
                   MOVE "N" TO WS-CARD-VALID-SW
               WHEN WS-TRIM-LEN = 20 AND DCT-CONTROL-TAG
                       AND DCT-TOTALS IS NUMERIC
                   SET CARD-DROPPED TO TRUE
                   ADD 1 TO WS-CTL-DROPPED
               WHEN WS-TRIMMED-CARD = FUNCTION TRIM(DECK-SENTINEL)
                   SET SENTINEL-SEEN TO TRUE
                   MOVE 0 TO WS-SEGMENT-COUNT
               WHEN NUMS-DECK
                   PERFORM VALIDATE-NUMERIC-CARD
           END-EVALUATE
           EVALUATE TRUE
               WHEN CARD-VALID
                   ADD 1 TO WS-GOOD-COUNT
                   MOVE INPUT-CARD(1:80) TO CLEAN-CARD
                   WRITE CLEAN-CARD
                   PERFORM HASH-CLEAN-CARD
               WHEN CARD-DROPPED
                   CONTINUE
               WHEN OTHER
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> Hash total of the clean deck, the DCTREC rule: a number
      *> card adds its absolute value, a string card the character
      *> codes of its non-blank characters; END sentinels are
      *> counted by the control card but not hashed.
      *> ----------------------------------------------------------
       HASH-CLEAN-CARD.
           EVALUATE TRUE
               WHEN WS-TRIMMED-CARD = FUNCTION TRIM(DECK-SENTINEL)
                   CONTINUE
               WHEN NUMS-DECK
                   COMPUTE WS-CTL-HASH-SUM = WS-CTL-HASH-SUM
                       + FUNCTION ABS(FUNCTION NUMVAL(WS-TRIMMED-CARD))
               WHEN OTHER
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > LENGTH OF CLEAN-CARD
                       IF CLEAN-CARD(I:1) NOT = SPACE
                           COMPUTE WS-CTL-HASH-SUM = WS-CTL-HASH-SUM
                               + FUNCTION ORD(CLEAN-CARD(I:1)) - 1
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       WRITE-CONTROL-CARD.
           MOVE "CTL" TO DCT-TAG
           MOVE WS-GOOD-COUNT TO DCT-CARD-COUNT
           COMPUTE DCT-HASH-TOTAL =
               FUNCTION MOD(WS-CTL-HASH-SUM, 10000000000)
           MOVE WS-CONTROL-CARD TO CLEAN-CARD
           WRITE CLEAN-CARD.

      *> ----------------------------------------------------------
      *> A numeric card is an optional leading sign followed by one
           DISPLAY "CARDS ACCEPTED: " WS-COUNT-TEXT
           MOVE WS-REJECT-COUNT TO WS-COUNT-TEXT
           DISPLAY "CARDS REJECTED: " WS-COUNT-TEXT
           IF WS-CTL-DROPPED > 0
               MOVE WS-CTL-DROPPED TO WS-COUNT-TEXT
               DISPLAY "INPUT CONTROL RECORDS REPLACED: "
                   FUNCTION TRIM(WS-COUNT-TEXT)
           END-IF
           MOVE DCT-CARD-COUNT TO WS-COUNT-TEXT
           MOVE DCT-HASH-TOTAL TO WS-CTL-HASH-TEXT
           DISPLAY "CONTROL RECORD: CARDS " FUNCTION TRIM(WS-COUNT-TEXT)
               "  HASH " FUNCTION TRIM(WS-CTL-HASH-TEXT)
           IF WS-REJECT-COUNT > 0
               DISPLAY "DECK IS DIRTY, SEE "
                   FUNCTION TRIM(WS-ERROR-DSN)

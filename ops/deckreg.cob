      *> resolve a short deck id to a pathname in file mode.
      *> Command cards arrive on SYSIN, pipe-delimited like the
      *> judge catalog, one per line, until end of input:
      *>     ADD|deckid|dataset-name|N-or-S|owner|gen-limit
      *>     NEWGEN|deckid|dataset-name
      *>     RETIRE|deckid
      *>     LIST
      *> ADD refuses a duplicate id and catalogs the dataset as the
      *> id's generation 1; the generation limit (1 to 10, default
      *> 5) is how many generations the id keeps. NEWGEN catalogs
      *> a freshly written dataset as the id's new current
      *> generation, so a refreshed deck never overwrites last
      *> week's in place; the generation that falls past the limit
      *> rolls off the registry (its dataset is left on disk for
      *> housekeeping, but no reference resolves to it). RETIRE
      *> flips the active flag (the record is kept so the id's
      *> history stays findable); LIST prints every entry with its
      *> status and every generation it keeps, newest first, with
      *> the relative reference -- id(0), id(-1) ... -- the
      *> challenge programs accept for it. Run e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/deckreg ops/deckreg.cob
      *>     printf 'ADD|NIGHTA|decks/NIGHTA.DECK|N|SETTLEMENTS\n' \
           COPY REGREC.

       FD  SYSIN-FILE.
       01  SYSIN-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-CARD-DSN        PIC X(80).
       01  WS-CARD-FORMAT     PIC X(1).
       01  WS-CARD-OWNER      PIC X(20).
       01  WS-CARD-LIMIT      PIC X(4).

       01  WS-DEFAULT-LIMIT   PIC 9(2) VALUE 5.
       01  WS-GEN-LIMIT       PIC 9(2).
       01  WS-REL-TEXT        PIC 9.
       01  WS-GEN-TEXT        PIC 9(4).

       01  WS-ADD-COUNT       PIC 9(4) VALUE 0.
       01  WS-NEWGEN-COUNT    PIC 9(4) VALUE 0.
       01  WS-ROLLOFF-COUNT   PIC 9(4) VALUE 0.
       01  WS-RETIRE-COUNT    PIC 9(4) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT      PIC ZZZ9.
           MOVE SPACES TO WS-CARD-DSN
           MOVE SPACES TO WS-CARD-FORMAT
           MOVE SPACES TO WS-CARD-OWNER
           MOVE SPACES TO WS-CARD-LIMIT
           UNSTRING SYSIN-LINE DELIMITED BY "|"
               INTO WS-COMMAND WS-CARD-ID WS-CARD-DSN
                    WS-CARD-FORMAT WS-CARD-OWNER WS-CARD-LIMIT
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-REGISTRY-ENTRY
               WHEN "NEWGEN"
                   PERFORM NEW-GENERATION
               WHEN "RETIRE"
                   PERFORM RETIRE-REGISTRY-ENTRY
               WHEN "LIST"
                       FUNCTION TRIM(WS-COMMAND)
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> A deck id may not contain the parenthesis that opens a
      *> relative generation reference, or NIGHTA(0) could never
      *> be told apart from an id spelled that way.
      *> ----------------------------------------------------------
       ADD-REGISTRY-ENTRY.
           MOVE WS-DEFAULT-LIMIT TO WS-GEN-LIMIT
           IF FUNCTION TRIM(WS-CARD-LIMIT) NOT = SPACES
               IF FUNCTION TRIM(WS-CARD-LIMIT) NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CARD-LIMIT) TO WS-GEN-LIMIT
               ELSE
                   MOVE 0 TO WS-GEN-LIMIT
               END-IF
           END-IF
           MOVE 0 TO I
           INSPECT WS-CARD-ID TALLYING I FOR ALL "(" ALL ")"
           IF WS-CARD-ID = SPACES
                   OR WS-CARD-DSN = SPACES
                   OR I > 0
                   OR (WS-CARD-FORMAT NOT = "N"
                       AND WS-CARD-FORMAT NOT = "S")
                   OR WS-GEN-LIMIT < 1 OR WS-GEN-LIMIT > 10
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BAD ADD CARD: " FUNCTION TRIM(SYSIN-LINE)
           ELSE
               INITIALIZE REGISTRY-RECORD
               MOVE WS-CARD-ID TO REG-DECK-ID
               MOVE WS-CARD-DSN TO REG-DECK-DSN
               MOVE WS-CARD-FORMAT TO REG-FORMAT
               MOVE WS-CARD-OWNER TO REG-OWNER
               SET REG-ACTIVE TO TRUE
               MOVE 1 TO REG-GEN-NUMBER
               MOVE FUNCTION CURRENT-DATE(1:8) TO REG-GEN-CREATED
               MOVE WS-GEN-LIMIT TO REG-GEN-LIMIT
               MOVE 0 TO REG-OLD-GEN-COUNT
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
               END-WRITE
           END-IF.

      *> ----------------------------------------------------------
      *> The current generation moves to REG-OLD-GEN(1), every
      *> older one moves down a slot, and whatever would land past
      *> the limit rolls off. A retired id takes no new
      *> generations; neither does the current dataset name again,
      *> since that is exactly the overwrite-in-place generations
      *> exist to stop.
      *> ----------------------------------------------------------
       NEW-GENERATION.
           MOVE WS-CARD-ID TO REG-DECK-ID
           READ REGISTRY-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "DECK ID NOT ON FILE: "
                       FUNCTION TRIM(WS-CARD-ID)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REG-RETIRED
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "DECK ID IS RETIRED: "
                               FUNCTION TRIM(WS-CARD-ID)
                       WHEN WS-CARD-DSN = SPACES
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "BAD NEWGEN CARD: "
                               FUNCTION TRIM(SYSIN-LINE)
                       WHEN WS-CARD-DSN = REG-DECK-DSN
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "DATASET IS ALREADY THE CURRENT"
                               " GENERATION: "
                               FUNCTION TRIM(WS-CARD-DSN)
                       WHEN OTHER
                           PERFORM PUSH-GENERATION
                           REWRITE REGISTRY-RECORD
                           ADD 1 TO WS-NEWGEN-COUNT
                           MOVE REG-GEN-NUMBER TO WS-GEN-TEXT
                           DISPLAY "NEW GENERATION "
                               FUNCTION TRIM(WS-CARD-ID) " G"
                               WS-GEN-TEXT " -> "
                               FUNCTION TRIM(WS-CARD-DSN)
                   END-EVALUATE
           END-READ.

       PUSH-GENERATION.
           MOVE REG-GEN-LIMIT TO WS-GEN-LIMIT
           IF WS-GEN-LIMIT < 1 OR WS-GEN-LIMIT > 10
               MOVE WS-DEFAULT-LIMIT TO WS-GEN-LIMIT
           END-IF
           IF REG-OLD-GEN-COUNT = 9
                   OR REG-OLD-GEN-COUNT = WS-GEN-LIMIT - 1
               IF REG-OLD-GEN-COUNT > 0
                   PERFORM ROLL-OFF-OLDEST
               ELSE
                   PERFORM ROLL-OFF-CURRENT
               END-IF
           END-IF
           IF WS-GEN-LIMIT > 1
               PERFORM VARYING I FROM REG-OLD-GEN-COUNT BY -1
                       UNTIL I < 1
                   MOVE REG-OLD-GEN(I) TO REG-OLD-GEN(I + 1)
               END-PERFORM
               MOVE REG-GEN-NUMBER TO REG-OLD-GEN-NUMBER(1)
               MOVE REG-DECK-DSN TO REG-OLD-GEN-DSN(1)
               MOVE REG-GEN-CREATED TO REG-OLD-GEN-CREATED(1)
               ADD 1 TO REG-OLD-GEN-COUNT
           END-IF
           ADD 1 TO REG-GEN-NUMBER
           MOVE WS-CARD-DSN TO REG-DECK-DSN
           MOVE FUNCTION CURRENT-DATE(1:8) TO REG-GEN-CREATED.

       ROLL-OFF-OLDEST.
           MOVE REG-OLD-GEN-NUMBER(REG-OLD-GEN-COUNT) TO WS-GEN-TEXT
           DISPLAY "ROLLED OFF " FUNCTION TRIM(WS-CARD-ID) " G"
               WS-GEN-TEXT " "
               FUNCTION TRIM(REG-OLD-GEN-DSN(REG-OLD-GEN-COUNT))
           INITIALIZE REG-OLD-GEN(REG-OLD-GEN-COUNT)
           SUBTRACT 1 FROM REG-OLD-GEN-COUNT
           ADD 1 TO WS-ROLLOFF-COUNT.

      *> A limit of 1 keeps no older generation at all: the current
      *> one rolls off as soon as its successor is cataloged.
       ROLL-OFF-CURRENT.
           MOVE REG-GEN-NUMBER TO WS-GEN-TEXT
           DISPLAY "ROLLED OFF " FUNCTION TRIM(WS-CARD-ID) " G"
               WS-GEN-TEXT " " FUNCTION TRIM(REG-DECK-DSN)
           ADD 1 TO WS-ROLLOFF-COUNT.

       RETIRE-REGISTRY-ENTRY.
           MOVE WS-CARD-ID TO REG-DECK-ID
           READ REGISTRY-FILE
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "DECK ID  FMT STATUS  OWNER                GEN"
               "   CREATED  DATASET"
           PERFORM UNTIL LIST-EOF
               READ REGISTRY-FILE NEXT RECORD
                   AT END
           END-PERFORM.

       LIST-ONE-ENTRY.
           MOVE REG-GEN-NUMBER TO WS-GEN-TEXT
           IF REG-RETIRED
               DISPLAY REG-DECK-ID " " REG-FORMAT "   RETIRED "
                   REG-OWNER " G" WS-GEN-TEXT " " REG-GEN-CREATED
                   " " FUNCTION TRIM(REG-DECK-DSN) "  (0)"
           ELSE
               DISPLAY REG-DECK-ID " " REG-FORMAT "   ACTIVE  "
                   REG-OWNER " G" WS-GEN-TEXT " " REG-GEN-CREATED
                   " " FUNCTION TRIM(REG-DECK-DSN) "  (0)"
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REG-OLD-GEN-COUNT
               MOVE REG-OLD-GEN-NUMBER(I) TO WS-GEN-TEXT
               MOVE I TO WS-REL-TEXT
               DISPLAY "                                          G"
                   WS-GEN-TEXT " " REG-OLD-GEN-CREATED(I) " "
                   FUNCTION TRIM(REG-OLD-GEN-DSN(I)) "  (-"
                   WS-REL-TEXT ")"
           END-PERFORM.

       PRINT-SUMMARY.
           MOVE WS-ADD-COUNT TO WS-COUNT-TEXT
           DISPLAY "ADDED:   " WS-COUNT-TEXT
           MOVE WS-NEWGEN-COUNT TO WS-COUNT-TEXT
           DISPLAY "NEW GENERATIONS: " WS-COUNT-TEXT
           MOVE WS-ROLLOFF-COUNT TO WS-COUNT-TEXT
           DISPLAY "ROLLED OFF:      " WS-COUNT-TEXT
           MOVE WS-RETIRE-COUNT TO WS-COUNT-TEXT
           DISPLAY "RETIRED: " WS-COUNT-TEXT
           MOVE WS-ERROR-COUNT TO WS-COUNT-TEXT

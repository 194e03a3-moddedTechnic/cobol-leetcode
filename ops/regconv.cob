       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeckRegConvert.

      *> ----------------------------------------------------------
      *> One-off reload of a deck registry built before entries
      *> kept generations. The REGREC record grew by the generation
      *> fields, so an INDEXED DECK.REGISTRY written at the old
      *> 110-byte length cannot be opened at the new one by
      *> DeckRegMaint, RegistryAudit or DeckLookup (and so by no
      *> program resolving a deck id). Rename the old dataset to
      *> DECK.REGISTRY.OLD and run this once: it unloads every old
      *> record, in key order, and writes it to a new DECK.REGISTRY
      *> in the current layout as the id's generation 1 -- created
      *> on the conversion date, since the old layout kept no date,
      *> with the default limit of 5 generations and no older ones
      *> -- keeping its dataset name, format, owner and
      *> active/retired flag. A DECK.REGISTRY already present is
      *> never written over: the run is refused with RETURN-CODE 8,
      *> as it is when the old dataset cannot be opened or a record
      *> cannot be written. Keep DECK.REGISTRY.OLD until a LIST
      *> from DeckRegMaint has been checked against it. Run from
      *> the directory holding the registry, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/regconv ops/regconv.cob
      *>     mv DECK.REGISTRY DECK.REGISTRY.OLD
      *>     ops/regconv
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTRY-FILE ASSIGN TO "DECK.REGISTRY.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DECK-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "DECK.REGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DECK-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The registry record as it was before generations were kept.
       FD  OLD-REGISTRY-FILE.
       01  OLD-REGISTRY-RECORD.
           02  OLD-DECK-ID       PIC X(8).
           02  OLD-DECK-DSN      PIC X(80).
           02  OLD-FORMAT        PIC X(1).
           02  OLD-OWNER         PIC X(20).
           02  OLD-ACTIVE-FLAG   PIC X(1).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           COPY REGREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS      PIC XX.
       01  WS-OLD-EOF-SW      PIC X VALUE "N".
           88 OLD-EOF             VALUE "Y".
       01  WS-REGISTRY-STATUS PIC XX.

       01  WS-DEFAULT-LIMIT   PIC 9(2) VALUE 5.
       01  WS-CONVERT-DATE    PIC X(8).

       01  WS-READ-COUNT      PIC 9(6) VALUE 0.
       01  WS-WRITE-COUNT     PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-TEXT      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONVERT-DATE
           PERFORM OPEN-REGISTRIES
           PERFORM UNTIL OLD-EOF
               READ OLD-REGISTRY-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE OLD-REGISTRY-FILE
           CLOSE REGISTRY-FILE
           PERFORM PRINT-SUMMARY
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ----------------------------------------------------------
      *> The new registry is created here and only here; finding
      *> one already on disk means the conversion has run, or the
      *> old dataset was never renamed, and either way nothing is
      *> touched.
      *> ----------------------------------------------------------
       OPEN-REGISTRIES.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "35"
               IF WS-REGISTRY-STATUS = "00"
                   CLOSE REGISTRY-FILE
               END-IF
               DISPLAY "DECK.REGISTRY ALREADY EXISTS, STATUS "
                   WS-REGISTRY-STATUS ", CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-REGISTRY-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "DECK.REGISTRY.OLD NOT AVAILABLE, STATUS "
                   WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "DECK.REGISTRY NOT CREATED, STATUS "
                   WS-REGISTRY-STATUS
               CLOSE OLD-REGISTRY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONVERT-ONE-ENTRY.
           INITIALIZE REGISTRY-RECORD
           MOVE OLD-DECK-ID TO REG-DECK-ID
           MOVE OLD-DECK-DSN TO REG-DECK-DSN
           MOVE OLD-FORMAT TO REG-FORMAT
           MOVE OLD-OWNER TO REG-OWNER
           MOVE OLD-ACTIVE-FLAG TO REG-ACTIVE-FLAG
           MOVE 1 TO REG-GEN-NUMBER
           MOVE WS-CONVERT-DATE TO REG-GEN-CREATED
           MOVE WS-DEFAULT-LIMIT TO REG-GEN-LIMIT
           MOVE 0 TO REG-OLD-GEN-COUNT
           WRITE REGISTRY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "NOT CONVERTED: " FUNCTION TRIM(OLD-DECK-ID)
                       ", STATUS " WS-REGISTRY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.

       PRINT-SUMMARY.
           DISPLAY "==================================================="
           DISPLAY "DECK REGISTRY CONVERSION"
           MOVE WS-READ-COUNT TO WS-COUNT-TEXT
           DISPLAY "OLD ENTRIES READ:          " WS-COUNT-TEXT
           MOVE WS-WRITE-COUNT TO WS-COUNT-TEXT
           DISPLAY "ENTRIES CONVERTED:         " WS-COUNT-TEXT
           MOVE WS-ERROR-COUNT TO WS-COUNT-TEXT
           DISPLAY "ENTRIES NOT CONVERTED:     " WS-COUNT-TEXT.

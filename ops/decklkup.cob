      *> (ops/batchdrv.cob links this source into every step binary
      *> it compiles.) A caller that cannot resolve the CALL reports
      *> DECK REGISTRY SERVICE UNAVAILABLE and refuses file mode.
      *> The id may carry a relative generation reference, as in
      *> NIGHTA(0) (the current generation, same as plain NIGHTA)
      *> or NIGHTA(-1) (the one before it); the dataset name handed
      *> back is that generation's, and the usage row records which
      *> generation was resolved. A reference that is malformed or
      *> names a generation no longer kept returns
      *>     "NG"  generation not on the registry
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-REGISTRY-STATUS PIC XX.
       01  WS-USAGE-STATUS    PIC XX.

       01  WS-BASE-ID         PIC X(16).
       01  WS-REL-TEXT        PIC X(16).
       01  WS-REL-GEN         PIC 9(2).
       01  WS-PAREN-COUNT     PIC 9(2).
       01  WS-REF-VALID-SW    PIC X.
           88 REF-VALID           VALUE "Y".
       01  WS-RESOLVED-GEN    PIC 9(4).

       LINKAGE SECTION.
       01  DLK-DECK-ID       PIC X(16).
       01  DLK-DECK-DSN      PIC X(80).
       01  DLK-FORMAT        PIC X(1).
       01  DLK-RESULT        PIC XX.
               MOVE "NA" TO DLK-RESULT
               GOBACK
           END-IF
           PERFORM PARSE-DECK-REFERENCE
           MOVE WS-BASE-ID TO REG-DECK-ID
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE "NF" TO DLK-RESULT
                   IF REG-RETIRED
                       MOVE "RT" TO DLK-RESULT
                   ELSE
                       PERFORM SELECT-GENERATION
                   END-IF
           END-READ
           CLOSE REGISTRY-FILE
           END-IF
           GOBACK.

      *> ----------------------------------------------------------
      *> Split id(n) into the registry key and the relative
      *> generation. Only 0 and -1 through -9 are meaningful; a
      *> positive reference names a generation not yet created.
      *> ----------------------------------------------------------
       PARSE-DECK-REFERENCE.
           MOVE SPACES TO WS-BASE-ID
           MOVE SPACES TO WS-REL-TEXT
           MOVE 0 TO WS-REL-GEN
           MOVE "Y" TO WS-REF-VALID-SW
           UNSTRING DLK-DECK-ID DELIMITED BY "("
               INTO WS-BASE-ID WS-REL-TEXT
           MOVE 0 TO WS-PAREN-COUNT
           INSPECT DLK-DECK-ID TALLYING WS-PAREN-COUNT FOR ALL "("
           IF WS-BASE-ID(9:8) NOT = SPACES
               MOVE "N" TO WS-REF-VALID-SW
           END-IF
           IF WS-PAREN-COUNT > 0
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-REL-TEXT) = "0)"
                       MOVE 0 TO WS-REL-GEN
                   WHEN WS-REL-TEXT(1:1) = "-"
                           AND WS-REL-TEXT(2:1) >= "1"
                           AND WS-REL-TEXT(2:1) <= "9"
                           AND WS-REL-TEXT(3:1) = ")"
                           AND WS-REL-TEXT(4:) = SPACES
                       MOVE WS-REL-TEXT(2:1) TO WS-REL-GEN
                   WHEN OTHER
                       MOVE "N" TO WS-REF-VALID-SW
               END-EVALUATE
           END-IF.

       SELECT-GENERATION.
           EVALUATE TRUE
               WHEN NOT REF-VALID
                   MOVE "NG" TO DLK-RESULT
               WHEN WS-REL-GEN = 0
                   MOVE REG-DECK-DSN TO DLK-DECK-DSN
                   MOVE REG-GEN-NUMBER TO WS-RESOLVED-GEN
                   MOVE REG-FORMAT TO DLK-FORMAT
                   MOVE "00" TO DLK-RESULT
               WHEN WS-REL-GEN > REG-OLD-GEN-COUNT
                   MOVE "NG" TO DLK-RESULT
               WHEN OTHER
                   MOVE REG-OLD-GEN-DSN(WS-REL-GEN) TO DLK-DECK-DSN
                   MOVE REG-OLD-GEN-NUMBER(WS-REL-GEN)
                       TO WS-RESOLVED-GEN
                   MOVE REG-FORMAT TO DLK-FORMAT
                   MOVE "00" TO DLK-RESULT
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> Usage history is best-effort: a resolution must never fail
      *> because the history dataset is busy or missing, so any
               OPEN OUTPUT USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS = "00"
               MOVE WS-BASE-ID TO DUS-DECK-ID
               MOVE DLK-CALLER TO DUS-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:8) TO DUS-DATE
               MOVE WS-RESOLVED-GEN TO DUS-GENERATION
               MOVE DLK-DECK-DSN TO DUS-DECK-DSN
               MOVE FUNCTION CURRENT-DATE(9:6) TO DUS-TIME
               WRITE USAGE-RECORD
               CLOSE USAGE-FILE
           END-IF.

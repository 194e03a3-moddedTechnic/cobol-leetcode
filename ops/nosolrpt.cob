      *> the submitting department is sending the wrong deck
      *> against them, and today nobody notices until they
      *> complain. A per-run summary of found versus no-solution is
      *> drawn from the type-T trailers, with each run's pair
      *> total and pairing mode. The type-P records an all-pairs
      *> run writes for each further pair reaching a target are
      *> counted per target (the most ways any one search reached
      *> it) but are not searches of their own, so they never
      *> enter the searched/found figures. No input; run from the
      *> directory holding the dataset, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/nosolrpt ops/nosolrpt.cob
               05  WS-TGT-SEARCHES   PIC 9(6).
               05  WS-TGT-FOUND      PIC 9(6).
               05  WS-TGT-NOSOL      PIC 9(6).
               05  WS-TGT-MOST-PAIRS PIC 9(8).
       01  WS-TGT-IX         PIC 9(4).
       01  WS-TGT-OVERFLOW   PIC 9(6) VALUE 0.

               05  WS-RUN-TARGETS    PIC 9(8).
               05  WS-RUN-FOUND      PIC 9(8).
               05  WS-RUN-NOSOL      PIC 9(8).
               05  WS-RUN-PAIRS      PIC 9(8).
               05  WS-RUN-PAIR-MODE  PIC X(1).

       01  WS-DETAIL-COUNT   PIC 9(8) VALUE 0.
       01  WS-PAIR-REC-COUNT PIC 9(8) VALUE 0.
       01  WS-PAIRS-TEXT     PIC Z(7)9.
       01  WS-MODE-TEXT      PIC X(5).
       01  WS-RATE           PIC 9(3)V9.
       01  WS-RATE-TEXT      PIC ZZ9.9.
       01  WS-TARGET-TEXT    PIC -(9)9.
           STOP RUN.

       TALLY-ONE-RECORD.
           EVALUATE RSL-REC-TYPE
               WHEN "D"
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM TALLY-ONE-TARGET
               WHEN "P"
                   ADD 1 TO WS-PAIR-REC-COUNT
               WHEN OTHER
                   IF WS-RUN-COUNT < 200
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RSL-RUN-ID
                           TO WS-RUN-RUN-ID(WS-RUN-COUNT)
                       MOVE RSL-TOTAL-TARGETS
                           TO WS-RUN-TARGETS(WS-RUN-COUNT)
                       MOVE RSL-TOTAL-FOUND
                           TO WS-RUN-FOUND(WS-RUN-COUNT)
                       MOVE RSL-TOTAL-NOSOL
                           TO WS-RUN-NOSOL(WS-RUN-COUNT)
                       MOVE RSL-TOTAL-PAIRS
                           TO WS-RUN-PAIRS(WS-RUN-COUNT)
                       MOVE RSL-PAIR-MODE
                           TO WS-RUN-PAIR-MODE(WS-RUN-COUNT)
                   END-IF
           END-EVALUATE.

       TALLY-ONE-TARGET.
           MOVE 0 TO WS-TGT-IX
               ELSE
                   ADD 1 TO WS-TGT-NOSOL(WS-TGT-IX)
               END-IF
               IF RSL-PAIR-COUNT > WS-TGT-MOST-PAIRS(WS-TGT-IX)
                   MOVE RSL-PAIR-COUNT TO WS-TGT-MOST-PAIRS(WS-TGT-IX)
               END-IF
           END-IF.

       PRINT-RUN-SUMMARIES.
               MOVE WS-RUN-TARGETS(I) TO WS-COUNT-TEXT
               MOVE WS-RUN-FOUND(I) TO WS-COUNT-TEXT-2
               MOVE WS-RUN-NOSOL(I) TO WS-COUNT-TEXT-3
               MOVE WS-RUN-PAIRS(I) TO WS-PAIRS-TEXT
               IF WS-RUN-PAIR-MODE(I) = "A"
                   MOVE "ALL" TO WS-MODE-TEXT
               ELSE
                   MOVE "FIRST" TO WS-MODE-TEXT
               END-IF
               DISPLAY "  " WS-RUN-RUN-ID(I)
                   " TARGETS" WS-COUNT-TEXT
                   " FOUND" WS-COUNT-TEXT-2
                   " NOSOL" WS-COUNT-TEXT-3
               DISPLAY "      PAIRS " FUNCTION TRIM(WS-PAIRS-TEXT)
                   " (" FUNCTION TRIM(WS-MODE-TEXT) " PAIRS MODE)"
           END-PERFORM.

      *> ----------------------------------------------------------
       PRINT-TARGET-REPORT.
           DISPLAY "==================================================="
           DISPLAY "TARGET       SEARCHES  FOUND  NOSOL  FOUND-RATE"
               "  MOST-PAIRS"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TGT-COUNT
               PERFORM PRINT-ONE-TARGET
           END-PERFORM.
           COMPUTE WS-RATE ROUNDED
               = WS-TGT-FOUND(I) * 100 / WS-TGT-SEARCHES(I)
           MOVE WS-RATE TO WS-RATE-TEXT
           MOVE WS-TGT-MOST-PAIRS(I) TO WS-PAIRS-TEXT
           IF WS-TGT-FOUND(I) = 0 AND WS-TGT-SEARCHES(I) > 1
               ADD 1 TO WS-RECURRING-COUNT
               DISPLAY WS-TARGET-TEXT " " WS-COUNT-TEXT " "
           ELSE
               DISPLAY WS-TARGET-TEXT " " WS-COUNT-TEXT " "
                   WS-COUNT-TEXT-2 " " WS-COUNT-TEXT-3 "  "
                   WS-RATE-TEXT "%    " WS-PAIRS-TEXT
           END-IF.

       PRINT-TOTALS.
           MOVE WS-TGT-COUNT TO WS-COUNT-TEXT-2
           DISPLAY "DETAIL RECORDS READ: " WS-COUNT-TEXT
               "  DISTINCT TARGETS: " WS-COUNT-TEXT-2
           MOVE WS-PAIR-REC-COUNT TO WS-PAIRS-TEXT
           DISPLAY "ADDITIONAL PAIR RECORDS READ: " WS-PAIRS-TEXT
           MOVE WS-RECURRING-COUNT TO WS-COUNT-TEXT
           DISPLAY "RECURRING NO-SOLUTION TARGETS: " WS-COUNT-TEXT
           IF WS-TGT-OVERFLOW > 0

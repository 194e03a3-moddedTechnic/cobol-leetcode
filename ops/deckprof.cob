      *> bounded by the 30000-entry work table; an oversized
      *> segment still gets its count/min/max/mean/order figures,
      *> with the duplicate figure marked not computed.
      *> A deck that ends in a control card (layout DCTREC) is
      *> checked against it before anything is profiled; a deck
      *> that fails the check is refused with a CTLERROR outcome on
      *> RUN.CONTROL and a record on AUDIT.LOG, so a partial deck
      *> is not passed as fit for the run it is headed to. Once
      *> the deck is open, the profile writes its START/END records
      *> to RUN.CONTROL like the catalog programs; being read-only
      *> it takes no startup interlock.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT DECK-FILE ASSIGN TO DYNAMIC WS-DECK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DECK-FILE-RECORD.
           COPY NUMREC.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY AUDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-DECK-DSN       PIC X(80).
       01  WS-DECK-STATUS    PIC XX.
       01  WS-DECK-EOF-SW    PIC X VALUE "N".
           88 DECK-EOF           VALUE "Y".
       01  WS-DECK-ID        PIC X(16).
       01  WS-DECK-FORMAT    PIC X(1).
       01  WS-LOOKUP-RESULT  PIC XX.
       01  WS-PROGRAM-NAME   PIC X(20) VALUE "DECKPROF".
       01  DECK-SENTINEL     PIC X(9) VALUE "END".

       01  WS-AUDIT-DSN      PIC X(80) VALUE "AUDIT.LOG".
       01  WS-AUDIT-STATUS   PIC XX.
       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RUNCTL-STATUS  PIC XX.
       01  WS-RUN-OUTCOME    PIC X(8) VALUE "OK".
       01  WS-RUN-ID         PIC X(24).
       01  WS-RUN-PID        PIC 9(9).
       01  WS-RUN-PID-TEXT   PIC Z(8)9.

      *> Control-total check of the deck (layout DCTREC): the card
      *> count and hash total recomputed from the deck, for
      *> comparison with its control card when it has one.
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

       01  WS-SEGMENT-NO     PIC 9(4) VALUE 0.
       01  WS-VALUE          PIC S9(9).
       01  WS-SEG-COUNT      PIC 9(8).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GENERATE-RUN-ID
           PERFORM WRITE-RUN-START
           PERFORM VERIFY-DECK-CONTROL
           DISPLAY "==================================================="
           DISPLAY "DECK PROFILE: " WS-DECK-ID " ("
               FUNCTION TRIM(WS-DECK-DSN) ")"
           IF WS-SEGMENT-NO = 0
               DISPLAY "DECK IS EMPTY"
           END-IF
           IF CONTROL-CARD-FOUND
               MOVE WS-CTL-CARDS TO WS-CTL-COUNT-TEXT
               MOVE WS-CTL-HASH TO WS-CTL-HASH-TEXT
               DISPLAY "CONTROL RECORD: AGREES, CARDS "
                   FUNCTION TRIM(WS-CTL-COUNT-TEXT)
                   "  HASH " FUNCTION TRIM(WS-CTL-HASH-TEXT)
           ELSE
               DISPLAY "CONTROL RECORD: NONE, DECK UNPROTECTED"
           END-IF
           DISPLAY "==================================================="
           PERFORM WRITE-RUN-END
           STOP RUN.

      *> ----------------------------------------------------------
      *> Same run-id scheme as 0001-twosum: timestamp plus process
      *> id, so two profiles started within the same second still
      *> write distinguishable run-control records.
      *> ----------------------------------------------------------
       GENERATE-RUN-ID.
           CALL "C$GETPID" RETURNING WS-RUN-PID
           MOVE WS-RUN-PID TO WS-RUN-PID-TEXT
           MOVE SPACES TO WS-RUN-ID
           STRING FUNCTION CURRENT-DATE(1:14) "-"
               FUNCTION TRIM(WS-RUN-PID-TEXT)
               DELIMITED BY SIZE INTO WS-RUN-ID.

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

       OPEN-RUN-CONTROL-EXTEND.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

      *> ----------------------------------------------------------
      *> Control-total check (layout DCTREC), made on the open deck
      *> before anything is profiled: the deck is read through
      *> once, counting its cards and hashing its values, then
      *> reopened for the profile. A deck that ends in a control
      *> card must agree with it on both figures and have nothing
      *> after it -- otherwise it is not the deck that was written
      *> (a truncated or spliced transfer still ends in END) and
      *> the run is refused. A deck without one is taken as it
      *> stands.
      *> ----------------------------------------------------------
       VERIFY-DECK-CONTROL.
           PERFORM UNTIL CTL-EOF
               READ DECK-FILE
                   AT END
                       SET CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE DECK-FILE
           IF CONTROL-CARD-FOUND
               COMPUTE WS-CTL-HASH =
                   FUNCTION MOD(WS-CTL-HASH-SUM, 10000000000)
               IF CARDS-AFTER-CONTROL
                       OR DCT-CARD-COUNT NOT = WS-CTL-CARDS
                       OR DCT-HASH-TOTAL NOT = WS-CTL-HASH
                   PERFORM REFUSE-DECK-CONTROL
               END-IF
           END-IF
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
               DISPLAY "DECK " FUNCTION TRIM(WS-DECK-DSN)
                   " REOPEN FAILED, STATUS " WS-DECK-STATUS
               MOVE "ERROR" TO WS-RUN-OUTCOME
               PERFORM WRITE-RUN-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
      *> entry is closed with its own CTLERROR outcome.
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
           DISPLAY "PROFILE REFUSED, DECK IS NOT AS WRITTEN"
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
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> ----------------------------------------------------------
                   DISPLAY "DECK ID " WS-DECK-ID " IS RETIRED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "NG"
                   DISPLAY "DECK ID " WS-DECK-ID
                       " GENERATION NOT ON REGISTRY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "DECK REGISTRY NOT AVAILABLE"
                   MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The control card, already checked, ends the deck like the
      *> end of file: a segment still open is reported.
       PROFILE-ONE-CARD.
           MOVE DECK-VALUE TO WS-CONTROL-CARD
           EVALUATE TRUE
               WHEN FUNCTION TRIM(DECK-VALUE)
                       = FUNCTION TRIM(DECK-SENTINEL)
                   PERFORM REPORT-SEGMENT
                   PERFORM RESET-SEGMENT
               WHEN DCT-CONTROL-TAG AND DCT-TOTALS IS NUMERIC
                   SET DECK-EOF TO TRUE
                   IF WS-SEG-COUNT > 0
                       PERFORM REPORT-SEGMENT
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(DECK-VALUE) TO WS-VALUE
                   PERFORM TALLY-ONE-VALUE
           END-EVALUATE.

       TALLY-ONE-VALUE.
           ADD 1 TO WS-SEG-COUNT

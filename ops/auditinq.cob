       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry.

      *> ----------------------------------------------------------
      *> Inquiry over the whole audit trail, live and archived, for
      *> the "what did run X read and return" questions auditors
      *> and submitters ask weeks after the fact. AuditReport only
      *> reads the live AUDIT.LOG; this program also reads the
      *> AUDIT.ARCH.Dyyyymmdd generations AuditArchive has cut,
      *> opening only those AUDIT.ARCH.INDEX says can hold records
      *> in the requested date range. Selection cards arrive on
      *> SYSIN, pipe-delimited like the registry cards, one per
      *> line, until end of input:
      *>     RUNID|run-id          one run's records
      *>     PROGRAM|name          one program's records (AUDIT-
      *>                           PROGRAM, e.g. TWOSUM)
      *>     DATES|from|to         run dates YYYYMMDD, inclusive
      *>                           (to defaults to from)
      *>     TEXT|string           string found anywhere in
      *>                           AUDIT-INPUT or AUDIT-RESULT
      *> A record must satisfy every card given; at least one card
      *> is required, and the last card of a kind wins. Matching
      *> records are listed run by run, each run headed by its
      *> RUN.CONTROL START/END stamps, outcome and operator, read
      *> from the live RUN.CONTROL first and then, only for runs
      *> not found there, from the RUNCTL.ARCH.Dyyyymmdd
      *> generations listed in RUNCTL.ARCH.INDEX. A record's date
      *> is the eight digits after its RUNID= token; records with
      *> no token (written before run ids existed) never match a
      *> RUNID or DATES card and are listed last. Run from the
      *> directory holding the datasets, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/auditinq ops/auditinq.cob
      *>     printf 'PROGRAM|TWOSUM\nDATES|20260801|20260807\n' \
      *>         | ops/auditinq
      *> A generation cut at cutoff C holds records dated before C
      *> and not before the highest cutoff of the generations cut
      *> ahead of it (those records had already left the live log);
      *> that range is what is tested against the DATES or RUNID
      *> card. A run-control generation holds runs whose END came
      *> before its cutoff, and a run ends on or after its run id
      *> date, so only generations cut after the run date are read.
      *> Ends with RETURN-CODE 8 on a bad selection card.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SYSIN-FILE ASSIGN TO "/dev/stdin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY AUDREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RCTREC.

       FD  INDEX-FILE.
       01  INDEX-FILE-RECORD.
           02  ARCH-IX-DSN       PIC X(40).
           02  ARCH-IX-CUTOFF    PIC X(8).
           02  ARCH-IX-COUNT     PIC 9(8).
           02  ARCH-IX-CREATED   PIC X(14).

       FD  SYSIN-FILE.
       01  SYSIN-LINE             PIC X(200).

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-AUDIT-DSN      PIC X(80).
       01  WS-LIVE-AUDIT-DSN PIC X(80) VALUE "AUDIT.LOG".
       01  WS-AUDIT-STATUS   PIC XX.
       01  WS-AUDIT-EOF-SW   PIC X VALUE "N".
           88 AUDIT-EOF          VALUE "Y".
       01  WS-RUNCTL-DSN     PIC X(80).
       01  WS-LIVE-RUNCTL-DSN PIC X(80) VALUE "RUN.CONTROL".
       01  WS-RUNCTL-STATUS  PIC XX.
       01  WS-RUNCTL-EOF-SW  PIC X VALUE "N".
           88 RUNCTL-EOF         VALUE "Y".
       01  WS-INDEX-DSN      PIC X(80).
       01  WS-AUDIT-INDEX-DSN PIC X(80) VALUE "AUDIT.ARCH.INDEX".
       01  WS-RUNCTL-INDEX-DSN PIC X(80) VALUE "RUNCTL.ARCH.INDEX".
       01  WS-INDEX-STATUS   PIC XX.
       01  WS-INDEX-EOF-SW   PIC X VALUE "N".
           88 INDEX-EOF          VALUE "Y".
       01  WS-SYSIN-STATUS   PIC XX.
       01  WS-SYSIN-EOF-SW   PIC X VALUE "N".
           88 SYSIN-EOF          VALUE "Y".

      *> Selection in force. The date range starts wide open and is
      *> narrowed by a DATES card and by the date part of a RUNID.
       01  WS-CARD-KIND      PIC X(10).
       01  WS-CARD-VALUE-1   PIC X(80).
       01  WS-CARD-VALUE-2   PIC X(80).
       01  WS-CARD-COUNT     PIC 9(4) VALUE 0.
       01  WS-BAD-CARD-COUNT PIC 9(4) VALUE 0.
       01  WS-SEL-RUN-ID     PIC X(24) VALUE SPACES.
       01  WS-SEL-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-SEL-FROM       PIC X(8) VALUE "00000000".
       01  WS-SEL-TO         PIC X(8) VALUE "99999999".
       01  WS-SEL-TEXT       PIC X(60) VALUE SPACES.
       01  WS-SEL-TEXT-LEN   PIC 9(2) VALUE 0.
       01  WS-SEL-DATED-SW   PIC X VALUE "N".
           88 SELECTION-DATED    VALUE "Y".
       01  WS-SCAN-FROM      PIC X(8).
       01  WS-SCAN-TO        PIC X(8).
       01  WS-DATE-CARD      PIC X(8).
       01  WS-DATE-MM        PIC 9(2).
       01  WS-DATE-DD        PIC 9(2).
       01  WS-DATE-OK-SW     PIC X.
           88 DATE-WELL-FORMED   VALUE "Y".

      *> Archive generations from one index, folded by name (a
      *> rerun against the same cutoff appends a second index
      *> record for the same generation; the earliest creation
      *> stamp is kept). WS-GEN-LOWER is the earliest record date
      *> the generation can hold.
       01  WS-GEN-COUNT      PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           02  WS-GEN-ENTRY OCCURS 400 TIMES.
               05  WS-GEN-DSN        PIC X(40).
               05  WS-GEN-CUTOFF     PIC X(8).
               05  WS-GEN-CREATED    PIC X(14).
               05  WS-GEN-LOWER      PIC X(8).
       01  WS-GEN-IX         PIC 9(4).
       01  WS-GEN-OVERFLOW   PIC 9(4) VALUE 0.
       01  WS-AUD-GEN-OPENED PIC 9(4) VALUE 0.
       01  WS-AUD-GEN-SKIPPED PIC 9(4) VALUE 0.
       01  WS-AUD-GEN-MISSING PIC 9(4) VALUE 0.
       01  WS-RCT-GEN-OPENED PIC 9(4) VALUE 0.
       01  WS-RCT-GEN-SKIPPED PIC 9(4) VALUE 0.
       01  WS-RCT-GEN-MISSING PIC 9(4) VALUE 0.

       01  WS-REC-RUN-ID     PIC X(24).
       01  WS-REC-DATE       PIC X(8).
       01  WS-MATCH-SW       PIC X.
           88 RECORD-MATCHES     VALUE "Y".
       01  WS-TEXT-TALLY     PIC 9(4).
       01  WS-RECORDS-READ   PIC 9(8) VALUE 0.

      *> Matching audit records, in the order read (archive
      *> generations oldest cut first, then the live log).
       01  WS-MATCH-COUNT    PIC 9(5) VALUE 0.
       01  WS-MATCH-TABLE.
           02  WS-MATCH-ENTRY OCCURS 2000 TIMES.
               05  WS-MATCH-SOURCE   PIC X(40).
               05  WS-MATCH-RUN-ID   PIC X(24).
               05  WS-MATCH-PROGRAM  PIC X(20).
               05  WS-MATCH-INPUT    PIC X(200).
               05  WS-MATCH-RESULT   PIC X(40).
       01  WS-MATCH-OVERFLOW PIC 9(8) VALUE 0.

      *> One row per run id among the matches, with what the
      *> run-control datasets say about it.
       01  WS-RUN-COUNT      PIC 9(4) VALUE 0.
       01  WS-RUN-TABLE.
           02  WS-RUN-ENTRY OCCURS 500 TIMES.
               05  WS-RUN-RUN-ID     PIC X(24).
               05  WS-RUN-PROGRAM    PIC X(20).
               05  WS-RUN-START-STAMP PIC X(14).
               05  WS-RUN-END-STAMP  PIC X(14).
               05  WS-RUN-OUTCOME    PIC X(8).
               05  WS-RUN-OPERATOR   PIC X(8).
               05  WS-RUN-RCT-SOURCE PIC X(40).
               05  WS-RUN-FOUND-SW   PIC X.
                   88 RUN-CONTROL-FOUND  VALUE "Y".
       01  WS-RUN-IX         PIC 9(4).
       01  WS-RUN-OVERFLOW   PIC 9(8) VALUE 0.
       01  WS-UNRESOLVED-COUNT PIC 9(4).
       01  WS-UNRESOLVED-FROM PIC X(8).
       01  WS-NO-RUNID-COUNT PIC 9(5) VALUE 0.

       01  WS-COUNT-TEXT     PIC ZZZZZZZ9.
       01  WS-STAMP-TEXT     PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-SELECTION-CARDS
           IF WS-BAD-CARD-COUNT > 0
               DISPLAY "INQUIRY REFUSED, BAD SELECTION CARD(S)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARD-COUNT = 0
               DISPLAY "INQUIRY REFUSED, NO SELECTION CARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-SCAN-RANGE
           PERFORM PRINT-SELECTION
           DISPLAY "==================================================="
           PERFORM SCAN-AUDIT-ARCHIVES
           MOVE WS-LIVE-AUDIT-DSN TO WS-AUDIT-DSN
           PERFORM SCAN-ONE-AUDIT-DATASET
           PERFORM FIND-RUN-CONTROL
           PERFORM PRINT-MATCHES
           PERFORM PRINT-TOTALS
           STOP RUN.

       READ-SELECTION-CARDS.
           OPEN INPUT SYSIN-FILE
           PERFORM UNTIL SYSIN-EOF
               MOVE SPACES TO SYSIN-LINE
               READ SYSIN-FILE
                   AT END
                       SET SYSIN-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SYSIN-LINE) NOT = SPACES
                           PERFORM APPLY-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYSIN-FILE.

       APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-KIND
           MOVE SPACES TO WS-CARD-VALUE-1
           MOVE SPACES TO WS-CARD-VALUE-2
           UNSTRING SYSIN-LINE DELIMITED BY "|"
               INTO WS-CARD-KIND WS-CARD-VALUE-1 WS-CARD-VALUE-2
           ADD 1 TO WS-CARD-COUNT
           EVALUATE FUNCTION TRIM(WS-CARD-KIND)
               WHEN "RUNID"
                   IF WS-CARD-VALUE-1 = SPACES
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE FUNCTION TRIM(WS-CARD-VALUE-1)
                           TO WS-SEL-RUN-ID
                   END-IF
               WHEN "PROGRAM"
                   IF WS-CARD-VALUE-1 = SPACES
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE FUNCTION TRIM(WS-CARD-VALUE-1)
                           TO WS-SEL-PROGRAM
                   END-IF
               WHEN "DATES"
                   PERFORM APPLY-DATES-CARD
               WHEN "TEXT"
                   IF WS-CARD-VALUE-1 = SPACES
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE FUNCTION TRIM(WS-CARD-VALUE-1)
                           TO WS-SEL-TEXT
                       MOVE FUNCTION LENGTH(FUNCTION TRIM
                           (WS-SEL-TEXT)) TO WS-SEL-TEXT-LEN
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-CARD
           END-EVALUATE.

       APPLY-DATES-CARD.
           MOVE WS-CARD-VALUE-1(1:8) TO WS-DATE-CARD
           PERFORM VALIDATE-DATE-CARD
           IF NOT DATE-WELL-FORMED
               PERFORM REJECT-CARD
           ELSE
               MOVE WS-DATE-CARD TO WS-SEL-FROM
               MOVE WS-DATE-CARD TO WS-SEL-TO
               IF WS-CARD-VALUE-2 NOT = SPACES
                   MOVE WS-CARD-VALUE-2(1:8) TO WS-DATE-CARD
                   PERFORM VALIDATE-DATE-CARD
                   IF NOT DATE-WELL-FORMED
                           OR WS-DATE-CARD < WS-SEL-FROM
                       PERFORM REJECT-CARD
                   ELSE
                       MOVE WS-DATE-CARD TO WS-SEL-TO
                   END-IF
               END-IF
               SET SELECTION-DATED TO TRUE
           END-IF.

       REJECT-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT
           DISPLAY "BAD SELECTION CARD: " FUNCTION TRIM(SYSIN-LINE).

       VALIDATE-DATE-CARD.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-DATE-CARD NUMERIC
               MOVE WS-DATE-CARD(5:2) TO WS-DATE-MM
               MOVE WS-DATE-CARD(7:2) TO WS-DATE-DD
               IF WS-DATE-MM >= 01 AND WS-DATE-MM <= 12
                       AND WS-DATE-DD >= 01 AND WS-DATE-DD <= 31
                   MOVE "Y" TO WS-DATE-OK-SW
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> The range used to pick generations: the DATES card, cut
      *> down further to the run's own date when a RUNID card
      *> names a dated run id.
      *> ----------------------------------------------------------
       SET-SCAN-RANGE.
           MOVE WS-SEL-FROM TO WS-SCAN-FROM
           MOVE WS-SEL-TO TO WS-SCAN-TO
           IF WS-SEL-RUN-ID NOT = SPACES
                   AND WS-SEL-RUN-ID(1:8) NUMERIC
               IF WS-SEL-RUN-ID(1:8) > WS-SCAN-FROM
                   MOVE WS-SEL-RUN-ID(1:8) TO WS-SCAN-FROM
               END-IF
               IF WS-SEL-RUN-ID(1:8) < WS-SCAN-TO
                   MOVE WS-SEL-RUN-ID(1:8) TO WS-SCAN-TO
               END-IF
               SET SELECTION-DATED TO TRUE
           END-IF.

       PRINT-SELECTION.
           DISPLAY "==================================================="
           DISPLAY "AUDIT INQUIRY"
           DISPLAY "==================================================="
           IF WS-SEL-RUN-ID NOT = SPACES
               DISPLAY "RUN ID:   " FUNCTION TRIM(WS-SEL-RUN-ID)
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
               DISPLAY "PROGRAM:  " FUNCTION TRIM(WS-SEL-PROGRAM)
           END-IF
           IF WS-SEL-FROM NOT = "00000000"
               DISPLAY "DATES:    " WS-SEL-FROM " TO " WS-SEL-TO
           END-IF
           IF WS-SEL-TEXT-LEN > 0
               DISPLAY "TEXT:     " WS-SEL-TEXT(1:WS-SEL-TEXT-LEN)
           END-IF.

      *> ----------------------------------------------------------
      *> Every archive generation on the index whose date range
      *> overlaps the scan range is read, oldest cut first; the
      *> rest are skipped unopened. With no date in the selection
      *> every generation is read.
      *> ----------------------------------------------------------
       SCAN-AUDIT-ARCHIVES.
           MOVE WS-AUDIT-INDEX-DSN TO WS-INDEX-DSN
           PERFORM LOAD-GENERATION-INDEX
           PERFORM SET-GENERATION-LOWER-BOUNDS
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               IF SELECTION-DATED
                       AND (WS-GEN-CUTOFF(WS-GEN-IX) <= WS-SCAN-FROM
                         OR WS-GEN-LOWER(WS-GEN-IX) > WS-SCAN-TO)
                   ADD 1 TO WS-AUD-GEN-SKIPPED
               ELSE
                   MOVE WS-GEN-DSN(WS-GEN-IX) TO WS-AUDIT-DSN
                   PERFORM SCAN-ONE-AUDIT-DATASET
               END-IF
           END-PERFORM.

       LOAD-GENERATION-INDEX.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-INDEX-EOF-SW
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL INDEX-EOF
                   READ INDEX-FILE
                       AT END
                           SET INDEX-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF.

       FOLD-ONE-GENERATION.
           MOVE 0 TO WS-GEN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GEN-COUNT
               IF WS-GEN-DSN(I) = ARCH-IX-DSN
                   MOVE I TO WS-GEN-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-IX = 0
               IF WS-GEN-COUNT < 400
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-COUNT TO WS-GEN-IX
                   INITIALIZE WS-GEN-ENTRY(WS-GEN-IX)
                   MOVE ARCH-IX-DSN TO WS-GEN-DSN(WS-GEN-IX)
                   MOVE ARCH-IX-CUTOFF TO WS-GEN-CUTOFF(WS-GEN-IX)
                   MOVE ARCH-IX-CREATED TO WS-GEN-CREATED(WS-GEN-IX)
               ELSE
                   ADD 1 TO WS-GEN-OVERFLOW
               END-IF
           ELSE
               IF ARCH-IX-CREATED < WS-GEN-CREATED(WS-GEN-IX)
                   MOVE ARCH-IX-CREATED TO WS-GEN-CREATED(WS-GEN-IX)
               END-IF
           END-IF.

      *> A generation cut after another holds nothing dated before
      *> the earlier one's cutoff: those records left the live log
      *> when the earlier generation was cut.
       SET-GENERATION-LOWER-BOUNDS.
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               MOVE "00000000" TO WS-GEN-LOWER(WS-GEN-IX)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GEN-COUNT
                   IF WS-GEN-CREATED(J) < WS-GEN-CREATED(WS-GEN-IX)
                           AND WS-GEN-CUTOFF(J)
                               <= WS-GEN-CUTOFF(WS-GEN-IX)
                           AND WS-GEN-CUTOFF(J)
                               > WS-GEN-LOWER(WS-GEN-IX)
                       MOVE WS-GEN-CUTOFF(J) TO WS-GEN-LOWER(WS-GEN-IX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SCAN-ONE-AUDIT-DATASET.
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT DATASET " FUNCTION TRIM(WS-AUDIT-DSN)
                   " NOT AVAILABLE, STATUS " WS-AUDIT-STATUS
               ADD 1 TO WS-AUD-GEN-MISSING
           ELSE
               ADD 1 TO WS-AUD-GEN-OPENED
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM SELECT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       SELECT-ONE-RECORD.
           MOVE SPACES TO WS-REC-RUN-ID
           MOVE SPACES TO WS-REC-DATE
           IF AUDIT-INPUT(1:6) = "RUNID="
               UNSTRING AUDIT-INPUT(7:194) DELIMITED BY SPACE
                   INTO WS-REC-RUN-ID
               MOVE AUDIT-INPUT(7:8) TO WS-REC-DATE
           END-IF
           MOVE "Y" TO WS-MATCH-SW
           IF WS-SEL-RUN-ID NOT = SPACES
                   AND WS-REC-RUN-ID NOT = WS-SEL-RUN-ID
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
                   AND AUDIT-PROGRAM NOT = WS-SEL-PROGRAM
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF SELECTION-DATED AND RECORD-MATCHES
               IF WS-REC-DATE = SPACES
                       OR WS-REC-DATE < WS-SEL-FROM
                       OR WS-REC-DATE > WS-SEL-TO
                   MOVE "N" TO WS-MATCH-SW
               END-IF
           END-IF
           IF WS-SEL-TEXT-LEN > 0 AND RECORD-MATCHES
               MOVE 0 TO WS-TEXT-TALLY
               INSPECT AUDIT-INPUT TALLYING WS-TEXT-TALLY
                   FOR ALL WS-SEL-TEXT(1:WS-SEL-TEXT-LEN)
               INSPECT AUDIT-RESULT TALLYING WS-TEXT-TALLY
                   FOR ALL WS-SEL-TEXT(1:WS-SEL-TEXT-LEN)
               IF WS-TEXT-TALLY = 0
                   MOVE "N" TO WS-MATCH-SW
               END-IF
           END-IF
           IF RECORD-MATCHES
               PERFORM KEEP-MATCHING-RECORD
           END-IF.

       KEEP-MATCHING-RECORD.
           IF WS-MATCH-COUNT < 2000
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-AUDIT-DSN TO WS-MATCH-SOURCE(WS-MATCH-COUNT)
               MOVE WS-REC-RUN-ID TO WS-MATCH-RUN-ID(WS-MATCH-COUNT)
               MOVE AUDIT-PROGRAM TO WS-MATCH-PROGRAM(WS-MATCH-COUNT)
               MOVE AUDIT-INPUT TO WS-MATCH-INPUT(WS-MATCH-COUNT)
               MOVE AUDIT-RESULT TO WS-MATCH-RESULT(WS-MATCH-COUNT)
               IF WS-REC-RUN-ID = SPACES
                   ADD 1 TO WS-NO-RUNID-COUNT
               ELSE
                   PERFORM LOCATE-RUN-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-MATCH-OVERFLOW
           END-IF.

       LOCATE-RUN-ENTRY.
           MOVE 0 TO WS-RUN-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-RUN-ID(I) = WS-REC-RUN-ID
                   MOVE I TO WS-RUN-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUN-IX = 0
               IF WS-RUN-COUNT < 500
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-IX
                   INITIALIZE WS-RUN-ENTRY(WS-RUN-IX)
                   MOVE WS-REC-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-IX)
                   MOVE AUDIT-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-IX)
               ELSE
                   ADD 1 TO WS-RUN-OVERFLOW
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> Live RUN.CONTROL first, since recent runs are the common
      *> question. Only when some run is still unaccounted for are
      *> the run-control archive generations touched, and then
      *> only those cut after the earliest such run's date.
      *> ----------------------------------------------------------
       FIND-RUN-CONTROL.
           IF WS-RUN-COUNT > 0
               MOVE WS-LIVE-RUNCTL-DSN TO WS-RUNCTL-DSN
               PERFORM SCAN-ONE-RUNCTL-DATASET
               PERFORM COUNT-UNRESOLVED-RUNS
               IF WS-UNRESOLVED-COUNT > 0
                   PERFORM SCAN-RUNCTL-ARCHIVES
               END-IF
           END-IF.

       COUNT-UNRESOLVED-RUNS.
           MOVE 0 TO WS-UNRESOLVED-COUNT
           MOVE "99999999" TO WS-UNRESOLVED-FROM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-END-STAMP(I) = SPACES
                   ADD 1 TO WS-UNRESOLVED-COUNT
                   IF WS-RUN-RUN-ID(I)(1:8) NUMERIC
                       IF WS-RUN-RUN-ID(I)(1:8) < WS-UNRESOLVED-FROM
                           MOVE WS-RUN-RUN-ID(I)(1:8)
                               TO WS-UNRESOLVED-FROM
                       END-IF
                   ELSE
                       MOVE "00000000" TO WS-UNRESOLVED-FROM
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-RUNCTL-ARCHIVES.
           MOVE WS-RUNCTL-INDEX-DSN TO WS-INDEX-DSN
           PERFORM LOAD-GENERATION-INDEX
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               IF WS-UNRESOLVED-COUNT = 0
                       OR WS-GEN-CUTOFF(WS-GEN-IX)
                           <= WS-UNRESOLVED-FROM
                   ADD 1 TO WS-RCT-GEN-SKIPPED
               ELSE
                   MOVE WS-GEN-DSN(WS-GEN-IX) TO WS-RUNCTL-DSN
                   PERFORM SCAN-ONE-RUNCTL-DATASET
                   PERFORM COUNT-UNRESOLVED-RUNS
               END-IF
           END-PERFORM.

       SCAN-ONE-RUNCTL-DATASET.
           MOVE "N" TO WS-RUNCTL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUN CONTROL DATASET "
                   FUNCTION TRIM(WS-RUNCTL-DSN)
                   " NOT AVAILABLE, STATUS " WS-RUNCTL-STATUS
               ADD 1 TO WS-RCT-GEN-MISSING
           ELSE
               ADD 1 TO WS-RCT-GEN-OPENED
               PERFORM UNTIL RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET RUNCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-RUNCTL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       FOLD-ONE-RUNCTL-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-RUN-ID(I) = RCT-RUN-ID
                   SET RUN-CONTROL-FOUND(I) TO TRUE
                   MOVE WS-RUNCTL-DSN TO WS-RUN-RCT-SOURCE(I)
                   MOVE RCT-PROGRAM TO WS-RUN-PROGRAM(I)
                   IF RCT-OPERATOR NOT = SPACES
                       MOVE RCT-OPERATOR TO WS-RUN-OPERATOR(I)
                   END-IF
                   IF RCT-EVENT = "START"
                       MOVE RCT-STAMP TO WS-RUN-START-STAMP(I)
                   ELSE
                       MOVE RCT-STAMP TO WS-RUN-END-STAMP(I)
                       MOVE RCT-OUTCOME TO WS-RUN-OUTCOME(I)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ----------------------------------------------------------
      *> Run by run, in the order first matched: the run-control
      *> line, then each matching audit record with the dataset it
      *> was found in. Records with no run id close the listing.
      *> ----------------------------------------------------------
       PRINT-MATCHES.
           IF WS-MATCH-COUNT = 0
               DISPLAY "NO MATCHING AUDIT RECORDS"
           END-IF
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               PERFORM PRINT-ONE-RUN
           END-PERFORM
           IF WS-NO-RUNID-COUNT > 0
               DISPLAY "RECORDS WITH NO RUN ID"
               MOVE SPACES TO WS-REC-RUN-ID
               PERFORM PRINT-RUN-RECORDS
               DISPLAY "----------------------------------------------"
           END-IF.

       PRINT-ONE-RUN.
           DISPLAY "RUN " FUNCTION TRIM(WS-RUN-RUN-ID(WS-RUN-IX))
               "  " FUNCTION TRIM(WS-RUN-PROGRAM(WS-RUN-IX))
           IF RUN-CONTROL-FOUND(WS-RUN-IX)
               MOVE WS-RUN-START-STAMP(WS-RUN-IX) TO WS-STAMP-TEXT
               IF WS-STAMP-TEXT = SPACES
                   MOVE "(NONE)" TO WS-STAMP-TEXT
               END-IF
               DISPLAY "  START " WS-STAMP-TEXT
               MOVE WS-RUN-END-STAMP(WS-RUN-IX) TO WS-STAMP-TEXT
               IF WS-STAMP-TEXT = SPACES
                   DISPLAY "  END   (NONE) - RUN STILL OPEN"
               ELSE
                   DISPLAY "  END   " WS-STAMP-TEXT "  OUTCOME "
                       WS-RUN-OUTCOME(WS-RUN-IX)
               END-IF
               IF WS-RUN-OPERATOR(WS-RUN-IX) NOT = SPACES
                   DISPLAY "  OPERATOR " WS-RUN-OPERATOR(WS-RUN-IX)
               END-IF
               DISPLAY "  RUN CONTROL FROM "
                   FUNCTION TRIM(WS-RUN-RCT-SOURCE(WS-RUN-IX))
           ELSE
               DISPLAY "  NO RUN.CONTROL ENTRY FOUND"
           END-IF
           MOVE WS-RUN-RUN-ID(WS-RUN-IX) TO WS-REC-RUN-ID
           PERFORM PRINT-RUN-RECORDS
           DISPLAY "----------------------------------------------".

       PRINT-RUN-RECORDS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MATCH-COUNT
               IF WS-MATCH-RUN-ID(J) = WS-REC-RUN-ID
                   DISPLAY "  [" FUNCTION TRIM(WS-MATCH-SOURCE(J)) "] "
                       FUNCTION TRIM(WS-MATCH-PROGRAM(J))
                   DISPLAY "    INPUT:  "
                       FUNCTION TRIM(WS-MATCH-INPUT(J))
                   DISPLAY "    RESULT: "
                       FUNCTION TRIM(WS-MATCH-RESULT(J))
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           DISPLAY "==================================================="
           MOVE WS-AUD-GEN-OPENED TO WS-COUNT-TEXT
           DISPLAY "AUDIT DATASETS READ:            " WS-COUNT-TEXT
           MOVE WS-AUD-GEN-SKIPPED TO WS-COUNT-TEXT
           DISPLAY "ARCHIVE GENERATIONS SKIPPED:    " WS-COUNT-TEXT
           MOVE WS-RCT-GEN-OPENED TO WS-COUNT-TEXT
           DISPLAY "RUN CONTROL DATASETS READ:      " WS-COUNT-TEXT
           MOVE WS-RECORDS-READ TO WS-COUNT-TEXT
           DISPLAY "AUDIT RECORDS READ:             " WS-COUNT-TEXT
           MOVE WS-MATCH-COUNT TO WS-COUNT-TEXT
           DISPLAY "MATCHING RECORDS:               " WS-COUNT-TEXT
           MOVE WS-RUN-COUNT TO WS-COUNT-TEXT
           DISPLAY "RUNS:                           " WS-COUNT-TEXT
           IF WS-AUD-GEN-MISSING > 0 OR WS-RCT-GEN-MISSING > 0
               COMPUTE I = WS-AUD-GEN-MISSING + WS-RCT-GEN-MISSING
               MOVE I TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " DATASET(S) NOT"
                   " AVAILABLE, LISTING MAY BE INCOMPLETE"
           END-IF
           IF WS-GEN-OVERFLOW > 0
               MOVE WS-GEN-OVERFLOW TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " INDEX ENTRIES NOT"
                   " READ, GENERATION TABLE FULL"
           END-IF
           IF WS-MATCH-OVERFLOW > 0
               MOVE WS-MATCH-OVERFLOW TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " MATCHING RECORDS"
                   " NOT LISTED, MATCH TABLE FULL -- NARROW THE"
                   " SELECTION"
           END-IF
           IF WS-RUN-OVERFLOW > 0
               MOVE WS-RUN-OVERFLOW TO WS-COUNT-TEXT
               DISPLAY "WARNING: " WS-COUNT-TEXT " RECORDS OF RUNS"
                   " BEYOND THE 500-RUN TABLE ARE NOT LISTED"
           END-IF.

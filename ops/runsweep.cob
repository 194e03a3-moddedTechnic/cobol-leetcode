      *>   1. any START past an operator-supplied age with no
      *>      matching END is closed with an appended END record
      *>      whose outcome is ABENDED, so the interlock clears
      *>      cleanly on the next launch without an override,
      *>      and the closure is raised as a CRITICAL alert on the
      *>      operator alert queue (ALERT.QUEUE, layout ALTREC);
      *>   2. completed START/END pairs whose END stamp is older
      *>      than an operator-supplied cutoff are rolled into a
      *>      dated archive generation (RUNCTL.ARCH.Dyyyymmdd) with
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RCTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-RECORD   PIC X(79).

       FD  RETAIN-FILE.
       01  RETAIN-FILE-RECORD    PIC X(79).

       FD  INDEX-FILE.
       01  INDEX-FILE-RECORD.
           02  ARCH-IX-COUNT     PIC 9(8).
           02  ARCH-IX-CREATED   PIC X(14).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-RUNCTL-DSN     PIC X(80) VALUE "RUN.CONTROL".
           88 RETAIN-EOF         VALUE "Y".
       01  WS-INDEX-DSN      PIC X(80) VALUE "RUNCTL.ARCH.INDEX".
       01  WS-INDEX-STATUS   PIC XX.
       01  WS-ALERT-DSN      PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS   PIC XX.

      *> Alerts raised by this sweep, ids built on a run id made
      *> the catalog way (the sweep's stamp and process id) plus a
      *> sequence.
       01  WS-PROGRAM-NAME   PIC X(20) VALUE "RUNSWEEP".
       01  WS-ALERT-RUN-STAMP PIC X(24) VALUE SPACES.
       01  WS-ALERT-PID      PIC 9(9).
       01  WS-ALERT-PID-TEXT PIC Z(8)9.
       01  WS-ALERT-SEQ      PIC 9(4) VALUE 0.

       01  WS-AGE-CARD       PIC X(10).
       01  WS-STALE-HOURS    PIC 9(6).
                   88 RUN-HAS-END        VALUE "Y".
               05  WS-RUN-START-STAMP PIC X(14).
               05  WS-RUN-END-STAMP  PIC X(14).
               05  WS-RUN-OPERATOR   PIC X(8).
               05  WS-RUN-STALE-SW   PIC X.
                   88 RUN-IS-STALE       VALUE "Y".
       01  WS-RUN-IX         PIC 9(4).
               IF RCT-EVENT = "START"
                   SET RUN-HAS-START(WS-RUN-IX) TO TRUE
                   MOVE RCT-STAMP TO WS-RUN-START-STAMP(WS-RUN-IX)
                   MOVE RCT-OPERATOR TO WS-RUN-OPERATOR(WS-RUN-IX)
               ELSE
                   SET RUN-HAS-END(WS-RUN-IX) TO TRUE
                   MOVE RCT-STAMP TO WS-RUN-END-STAMP(WS-RUN-IX)
           MOVE "END" TO RCT-EVENT
           MOVE WS-NOW-STAMP TO RCT-STAMP
           MOVE "ABENDED" TO RCT-OUTCOME
           MOVE WS-RUN-OPERATOR(I) TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           SET RUN-HAS-END(I) TO TRUE
           SET RUN-IS-STALE(I) TO TRUE
           ADD 1 TO WS-STALE-COUNT
           DISPLAY "CLOSED AS ABENDED: " WS-RUN-PROGRAM(I) " "
               FUNCTION TRIM(WS-RUN-RUN-ID(I))
           PERFORM RAISE-ABEND-ALERT.

      *> ----------------------------------------------------------
      *> The closure goes on the operator alert queue against the
      *> abended run, opened, written and closed per alert like the
      *> run-control records.
      *> ----------------------------------------------------------
       RAISE-ABEND-ALERT.
           IF WS-ALERT-RUN-STAMP = SPACES
               CALL "C$GETPID" RETURNING WS-ALERT-PID
               MOVE WS-ALERT-PID TO WS-ALERT-PID-TEXT
               STRING WS-NOW-STAMP "-"
                   FUNCTION TRIM(WS-ALERT-PID-TEXT)
                   DELIMITED BY SIZE INTO WS-ALERT-RUN-STAMP
           END-IF
           ADD 1 TO WS-ALERT-SEQ
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALT-RAISED TO TRUE
           STRING WS-ALERT-RUN-STAMP DELIMITED BY SPACE
                  "-" WS-ALERT-SEQ DELIMITED BY SIZE
               INTO ALT-ALERT-ID
           MOVE WS-NOW-STAMP TO ALT-STAMP
           MOVE WS-PROGRAM-NAME TO ALT-SOURCE
           SET ALT-CRITICAL TO TRUE
           MOVE WS-RUN-RUN-ID(I) TO ALT-RUN-ID
           MOVE WS-RUN-PROGRAM(I) TO ALT-OBJECT
           STRING "RUN CLOSED AS ABENDED, STARTED "
               WS-RUN-START-STAMP(I) ", NO END RECORD"
               DELIMITED BY SIZE INTO ALT-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> ----------------------------------------------------------
      *> Pass two: copy each live record (including any closing

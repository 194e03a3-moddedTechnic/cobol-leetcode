      *> elapsed time grew by more than a threshold percentage --
      *> the early warning that the catalog is outgrowing the
      *> nightly batch window. SYSIN card: growth threshold percent
      *> (blank or non-numeric takes the default 50). Each
      *> regression is also raised as a WARNING alert on the
      *> operator alert queue (ALERT.QUEUE, layout ALTREC) against
      *> the case, with the judge run's stamp. Run from the
      *> directory holding JUDGE.HISTORY, e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/judgerpt ops/judgerpt.cob
           SELECT HISTORY-FILE ASSIGN TO "JUDGE.HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-FILE-RECORD.
           COPY JHSREC.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-HISTORY-EOF-SW PIC X VALUE "N".
           88 HISTORY-EOF        VALUE "Y".
       01  WS-ALERT-DSN      PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS   PIC XX.

       01  WS-THRESHOLD-CARD PIC X(10).
       01  WS-THRESHOLD-PCT  PIC 9(4) VALUE 50.
       01  WS-PREV-TEXT      PIC ZZZZ9.99.
       01  WS-COUNT-TEXT     PIC ZZZ9.

      *> Alerts raised by this report, ids built on a run id made
      *> the catalog way (timestamp and process id) plus a
      *> sequence.
       01  WS-PROGRAM-NAME   PIC X(20) VALUE "JUDGERPT".
       01  WS-ALERT-RUN-STAMP PIC X(24) VALUE SPACES.
       01  WS-ALERT-PID      PIC 9(9).
       01  WS-ALERT-PID-TEXT PIC Z(8)9.
       01  WS-ALERT-SEQ      PIC 9(4) VALUE 0.
       01  WS-ALERT-MESSAGE  PIC X(80).
       01  WS-ALERT-EOF-SW   PIC X.
           88 ALERT-EOF          VALUE "Y".
       01  WS-ALERT-SEEN-SW  PIC X.
           88 ALERT-ALREADY-RAISED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMING GROWTH THRESHOLD PCT: "
                   DISPLAY WS-CASE-PROG(I) " "
                       WS-CASE-OUTCOME(I) " " WS-ELAPSED-TEXT
                       "S  *** REGRESSION ***"
                   PERFORM RAISE-REGRESSION-ALERT
               WHEN WS-PREV-OUTCOME(I) = "FAIL"
                       AND WS-CASE-OUTCOME(I) = "PASS"
                   ADD 1 TO WS-RECOVERY-COUNT
               PERFORM CHECK-TIMING-GROWTH
           END-IF.

      *> ----------------------------------------------------------
      *> A regression goes on the operator alert queue against the
      *> case, opened, written and closed per alert like the
      *> run-control records. The message names both judge runs,
      *> so rerunning the report over the same history (the
      *> console offers it at VIEW level) finds the regression's
      *> alert already queued, acknowledged or not, and does not
      *> raise it again.
      *> ----------------------------------------------------------
       RAISE-REGRESSION-ALERT.
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "JUDGE REGRESSION, PASS AT " WS-PREVIOUS-STAMP
               ", FAIL AT " WS-LATEST-STAMP
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           MOVE "N" TO WS-ALERT-SEEN-SW
           MOVE "N" TO WS-ALERT-EOF-SW
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL ALERT-EOF OR ALERT-ALREADY-RAISED
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALT-RAISED
                                   AND ALT-SOURCE = WS-PROGRAM-NAME
                                   AND ALT-OBJECT = WS-CASE-PROG(I)
                                   AND ALT-MESSAGE = WS-ALERT-MESSAGE
                               SET ALERT-ALREADY-RAISED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF NOT ALERT-ALREADY-RAISED
               PERFORM POST-REGRESSION-ALERT
           END-IF.

       POST-REGRESSION-ALERT.
           IF WS-ALERT-RUN-STAMP = SPACES
               CALL "C$GETPID" RETURNING WS-ALERT-PID
               MOVE WS-ALERT-PID TO WS-ALERT-PID-TEXT
               STRING FUNCTION CURRENT-DATE(1:14) "-"
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-STAMP
           MOVE WS-PROGRAM-NAME TO ALT-SOURCE
           SET ALT-WARNING TO TRUE
           MOVE WS-ALERT-RUN-STAMP TO ALT-RUN-ID
           MOVE WS-CASE-PROG(I) TO ALT-OBJECT
           MOVE WS-ALERT-MESSAGE TO ALT-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

      *> ----------------------------------------------------------
      *> A case is flagged slower when its elapsed time exceeds the
      *> previous run's by more than the threshold percentage. A

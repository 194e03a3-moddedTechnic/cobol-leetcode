      *> of AUDIT-INPUT; records with no RUNID token cannot be
      *> proven recent, so they are archived with the old records
      *> rather than left to accumulate in the live log.
      *> The same cutoff rolls acknowledged alerts off the operator
      *> alert queue (ALERT.QUEUE, layout ALTREC): an alert whose
      *> ACK record is dated before the cutoff moves, with its
      *> ACK, to ALERT.ARCH.Dyyyymmdd, indexed on ALERT.ARCH.INDEX
      *> in the same layout as the audit generations, and the
      *> queue is rewritten holding the rest. Open alerts are never
      *> rolled off, however old.
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-ARCHIVE-FILE
                   ASSIGN TO DYNAMIC WS-ALERT-ARCHIVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-ARCHIVE-STATUS.
           SELECT ALERT-RETAIN-FILE
                   ASSIGN TO DYNAMIC WS-ALERT-RETAIN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-RETAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  ARCH-IX-COUNT     PIC 9(8).
           02  ARCH-IX-CREATED   PIC X(14).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       FD  ALERT-ARCHIVE-FILE.
       01  ALERT-ARCHIVE-RECORD  PIC X(229).

       FD  ALERT-RETAIN-FILE.
       01  ALERT-RETAIN-RECORD   PIC X(229).

       WORKING-STORAGE SECTION.
           COPY IDXFLDS.
       01  WS-AUDIT-DSN      PIC X(80) VALUE "AUDIT.LOG".
       01  WS-RETAIN-STATUS  PIC XX.
       01  WS-INDEX-DSN      PIC X(80) VALUE "AUDIT.ARCH.INDEX".
       01  WS-INDEX-STATUS   PIC XX.
       01  WS-ALERT-DSN      PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS   PIC XX.
       01  WS-ALERT-ARCHIVE-DSN PIC X(80).
       01  WS-ALERT-ARCHIVE-STATUS PIC XX.
       01  WS-ALERT-RETAIN-DSN PIC X(80) VALUE "ALERT.QUEUE.RETAIN".
       01  WS-ALERT-RETAIN-STATUS PIC XX.
       01  WS-ALERT-INDEX-DSN PIC X(80) VALUE "ALERT.ARCH.INDEX".

       01  WS-CUTOFF-DATE    PIC X(8).
       01  WS-RECORD-DATE    PIC X(8).
           88 AUDIT-EOF          VALUE "Y".
       01  WS-RETAIN-EOF-SW  PIC X VALUE "N".
           88 RETAIN-EOF         VALUE "Y".
       01  WS-ALERT-EOF-SW   PIC X VALUE "N".
           88 ALERT-EOF          VALUE "Y".
       01  WS-ALERT-RETAIN-EOF-SW PIC X VALUE "N".
           88 ALERT-RETAIN-EOF   VALUE "Y".

      *> Ids of the alerts acknowledged before the cutoff. Alerts
      *> beyond the table are simply kept on the queue for a later
      *> run, so a full table errs on the safe side.
       01  WS-ACK-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACK-TABLE.
           02  WS-ACK-ALERT-ID OCCURS 2000 TIMES PIC X(30).
       01  WS-ACK-OVERFLOW   PIC 9(8) VALUE 0.
       01  WS-ACK-FOUND-SW   PIC X.
           88 ALERT-ACK-FOUND    VALUE "Y".
       01  WS-ALERTS-ARCHIVED PIC 9(8) VALUE 0.
       01  WS-ALERTS-RETAINED PIC 9(8) VALUE 0.

       01  WS-ARCHIVED-COUNT PIC 9(8) VALUE 0.
       01  WS-RETAINED-COUNT PIC 9(8) VALUE 0.
           PERFORM REWRITE-AUDIT-LOG
           PERFORM WRITE-INDEX-RECORD
           PERFORM PRINT-SUMMARY
           PERFORM ROLL-OFF-ALERTS
           STOP RUN.

      *> ----------------------------------------------------------
           MOVE WS-RETAINED-COUNT TO WS-COUNT-TEXT
           DISPLAY "RETAINED " WS-COUNT-TEXT " RECORDS IN "
               FUNCTION TRIM(WS-AUDIT-DSN).

      *> ----------------------------------------------------------
      *> Acknowledged alerts, in the same three passes as the log:
      *> collect the ids acknowledged before the cutoff, split the
      *> queue into the dated generation and a retained tail, then
      *> rewrite the queue from the tail. No queue on file simply
      *> means no alert has ever been raised.
      *> ----------------------------------------------------------
       ROLL-OFF-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "NO ALERT QUEUE ON FILE"
           ELSE
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF ALT-ACKNOWLEDGED
                                   AND ALT-STAMP(1:8) < WS-CUTOFF-DATE
                               PERFORM KEEP-ACK-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
               MOVE SPACES TO WS-ALERT-ARCHIVE-DSN
               STRING "ALERT.ARCH.D" WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-ALERT-ARCHIVE-DSN
               PERFORM SPLIT-ALERT-QUEUE
               PERFORM REWRITE-ALERT-QUEUE
               IF WS-ALERTS-ARCHIVED > 0
                   MOVE WS-ALERT-INDEX-DSN TO WS-INDEX-DSN
                   MOVE WS-ALERT-ARCHIVE-DSN TO WS-ARCHIVE-DSN
                   MOVE WS-ALERTS-ARCHIVED TO WS-ARCHIVED-COUNT
                   PERFORM WRITE-INDEX-RECORD
               END-IF
               MOVE WS-ALERTS-ARCHIVED TO WS-COUNT-TEXT
               DISPLAY "ARCHIVED " WS-COUNT-TEXT " ALERT RECORDS TO "
                   FUNCTION TRIM(WS-ALERT-ARCHIVE-DSN)
               MOVE WS-ALERTS-RETAINED TO WS-COUNT-TEXT
               DISPLAY "RETAINED " WS-COUNT-TEXT " ALERT RECORDS IN "
                   FUNCTION TRIM(WS-ALERT-DSN)
               IF WS-ACK-OVERFLOW > 0
                   MOVE WS-ACK-OVERFLOW TO WS-COUNT-TEXT
                   DISPLAY "ACKNOWLEDGED ALERTS KEPT, TABLE FULL: "
                       WS-COUNT-TEXT
               END-IF
           END-IF.

       KEEP-ACK-ID.
           IF WS-ACK-COUNT < 2000
               ADD 1 TO WS-ACK-COUNT
               MOVE ALT-ALERT-ID TO WS-ACK-ALERT-ID(WS-ACK-COUNT)
           ELSE
               ADD 1 TO WS-ACK-OVERFLOW
           END-IF.

      *> Both the ALERT and its ACK go to the generation, so the
      *> queue never holds an acknowledgement without its alert.
       SPLIT-ALERT-QUEUE.
           MOVE "N" TO WS-ALERT-EOF-SW
           OPEN INPUT ALERT-FILE
           OPEN EXTEND ALERT-ARCHIVE-FILE
           IF WS-ALERT-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-ARCHIVE-FILE
           END-IF
           OPEN OUTPUT ALERT-RETAIN-FILE
           PERFORM UNTIL ALERT-EOF
               READ ALERT-FILE
                   AT END
                       SET ALERT-EOF TO TRUE
                   NOT AT END
                       PERFORM ROUTE-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           CLOSE ALERT-ARCHIVE-FILE
           CLOSE ALERT-RETAIN-FILE.

       ROUTE-ONE-ALERT.
           MOVE "N" TO WS-ACK-FOUND-SW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACK-COUNT
               IF WS-ACK-ALERT-ID(I) = ALT-ALERT-ID
                   SET ALERT-ACK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALERT-ACK-FOUND
               MOVE ALERT-RECORD TO ALERT-ARCHIVE-RECORD
               WRITE ALERT-ARCHIVE-RECORD
               ADD 1 TO WS-ALERTS-ARCHIVED
           ELSE
               MOVE ALERT-RECORD TO ALERT-RETAIN-RECORD
               WRITE ALERT-RETAIN-RECORD
               ADD 1 TO WS-ALERTS-RETAINED
           END-IF.

       REWRITE-ALERT-QUEUE.
           OPEN INPUT ALERT-RETAIN-FILE
           OPEN OUTPUT ALERT-FILE
           PERFORM UNTIL ALERT-RETAIN-EOF
               READ ALERT-RETAIN-FILE
                   AT END
                       SET ALERT-RETAIN-EOF TO TRUE
                   NOT AT END
                       MOVE ALERT-RETAIN-RECORD TO ALERT-RECORD
                       WRITE ALERT-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERT-RETAIN-FILE
           CLOSE ALERT-FILE
           OPEN OUTPUT ALERT-RETAIN-FILE
           CLOSE ALERT-RETAIN-FILE.

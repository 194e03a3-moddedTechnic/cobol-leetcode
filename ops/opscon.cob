      *>                            format and owner
      *>     9  DECK RETIRE         ops/deckreg.cob RETIRE command,
      *>                            prompts for the deck id
      *>     A  AUDIT INQUIRY       ops/auditinq.cob, prompts for
      *>                            up to four selection cards
      *>                            (RUNID|, PROGRAM|, DATES|,
      *>                            TEXT|), ended by a blank card
      *>     B  ALERTS              lists the open alerts on
      *>                            ALERT.QUEUE and takes an alert
      *>                            number (or ALL) to acknowledge
      *>     X  EXIT
      *> Parameters are validated before anything is invoked: dates
      *> must be well-formed YYYYMMDD, thresholds numeric, and deck
      *> like any other run. The console also writes its own
      *> START/END records to RUN.CONTROL and honors the same
      *> interlock and OVERRIDE card as the programs it fronts.
      *> The banner also counts the open alerts on the operator
      *> alert queue (ALERT.QUEUE, layout ALTREC) by severity. An
      *> acknowledgement is an ACK record appended against the
      *> alert's id, stamped with the operator and the time.
      *> Before the menu is shown the operator signs on: an
      *> operator id card and a password card, checked against
      *> OPS.OPERATORS through OperatorSignOn (which also counts
      *> bad passwords against the id and locks it out). Three
      *> failed sign-ons close the console. Each menu action needs
      *> an authority level: VIEW for 1-4, 7, A and B, OPERATE for
      *> 6, 8 and acknowledging an alert, ADMIN for 5 and 9; a
      *> higher level carries the lower ones. A refused choice is
      *> audited like an action, so the trail shows who tried
      *> what. The operator id rides on every audit record (OPER=
      *> after the RUNID= token) and on the console's RUN.CONTROL
      *> records.
      *> Build with the lookup and sign-on sources linked in, from
      *> the repository root, e.g.:
      *>     cobc -x -std=ibm -I copybooks -o ops/opscon \
      *>         ops/opscon.cob ops/decklkup.cob ops/oprsign.cob
      *>     ops/opscon
      *> ----------------------------------------------------------

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACTION-SYSIN-FILE ASSIGN TO
                   "ops/work/console.sysin"
               ORGANIZATION IS LINE SEQUENTIAL
       01  AUDIT-FILE-RECORD.
           COPY AUDREC.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALTREC.

       FD  ACTION-SYSIN-FILE.
       01  ACTION-SYSIN-LINE      PIC X(120).

           88 RUNCTL-EOF          VALUE "Y".
       01  WS-AUDIT-DSN       PIC X(80) VALUE "AUDIT.LOG".
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-ALERT-DSN       PIC X(80) VALUE "ALERT.QUEUE".
       01  WS-ALERT-STATUS    PIC XX.
       01  WS-ALERT-EOF-SW    PIC X.
           88 ALERT-EOF           VALUE "Y".
       01  WS-ACTION-SYSIN-STATUS PIC XX.
       01  WS-SYSIN-STATUS    PIC XX.
       01  WS-SYSIN-EXHAUSTED-SW PIC X VALUE "N".
       01  WS-OPEN-RUN-ID     PIC X(24).
       01  WS-PROGRAM-NAME    PIC X(20) VALUE "OPSCONSOLE".

      *> Signed-on operator. The rank orders the levels so one
      *> comparison answers whether the operator's level covers a
      *> menu choice: VIEW 1, OPERATE 2, ADMIN 3.
       01  WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-OPERATOR-LEVEL  PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME   PIC X(30).
       01  WS-SIGNON-RESULT   PIC XX.
       01  WS-SIGNON-TRIES    PIC 9(1) VALUE 0.
       01  WS-SIGNON-LIMIT    PIC 9(1) VALUE 3.
       01  WS-SIGNED-ON-SW    PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON  VALUE "Y".
       01  WS-OPERATOR-RANK   PIC 9(1) VALUE 0.
       01  WS-REQUIRED-RANK   PIC 9(1).

      *> Latest record per program for the status banner, the same
      *> fold-down RunStatus keeps.
       01  WS-PROG-COUNT      PIC 9(4).
       01  WS-PROG-IX         PIC 9(4).
       01  WS-INFLIGHT-COUNT  PIC 9(4).

      *> Open alerts (an ALERT with no ACK yet), in queue order,
      *> numbered for the acknowledgement prompt by their place in
      *> this table.
       01  WS-ALT-COUNT       PIC 9(4).
       01  WS-ALT-TABLE.
           02  WS-ALT-ENTRY OCCURS 500 TIMES.
               05  WS-ALT-ID         PIC X(30).
               05  WS-ALT-STAMP      PIC X(14).
               05  WS-ALT-SOURCE     PIC X(20).
               05  WS-ALT-SEVERITY   PIC X(8).
               05  WS-ALT-RUN-ID     PIC X(24).
               05  WS-ALT-OBJECT     PIC X(40).
               05  WS-ALT-MESSAGE    PIC X(80).
               05  WS-ALT-ACK-SW     PIC X.
                   88 ALT-ENTRY-ACKED    VALUE "Y".
       01  WS-ALT-IX          PIC 9(4).
       01  WS-ALT-OVERFLOW    PIC 9(6).
       01  WS-ALT-CRITICAL    PIC 9(4).
       01  WS-ALT-WARNING     PIC 9(4).
       01  WS-ALT-OTHER       PIC 9(4).
       01  WS-ALT-ACK-COUNT   PIC 9(4).
       01  WS-ALT-NUM-TEXT    PIC ZZZ9.
       01  WS-ALT-COUNT-TEXT  PIC ZZZ9.
       01  WS-ACK-CARD        PIC X(10).
       01  WS-ACK-NUMBER      PIC 9(4).

       01  WS-MENU-CHOICE     PIC X(1).
       01  WS-EXIT-SW         PIC X VALUE "N".
           88 CONSOLE-DONE        VALUE "Y".
       01  WS-CARD-COUNT      PIC 9(1).
       01  WS-ACTION-CARD-1   PIC X(120).
       01  WS-ACTION-CARD-2   PIC X(120).
       01  WS-ACTION-CARD-3   PIC X(120).
       01  WS-ACTION-CARD-4   PIC X(120).
       01  WS-INQUIRY-KIND    PIC X(10).
       01  WS-INQUIRY-DONE-SW PIC X.
           88 INQUIRY-CARDS-DONE  VALUE "Y".

       01  WS-THRESHOLD-CARD  PIC X(10).
       01  WS-DATE-CARD       PIC X(8).
       01  WS-DATE-DD         PIC 9(2).
       01  WS-DATE-OK-SW      PIC X.
           88 DATE-WELL-FORMED    VALUE "Y".
       01  WS-DECK-ID         PIC X(16).
       01  WS-DECK-DSN        PIC X(80).
       01  WS-DECK-FORMAT     PIC X(1).
       01  WS-LOOKUP-RESULT   PIC XX.
           OPEN INPUT SYSIN-FILE
           PERFORM GENERATE-RUN-ID
           PERFORM CHECK-RUN-INTERLOCK
           PERFORM SIGN-ON-OPERATOR
           PERFORM WRITE-RUN-START
           IF NOT OPERATOR-SIGNED-ON
               MOVE "REFUSED" TO WS-RUN-OUTCOME
               PERFORM WRITE-RUN-END
               CLOSE SYSIN-FILE
               DISPLAY "SIGN-ON REFUSED, CONSOLE CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "SYSTEM" USING "mkdir -p ops/work"
           PERFORM SHOW-STATUS-BANNER
           PERFORM UNTIL CONSOLE-DONE
           MOVE "START" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE SPACES TO RCT-OUTCOME
           MOVE WS-OPERATOR-ID TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           MOVE "END" TO RCT-EVENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-STAMP
           MOVE WS-RUN-OUTCOME TO RCT-OUTCOME
           MOVE WS-OPERATOR-ID TO RCT-OPERATOR
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      *> ----------------------------------------------------------
      *> Sign-on: up to WS-SIGNON-LIMIT id/password card pairs.
      *> Every failed attempt is audited with the id tried, so a
      *> run of guesses is visible in the trail even when it never
      *> reaches the lockout on any one id. A failed console run
      *> still writes its START/END pair (outcome REFUSED) under
      *> the last id tried, so its audit records tie to a run.
      *> ----------------------------------------------------------
       SIGN-ON-OPERATOR.
           PERFORM UNTIL OPERATOR-SIGNED-ON
                   OR WS-SIGNON-TRIES >= WS-SIGNON-LIMIT
                   OR SYSIN-EXHAUSTED
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "OPERATOR ID: "
               PERFORM READ-SYSIN-LINE
               MOVE SYSIN-LINE(1:8) TO WS-OPERATOR-ID
               DISPLAY "PASSWORD: "
               PERFORM READ-SYSIN-LINE
               MOVE SYSIN-LINE(1:8) TO WS-OPERATOR-PASSWORD
               IF NOT AT-EOF
                   PERFORM CHECK-ONE-SIGNON
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OPERATOR-PASSWORD.

       CHECK-ONE-SIGNON.
           IF WS-OPERATOR-ID = SPACES
               MOVE "NF" TO WS-SIGNON-RESULT
           ELSE
               CALL "OperatorSignOn" USING WS-OPERATOR-ID
                       WS-OPERATOR-PASSWORD WS-OPERATOR-LEVEL
                       WS-OPERATOR-NAME WS-SIGNON-RESULT
                   ON EXCEPTION
                       DISPLAY "SIGN-ON SERVICE UNAVAILABLE"
                       MOVE "NA" TO WS-SIGNON-RESULT
               END-CALL
           END-IF
           MOVE "SIGN-ON" TO WS-ACTION-NAME
           MOVE WS-OPERATOR-ID TO WS-ACTION-PARM
           EVALUATE WS-SIGNON-RESULT
               WHEN "00"
                   SET OPERATOR-SIGNED-ON TO TRUE
                   PERFORM SET-OPERATOR-RANK
                   DISPLAY "SIGNED ON: " FUNCTION TRIM(WS-OPERATOR-ID)
                       " " FUNCTION TRIM(WS-OPERATOR-NAME) " ("
                       FUNCTION TRIM(WS-OPERATOR-LEVEL) ")"
               WHEN "BP"
                   DISPLAY "SIGN-ON FAILED"
                   MOVE "BAD PASSWORD" TO WS-AUDIT-RESULT-TEXT
                   PERFORM PUT-CONSOLE-AUDIT
               WHEN "LK"
                   DISPLAY "OPERATOR ID " FUNCTION TRIM(WS-OPERATOR-ID)
                       " IS LOCKED OUT"
                   MOVE "LOCKED OUT" TO WS-AUDIT-RESULT-TEXT
                   PERFORM PUT-CONSOLE-AUDIT
               WHEN "NF"
                   DISPLAY "SIGN-ON FAILED"
                   MOVE "UNKNOWN OPERATOR" TO WS-AUDIT-RESULT-TEXT
                   PERFORM PUT-CONSOLE-AUDIT
               WHEN OTHER
                   DISPLAY "OPERATOR FILE NOT AVAILABLE"
                   MOVE "OPERATOR FILE NOT AVAILABLE"
                       TO WS-AUDIT-RESULT-TEXT
                   PERFORM PUT-CONSOLE-AUDIT
           END-EVALUATE.

       SET-OPERATOR-RANK.
           EVALUATE WS-OPERATOR-LEVEL
               WHEN "VIEW"
                   MOVE 1 TO WS-OPERATOR-RANK
               WHEN "OPERATE"
                   MOVE 2 TO WS-OPERATOR-RANK
               WHEN "ADMIN"
                   MOVE 3 TO WS-OPERATOR-RANK
               WHEN OTHER
                   MOVE 0 TO WS-OPERATOR-RANK
           END-EVALUATE.

       OPEN-RUN-CONTROL-EXTEND.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               CLOSE RUN-CONTROL-FILE
               PERFORM PRINT-STATUS-LINES
           END-IF
           PERFORM LOAD-OPEN-ALERTS
           PERFORM PRINT-ALERT-COUNTS
           DISPLAY "==================================================="
           CONTINUE.

               DISPLAY "ALL PROGRAMS COMPLETE"
           END-IF.

      *> ----------------------------------------------------------
      *> Fold ALERT.QUEUE down to the open alerts: each ALERT adds
      *> a row, each ACK marks its alert's row, and the marked rows
      *> are squeezed out so the open alerts number 1..n. No queue
      *> on file means no alert has ever been raised.
      *> ----------------------------------------------------------
       LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-ALT-COUNT
           MOVE 0 TO WS-ALT-OVERFLOW
           MOVE 0 TO WS-ALT-CRITICAL
           MOVE 0 TO WS-ALT-WARNING
           MOVE 0 TO WS-ALT-OTHER
           MOVE "N" TO WS-ALERT-EOF-SW
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           MOVE 0 TO WS-ALT-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ALT-COUNT
               IF NOT ALT-ENTRY-ACKED(I)
                   ADD 1 TO WS-ALT-IX
                   IF WS-ALT-IX NOT = I
                       MOVE WS-ALT-ENTRY(I) TO WS-ALT-ENTRY(WS-ALT-IX)
                   END-IF
                   EVALUATE WS-ALT-SEVERITY(WS-ALT-IX)
                       WHEN "CRITICAL"
                           ADD 1 TO WS-ALT-CRITICAL
                       WHEN "WARNING"
                           ADD 1 TO WS-ALT-WARNING
                       WHEN OTHER
                           ADD 1 TO WS-ALT-OTHER
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-ALT-IX TO WS-ALT-COUNT.

       FOLD-ONE-ALERT.
           IF ALT-RAISED
               IF WS-ALT-COUNT < 500
                   ADD 1 TO WS-ALT-COUNT
                   MOVE WS-ALT-COUNT TO WS-ALT-IX
                   INITIALIZE WS-ALT-ENTRY(WS-ALT-IX)
                   MOVE ALT-ALERT-ID TO WS-ALT-ID(WS-ALT-IX)
                   MOVE ALT-STAMP TO WS-ALT-STAMP(WS-ALT-IX)
                   MOVE ALT-SOURCE TO WS-ALT-SOURCE(WS-ALT-IX)
                   MOVE ALT-SEVERITY TO WS-ALT-SEVERITY(WS-ALT-IX)
                   MOVE ALT-RUN-ID TO WS-ALT-RUN-ID(WS-ALT-IX)
                   MOVE ALT-OBJECT TO WS-ALT-OBJECT(WS-ALT-IX)
                   MOVE ALT-MESSAGE TO WS-ALT-MESSAGE(WS-ALT-IX)
               ELSE
                   ADD 1 TO WS-ALT-OVERFLOW
               END-IF
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ALT-COUNT
                   IF WS-ALT-ID(I) = ALT-ALERT-ID
                       SET ALT-ENTRY-ACKED(I) TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-ALERT-COUNTS.
           IF WS-ALT-COUNT = 0 AND WS-ALT-OVERFLOW = 0
               DISPLAY "NO OPEN ALERTS"
           ELSE
               MOVE WS-ALT-CRITICAL TO WS-ALT-NUM-TEXT
               MOVE WS-ALT-WARNING TO WS-ALT-COUNT-TEXT
               DISPLAY "OPEN ALERTS: CRITICAL " WS-ALT-NUM-TEXT
                   "  WARNING " WS-ALT-COUNT-TEXT
               IF WS-ALT-OTHER > 0
                   MOVE WS-ALT-OTHER TO WS-ALT-NUM-TEXT
                   DISPLAY "             OTHER    " WS-ALT-NUM-TEXT
               END-IF
               IF WS-ALT-OVERFLOW > 0
                   DISPLAY "ATTENTION: ALERT QUEUE BEYOND 500 OPEN"
                       " ALERTS, NOT ALL COUNTED"
               END-IF
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "OPERATOR CONSOLE - "
               FUNCTION TRIM(WS-OPERATOR-ID) " ("
               FUNCTION TRIM(WS-OPERATOR-LEVEL) ")"
           DISPLAY "  1  RUN STATUS"
           DISPLAY "  2  AUDIT REPORT"
           DISPLAY "  3  JUDGE HISTORY REPORT"
           DISPLAY "  7  DECK PROFILE"
           DISPLAY "  8  DECK REGISTER"
           DISPLAY "  9  DECK RETIRE"
           DISPLAY "  A  AUDIT INQUIRY"
           DISPLAY "  B  ALERTS"
           DISPLAY "  X  EXIT"
           DISPLAY "CHOICE: ".

           MOVE SPACES TO WS-ACTION-PARM
           MOVE SPACES TO WS-ACTION-CARD-1
           MOVE SPACES TO WS-ACTION-CARD-2
           MOVE SPACES TO WS-ACTION-CARD-3
           MOVE SPACES TO WS-ACTION-CARD-4
           MOVE 0 TO WS-CARD-COUNT
           MOVE "N" TO WS-LINK-LOOKUP-SW
           PERFORM SET-REQUIRED-RANK
           IF WS-OPERATOR-RANK < WS-REQUIRED-RANK
               PERFORM REFUSE-MENU-CHOICE
           ELSE
               PERFORM RUN-MENU-CHOICE
           END-IF.

      *> ----------------------------------------------------------
      *> Authority per menu choice. Looking is VIEW; launching a
      *> judge sweep or registering a deck is OPERATE; archiving
      *> the audit log and retiring a deck cannot be undone from
      *> the console, so they are ADMIN. Exit and unknown choices
      *> need no more than a sign-on.
      *> ----------------------------------------------------------
       SET-REQUIRED-RANK.
           MOVE 1 TO WS-REQUIRED-RANK
           MOVE "MENU CHOICE" TO WS-ACTION-NAME
           EVALUATE WS-MENU-CHOICE
               WHEN "5"
                   MOVE 3 TO WS-REQUIRED-RANK
                   MOVE "AUDIT ARCHIVE" TO WS-ACTION-NAME
               WHEN "6"
                   MOVE 2 TO WS-REQUIRED-RANK
                   MOVE "JUDGE RUN" TO WS-ACTION-NAME
               WHEN "8"
                   MOVE 2 TO WS-REQUIRED-RANK
                   MOVE "DECK REGISTER" TO WS-ACTION-NAME
               WHEN "9"
                   MOVE 3 TO WS-REQUIRED-RANK
                   MOVE "DECK RETIRE" TO WS-ACTION-NAME
           END-EVALUATE.

       REFUSE-MENU-CHOICE.
           DISPLAY "NOT AUTHORIZED: " FUNCTION TRIM(WS-ACTION-NAME)
               " NEEDS A HIGHER LEVEL THAN "
               FUNCTION TRIM(WS-OPERATOR-LEVEL)
           MOVE WS-MENU-CHOICE TO WS-ACTION-PARM
           MOVE "NOT AUTHORIZED" TO WS-AUDIT-RESULT-TEXT
           PERFORM PUT-CONSOLE-AUDIT.

       RUN-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM SHOW-STATUS-BANNER
                   PERFORM PREPARE-DECK-REGISTER
               WHEN "9"
                   PERFORM PREPARE-DECK-RETIRE
               WHEN "A"
                   PERFORM PREPARE-AUDIT-INQUIRY
               WHEN "a"
                   PERFORM PREPARE-AUDIT-INQUIRY
               WHEN "B"
                   PERFORM REVIEW-ALERTS
               WHEN "b"
                   PERFORM REVIEW-ALERTS
               WHEN "X"
                   SET CONSOLE-DONE TO TRUE
               WHEN "x"
           END-IF
           PERFORM INVOKE-ACTION.

      *> ----------------------------------------------------------
      *> Selection cards are taken until a blank card (or the
      *> fourth card) and only their kinds are checked here; the
      *> inquiry program validates the values and refuses a bad
      *> card itself. The cards, slash-separated, are the audited
      *> parameter.
      *> ----------------------------------------------------------
       PREPARE-AUDIT-INQUIRY.
           MOVE "N" TO WS-INQUIRY-DONE-SW
           PERFORM UNTIL INQUIRY-CARDS-DONE
               DISPLAY "SELECTION CARD (RUNID|, PROGRAM|, DATES|, "
                   "TEXT|; BLANK=DONE): "
               PERFORM READ-SYSIN-LINE
               IF FUNCTION TRIM(SYSIN-LINE) = SPACES
                   SET INQUIRY-CARDS-DONE TO TRUE
               ELSE
                   MOVE SPACES TO WS-INQUIRY-KIND
                   UNSTRING SYSIN-LINE DELIMITED BY "|"
                       INTO WS-INQUIRY-KIND
                   EVALUATE FUNCTION TRIM(WS-INQUIRY-KIND)
                       WHEN "RUNID"
                       WHEN "PROGRAM"
                       WHEN "DATES"
                       WHEN "TEXT"
                           PERFORM KEEP-INQUIRY-CARD
                       WHEN OTHER
                           DISPLAY "NOT A SELECTION CARD: "
                               FUNCTION TRIM(SYSIN-LINE)
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-CARD-COUNT = 0
               DISPLAY "NO SELECTION CARD, INQUIRY NOT RUN"
           ELSE
               MOVE "AUDIT INQUIRY" TO WS-ACTION-NAME
               MOVE "ops/auditinq.cob" TO WS-ACTION-SRC
               MOVE "auditinq" TO WS-ACTION-BIN
               STRING FUNCTION TRIM(WS-ACTION-CARD-1) "/"
                   FUNCTION TRIM(WS-ACTION-CARD-2) "/"
                   FUNCTION TRIM(WS-ACTION-CARD-3) "/"
                   FUNCTION TRIM(WS-ACTION-CARD-4)
                   DELIMITED BY SIZE INTO WS-ACTION-PARM
               PERFORM INVOKE-ACTION
           END-IF.

       KEEP-INQUIRY-CARD.
           ADD 1 TO WS-CARD-COUNT
           EVALUATE WS-CARD-COUNT
               WHEN 1
                   MOVE SYSIN-LINE(1:120) TO WS-ACTION-CARD-1
               WHEN 2
                   MOVE SYSIN-LINE(1:120) TO WS-ACTION-CARD-2
               WHEN 3
                   MOVE SYSIN-LINE(1:120) TO WS-ACTION-CARD-3
               WHEN OTHER
                   MOVE SYSIN-LINE(1:120) TO WS-ACTION-CARD-4
                   SET INQUIRY-CARDS-DONE TO TRUE
           END-EVALUATE.

      *> ----------------------------------------------------------
      *> Open alerts are listed to anyone signed on; acknowledging
      *> one takes OPERATE, the same level as launching work. The
      *> card is an alert number from the list, ALL, or blank to
      *> acknowledge nothing. Each acknowledgement is audited.
      *> ----------------------------------------------------------
       REVIEW-ALERTS.
           PERFORM LOAD-OPEN-ALERTS
           DISPLAY "==================================================="
           DISPLAY "OPEN ALERTS"
           DISPLAY "==================================================="
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ALT-COUNT
               MOVE I TO WS-ALT-NUM-TEXT
               DISPLAY WS-ALT-NUM-TEXT " " WS-ALT-SEVERITY(I) " "
                   WS-ALT-STAMP(I) " " FUNCTION TRIM(WS-ALT-SOURCE(I))
                   " " FUNCTION TRIM(WS-ALT-OBJECT(I))
               DISPLAY "       " FUNCTION TRIM(WS-ALT-MESSAGE(I))
               DISPLAY "       RUN " FUNCTION TRIM(WS-ALT-RUN-ID(I))
           END-PERFORM
           PERFORM PRINT-ALERT-COUNTS
           DISPLAY "==================================================="
           IF WS-ALT-COUNT > 0
               IF WS-OPERATOR-RANK < 2
                   DISPLAY "ACKNOWLEDGING ALERTS NEEDS OPERATE"
               ELSE
                   PERFORM TAKE-ACK-CARD
               END-IF
           END-IF.

       TAKE-ACK-CARD.
           DISPLAY "ACKNOWLEDGE ALERT NUMBER, ALL, OR BLANK: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:10) TO WS-ACK-CARD
           MOVE 0 TO WS-ALT-ACK-COUNT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-ACK-CARD) = SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(WS-ACK-CARD) = "ALL"
                   PERFORM VARYING WS-ALT-IX FROM 1 BY 1
                           UNTIL WS-ALT-IX > WS-ALT-COUNT
                       PERFORM WRITE-ACK-RECORD
                   END-PERFORM
                   MOVE "ALL" TO WS-ACTION-PARM
               WHEN FUNCTION TRIM(WS-ACK-CARD) NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ACK-CARD) TO WS-ACK-NUMBER
                   IF WS-ACK-NUMBER < 1
                           OR WS-ACK-NUMBER > WS-ALT-COUNT
                       DISPLAY "NO SUCH ALERT NUMBER: " WS-ACK-CARD
                   ELSE
                       MOVE WS-ACK-NUMBER TO WS-ALT-IX
                       PERFORM WRITE-ACK-RECORD
                       MOVE WS-ALT-ID(WS-ALT-IX) TO WS-ACTION-PARM
                   END-IF
               WHEN OTHER
                   DISPLAY "NOT AN ALERT NUMBER OR ALL: " WS-ACK-CARD
           END-EVALUATE
           IF WS-ALT-ACK-COUNT > 0
               MOVE WS-ALT-ACK-COUNT TO WS-ALT-COUNT-TEXT
               DISPLAY "ALERTS ACKNOWLEDGED: " WS-ALT-COUNT-TEXT
               MOVE "ALERT ACK" TO WS-ACTION-NAME
               MOVE SPACES TO WS-AUDIT-RESULT-TEXT
               STRING "ACKNOWLEDGED " FUNCTION TRIM(WS-ALT-COUNT-TEXT)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT-TEXT
               PERFORM PUT-CONSOLE-AUDIT
           END-IF.

      *> Opened, written and closed per acknowledgement, like the
      *> run-control records, so the batch programs raising alerts
      *> are never locked out of the queue by a console session.
       WRITE-ACK-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           SET ALT-ACKNOWLEDGED TO TRUE
           MOVE WS-ALT-ID(WS-ALT-IX) TO ALT-ALERT-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-STAMP
           MOVE WS-ALT-SOURCE(WS-ALT-IX) TO ALT-SOURCE
           MOVE WS-ALT-SEVERITY(WS-ALT-IX) TO ALT-SEVERITY
           MOVE WS-ALT-RUN-ID(WS-ALT-IX) TO ALT-RUN-ID
           MOVE WS-ALT-OBJECT(WS-ALT-IX) TO ALT-OBJECT
           MOVE WS-ALT-MESSAGE(WS-ALT-IX) TO ALT-MESSAGE
           MOVE WS-OPERATOR-ID TO ALT-OPERATOR
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALT-ACK-COUNT.

      *> ----------------------------------------------------------
      *> The deck id is resolved through the registry before the
      *> profiler is even compiled -- a mistyped id is caught at
       PREPARE-DECK-PROFILE.
           DISPLAY "DECK ID: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:16) TO WS-DECK-ID
           PERFORM PROBE-DECK-ID
           EVALUATE WS-LOOKUP-RESULT
               WHEN "00"
                   DISPLAY "DECK ID " WS-DECK-ID " NOT ON REGISTRY"
               WHEN "RT"
                   DISPLAY "DECK ID " WS-DECK-ID " IS RETIRED"
               WHEN "NG"
                   DISPLAY "DECK ID " WS-DECK-ID
                       " GENERATION NOT ON REGISTRY"
               WHEN OTHER
                   DISPLAY "DECK REGISTRY NOT AVAILABLE"
           END-EVALUATE.
               MOVE WS-ACTION-CARD-2 TO ACTION-SYSIN-LINE
               WRITE ACTION-SYSIN-LINE
           END-IF
           IF WS-CARD-COUNT >= 3
               MOVE WS-ACTION-CARD-3 TO ACTION-SYSIN-LINE
               WRITE ACTION-SYSIN-LINE
           END-IF
           IF WS-CARD-COUNT >= 4
               MOVE WS-ACTION-CARD-4 TO ACTION-SYSIN-LINE
               WRITE ACTION-SYSIN-LINE
           END-IF
           CLOSE ACTION-SYSIN-FILE.

      *> ----------------------------------------------------------
      *> fall back to OPEN OUTPUT and truncate it.
      *> ----------------------------------------------------------
       WRITE-ACTION-AUDIT.
           MOVE WS-ACTION-RC TO WS-RC-TEXT
           MOVE SPACES TO WS-AUDIT-RESULT-TEXT
           STRING "RC=" FUNCTION TRIM(WS-RC-TEXT)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT-TEXT
           PERFORM PUT-CONSOLE-AUDIT.

      *> Shared by actions, refusals and failed sign-ons: the
      *> caller sets the action name, parameter and result text.
       PUT-CONSOLE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT-TEXT
           STRING "RUNID=" WS-RUN-ID
               " OPER=" FUNCTION TRIM(WS-OPERATOR-ID)
               " ACTION=" FUNCTION TRIM(WS-ACTION-NAME)
               " PARM=" FUNCTION TRIM(WS-ACTION-PARM)
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT-TEXT
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
           MOVE WS-AUDIT-INPUT-TEXT TO AUDIT-INPUT
           MOVE WS-AUDIT-RESULT-TEXT TO AUDIT-RESULT

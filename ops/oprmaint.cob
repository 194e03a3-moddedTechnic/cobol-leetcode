       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorMaint.

      *> ----------------------------------------------------------
      *> Maintenance front door for the operator file (layout
      *> OPRREC), the INDEXED dataset OPS.OPERATORS the operations
      *> console and the baseline approval step sign operators on
      *> against. Command cards arrive on SYSIN, pipe-delimited
      *> like the deck registry's, one per line, until end of
      *> input:
      *>     ADD|operid|name|level|password
      *>     LEVEL|operid|level
      *>     PASSWORD|operid|password
      *>     UNLOCK|operid
      *>     LIST
      *> The level is VIEW, OPERATE or ADMIN. ADD refuses a
      *> duplicate id and a blank password. PASSWORD replaces the
      *> password and, like UNLOCK, clears a lockout and the bad
      *> sign-on count -- an operator who has forgotten a password
      *> is the usual reason an id gets locked. LIST prints every
      *> id with its level, lock state and last sign-on; passwords
      *> are never printed. Run e.g.:
      *>     cobc -x -std=ibm -I copybooks \
      *>         -o ops/oprmaint ops/oprmaint.cob
      *>     printf 'ADD|JSMITH|J SMITH|ADMIN|SECRET1\n' \
      *>         | ops/oprmaint
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPS.OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT SYSIN-FILE ASSIGN TO "/dev/stdin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       FD  SYSIN-FILE.
       01  SYSIN-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS PIC XX.
       01  WS-SYSIN-STATUS    PIC XX.
       01  WS-SYSIN-EOF-SW    PIC X VALUE "N".
           88 SYSIN-EOF           VALUE "Y".
       01  WS-LIST-EOF-SW     PIC X VALUE "N".
           88 LIST-EOF            VALUE "Y".

       01  WS-COMMAND         PIC X(10).
       01  WS-CARD-ID         PIC X(8).
       01  WS-CARD-FIELD-3    PIC X(30).
       01  WS-CARD-FIELD-4    PIC X(8).
       01  WS-CARD-FIELD-5    PIC X(8).
       01  WS-CARD-LEVEL      PIC X(8).
           88 CARD-LEVEL-VALID    VALUE "VIEW" "OPERATE" "ADMIN".

       01  WS-ADD-COUNT       PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT    PIC 9(4) VALUE 0.
       01  WS-UNLOCK-COUNT    PIC 9(4) VALUE 0.
       01  WS-ERROR-COUNT     PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-OPERATOR-FILE
           OPEN INPUT SYSIN-FILE
           PERFORM UNTIL SYSIN-EOF
               MOVE SPACES TO SYSIN-LINE
               READ SYSIN-FILE
                   AT END
                       SET SYSIN-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SYSIN-LINE) NOT = SPACES
                           PERFORM APPLY-ONE-COMMAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           CLOSE OPERATOR-FILE
           PERFORM PRINT-SUMMARY
           STOP RUN.

      *> ----------------------------------------------------------
      *> First maintenance run creates the operator file; every
      *> later run opens the existing dataset I-O.
      *> ----------------------------------------------------------
       OPEN-OPERATOR-FILE.
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPS.OPERATORS NOT AVAILABLE, STATUS "
                   WS-OPERATOR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-ONE-COMMAND.
           MOVE SPACES TO WS-COMMAND
           MOVE SPACES TO WS-CARD-ID
           MOVE SPACES TO WS-CARD-FIELD-3
           MOVE SPACES TO WS-CARD-FIELD-4
           MOVE SPACES TO WS-CARD-FIELD-5
           UNSTRING SYSIN-LINE DELIMITED BY "|"
               INTO WS-COMMAND WS-CARD-ID WS-CARD-FIELD-3
                    WS-CARD-FIELD-4 WS-CARD-FIELD-5
           EVALUATE FUNCTION TRIM(WS-COMMAND)
               WHEN "ADD"
                   PERFORM ADD-OPERATOR
               WHEN "LEVEL"
                   PERFORM CHANGE-OPERATOR-LEVEL
               WHEN "PASSWORD"
                   PERFORM CHANGE-OPERATOR-PASSWORD
               WHEN "UNLOCK"
                   PERFORM UNLOCK-OPERATOR
               WHEN "LIST"
                   PERFORM LIST-OPERATORS
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "UNKNOWN COMMAND: "
                       FUNCTION TRIM(WS-COMMAND)
           END-EVALUATE.

       ADD-OPERATOR.
           MOVE WS-CARD-FIELD-4 TO WS-CARD-LEVEL
           IF WS-CARD-ID = SPACES
                   OR NOT CARD-LEVEL-VALID
                   OR WS-CARD-FIELD-5 = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BAD ADD CARD: " FUNCTION TRIM(WS-CARD-ID)
           ELSE
               INITIALIZE OPERATOR-RECORD
               MOVE WS-CARD-ID TO OPR-ID
               MOVE WS-CARD-FIELD-3 TO OPR-NAME
               MOVE WS-CARD-LEVEL TO OPR-LEVEL
               MOVE WS-CARD-FIELD-5 TO OPR-PASSWORD
               MOVE 0 TO OPR-FAIL-COUNT
               SET OPR-UNLOCKED TO TRUE
               MOVE SPACES TO OPR-LAST-SIGNON
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "OPERATOR ID ALREADY ON FILE: "
                           FUNCTION TRIM(WS-CARD-ID)
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "ADDED " FUNCTION TRIM(WS-CARD-ID)
                           " " FUNCTION TRIM(WS-CARD-LEVEL)
               END-WRITE
           END-IF.

       CHANGE-OPERATOR-LEVEL.
           MOVE WS-CARD-FIELD-3 TO WS-CARD-LEVEL
           IF NOT CARD-LEVEL-VALID
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BAD LEVEL CARD: " FUNCTION TRIM(SYSIN-LINE)
           ELSE
               MOVE WS-CARD-ID TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "OPERATOR ID NOT ON FILE: "
                           FUNCTION TRIM(WS-CARD-ID)
                   NOT INVALID KEY
                       MOVE WS-CARD-LEVEL TO OPR-LEVEL
                       REWRITE OPERATOR-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "LEVEL " FUNCTION TRIM(WS-CARD-ID)
                           " -> " FUNCTION TRIM(WS-CARD-LEVEL)
               END-READ
           END-IF.

      *> The card is echoed by id only: a password never goes to
      *> the listing.
       CHANGE-OPERATOR-PASSWORD.
           IF WS-CARD-FIELD-3 = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BAD PASSWORD CARD: "
                   FUNCTION TRIM(WS-CARD-ID)
           ELSE
               MOVE WS-CARD-ID TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "OPERATOR ID NOT ON FILE: "
                           FUNCTION TRIM(WS-CARD-ID)
                   NOT INVALID KEY
                       MOVE WS-CARD-FIELD-3 TO OPR-PASSWORD
                       MOVE 0 TO OPR-FAIL-COUNT
                       SET OPR-UNLOCKED TO TRUE
                       REWRITE OPERATOR-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "PASSWORD CHANGED "
                           FUNCTION TRIM(WS-CARD-ID)
               END-READ
           END-IF.

       UNLOCK-OPERATOR.
           MOVE WS-CARD-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "OPERATOR ID NOT ON FILE: "
                       FUNCTION TRIM(WS-CARD-ID)
               NOT INVALID KEY
                   MOVE 0 TO OPR-FAIL-COUNT
                   SET OPR-UNLOCKED TO TRUE
                   REWRITE OPERATOR-RECORD
                   ADD 1 TO WS-UNLOCK-COUNT
                   DISPLAY "UNLOCKED " FUNCTION TRIM(WS-CARD-ID)
           END-READ.

       LIST-OPERATORS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-FILE KEY NOT LESS THAN OPR-ID
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START
           DISPLAY "OPER ID  LEVEL    STATE  FAILS LAST SIGN-ON    "
               "NAME"
           PERFORM UNTIL LIST-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-OPERATOR
               END-READ
           END-PERFORM.

       LIST-ONE-OPERATOR.
           IF OPR-LOCKED
               DISPLAY OPR-ID " " OPR-LEVEL " LOCKED " OPR-FAIL-COUNT
                   "    " OPR-LAST-SIGNON " " FUNCTION TRIM(OPR-NAME)
           ELSE
               DISPLAY OPR-ID " " OPR-LEVEL " OPEN   " OPR-FAIL-COUNT
                   "    " OPR-LAST-SIGNON " " FUNCTION TRIM(OPR-NAME)
           END-IF.

       PRINT-SUMMARY.
           MOVE WS-ADD-COUNT TO WS-COUNT-TEXT
           DISPLAY "ADDED:    " WS-COUNT-TEXT
           MOVE WS-CHANGE-COUNT TO WS-COUNT-TEXT
           DISPLAY "CHANGED:  " WS-COUNT-TEXT
           MOVE WS-UNLOCK-COUNT TO WS-COUNT-TEXT
           DISPLAY "UNLOCKED: " WS-COUNT-TEXT
           MOVE WS-ERROR-COUNT TO WS-COUNT-TEXT
           DISPLAY "ERRORS:   " WS-COUNT-TEXT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

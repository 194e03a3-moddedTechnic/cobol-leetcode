      *> bracketed with START/END records in RUN.CONTROL, so the
      *> end-of-day reconciliation can trace each approval AUDREC
      *> back to its run.
      *> SYSIN cards, in order: the approving operator's id and
      *> password, then one decision card (APPROVE or SKIP) per
      *> pending case in catalog order; a missing or unrecognized
      *> decision card is a SKIP, so end of input never promotes
      *> anything. The id must sign on through OperatorSignOn, the
      *> same sign-on the operations console uses (bad passwords
      *> count toward the same lockout), and must hold ADMIN
      *> authority: a promotion changes what every later judge run
      *> is measured against. A refused sign-on is audited and the
      *> run ends REFUSED with nothing reviewed. Run from the
      *> repository root, e.g.:
      *>     cobc -x -std=ibm -I copybooks -o ops/baseappr \
      *>         ops/baseappr.cob ops/oprsign.cob
      *>     printf 'JSMITH\nSECRET1\nAPPROVE\n' | ops/baseappr
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-DECK-PATH          PIC X(120).
       01  WS-CATALOG-EXPECTED   PIC X(120).

       01  WS-OPERATOR-ID        PIC X(8).
       01  WS-OPERATOR-PASSWORD  PIC X(8).
       01  WS-OPERATOR-LEVEL     PIC X(8).
       01  WS-OPERATOR-NAME      PIC X(30).
       01  WS-SIGNON-RESULT      PIC XX.
       01  WS-DECISION           PIC X(10).
       01  WS-LINE-NO            PIC 9(6).
       01  WS-LINE-NO-TEXT       PIC ZZZZZ9.
           PERFORM GENERATE-RUN-ID
           DISPLAY "APPROVING OPERATOR ID: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:8) TO WS-OPERATOR-ID
           IF FUNCTION TRIM(WS-OPERATOR-ID) = SPACES
               DISPLAY "OPERATOR ID REQUIRED, NOTHING PROMOTED"
               CLOSE SYSIN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PASSWORD: "
           PERFORM READ-SYSIN-LINE
           MOVE SYSIN-LINE(1:8) TO WS-OPERATOR-PASSWORD
           PERFORM SIGN-ON-ADMIN
           PERFORM WRITE-RUN-START
           PERFORM OPEN-AUDIT-FILE
           OPEN INPUT CATALOG-FILE
           PERFORM PRINT-SUMMARY
           STOP RUN.

      *> ----------------------------------------------------------
      *> Anything short of a good ADMIN sign-on is refused: the
      *> refusal is bracketed and audited like any other run, so
      *> the trail shows who tried to promote, and nothing is
      *> reviewed.
      *> ----------------------------------------------------------
       SIGN-ON-ADMIN.
           CALL "OperatorSignOn" USING WS-OPERATOR-ID
                   WS-OPERATOR-PASSWORD WS-OPERATOR-LEVEL
                   WS-OPERATOR-NAME WS-SIGNON-RESULT
               ON EXCEPTION
                   DISPLAY "SIGN-ON SERVICE UNAVAILABLE"
                   MOVE "NA" TO WS-SIGNON-RESULT
           END-CALL
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           MOVE SPACES TO WS-AUDIT-RESULT-TEXT
           EVALUATE TRUE
               WHEN WS-SIGNON-RESULT = "00"
                       AND WS-OPERATOR-LEVEL = "ADMIN"
                   DISPLAY "SIGNED ON: " FUNCTION TRIM(WS-OPERATOR-ID)
                       " " FUNCTION TRIM(WS-OPERATOR-NAME)
               WHEN WS-SIGNON-RESULT = "00"
                   DISPLAY "ADMIN AUTHORITY REQUIRED, "
                       FUNCTION TRIM(WS-OPERATOR-ID) " IS "
                       FUNCTION TRIM(WS-OPERATOR-LEVEL)
                   MOVE "NOT AUTHORIZED" TO WS-AUDIT-RESULT-TEXT
               WHEN WS-SIGNON-RESULT = "BP"
                   DISPLAY "SIGN-ON FAILED"
                   MOVE "BAD PASSWORD" TO WS-AUDIT-RESULT-TEXT
               WHEN WS-SIGNON-RESULT = "LK"
                   DISPLAY "OPERATOR ID " FUNCTION TRIM(WS-OPERATOR-ID)
                       " IS LOCKED OUT"
                   MOVE "LOCKED OUT" TO WS-AUDIT-RESULT-TEXT
               WHEN WS-SIGNON-RESULT = "NF"
                   DISPLAY "SIGN-ON FAILED"
                   MOVE "UNKNOWN OPERATOR" TO WS-AUDIT-RESULT-TEXT
               WHEN OTHER
                   DISPLAY "OPERATOR FILE NOT AVAILABLE"
                   MOVE "OPERATOR FILE NOT AVAILABLE"
                       TO WS-AUDIT-RESULT-TEXT
           END-EVALUATE
           IF WS-AUDIT-RESULT-TEXT NOT = SPACES
               PERFORM REFUSE-SIGN-ON
           END-IF.

       REFUSE-SIGN-ON.
           PERFORM WRITE-RUN-START
           PERFORM OPEN-AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-INPUT-TEXT
           STRING "RUNID=" WS-RUN-ID " OPER="
               FUNCTION TRIM(WS-OPERATOR-ID) " ACTION=SIGN-ON"
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT-TEXT
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
           MOVE WS-AUDIT-INPUT-TEXT TO AUDIT-INPUT
           MOVE WS-AUDIT-RESULT-TEXT TO AUDIT-RESULT
           WRITE AUDIT-FILE-RECORD
           CLOSE AUDIT-FILE
           MOVE "REFUSED" TO WS-RUN-OUTCOME
           PERFORM WRITE-RUN-END
           CLOSE SYSIN-FILE
           DISPLAY "NOTHING PROMOTED"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-RUN-START.
           PERFORM OPEN-RUN-CONTROL-EXTEND
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM
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


       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorSignOn.

      *> ----------------------------------------------------------
      *> Sign-on service shared by the operations console and the
      *> baseline approval step: checks an operator id and password
      *> against OPS.OPERATORS (layout OPRREC, maintained by
      *> ops/oprmaint.cob) and hands back the operator's authority
      *> level and name. One copy of the sign-on rules lives here
      *> so the lockout count cannot be dodged by signing on
      *> through a different front end. The caller receives
      *>     "00"  signed on, SGN-LEVEL/SGN-NAME set
      *>     "NF"  id not on the operator file
      *>     "BP"  bad password, id's failure count raised
      *>     "LK"  id locked out (this attempt or an earlier one)
      *>     "NA"  operator file not available
      *> A bad password is counted against the id on file, so the
      *> count survives from one console session to the next; the
      *> WS-LOCKOUT-LIMIT-th consecutive bad password locks the id
      *> until OperatorMaint's UNLOCK command clears it. A good
      *> sign-on resets the count and stamps OPR-LAST-SIGNON.
      *> Called dynamically, e.g.:
      *>     CALL "OperatorSignOn" USING WS-OPERATOR-ID
      *>         WS-OPERATOR-PASSWORD WS-OPERATOR-LEVEL
      *>         WS-OPERATOR-NAME WS-SIGNON-RESULT
      *> and linked into the caller's binary the same way
      *> DeckLookup is:
      *>     cobc -x -std=ibm -I copybooks -o ops/opscon \
      *>         ops/opscon.cob ops/decklkup.cob ops/oprsign.cob
      *> ----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPS.OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS PIC XX.
       01  WS-LOCKOUT-LIMIT   PIC 9(2) VALUE 3.

       LINKAGE SECTION.
       01  SGN-OPERATOR-ID   PIC X(8).
       01  SGN-PASSWORD      PIC X(8).
       01  SGN-LEVEL         PIC X(8).
       01  SGN-NAME          PIC X(30).
       01  SGN-RESULT        PIC XX.

       PROCEDURE DIVISION USING SGN-OPERATOR-ID SGN-PASSWORD
               SGN-LEVEL SGN-NAME SGN-RESULT.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SGN-LEVEL
           MOVE SPACES TO SGN-NAME
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "NA" TO SGN-RESULT
               GOBACK
           END-IF
           MOVE SGN-OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NF" TO SGN-RESULT
               NOT INVALID KEY
                   PERFORM CHECK-PASSWORD
           END-READ
           CLOSE OPERATOR-FILE
           GOBACK.

      *> ----------------------------------------------------------
      *> A locked id is refused before the password is even looked
      *> at, so a locked id gives nothing away to further guessing.
      *> ----------------------------------------------------------
       CHECK-PASSWORD.
           EVALUATE TRUE
               WHEN OPR-LOCKED
                   MOVE "LK" TO SGN-RESULT
               WHEN SGN-PASSWORD = OPR-PASSWORD
                   MOVE 0 TO OPR-FAIL-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO OPR-LAST-SIGNON
                   REWRITE OPERATOR-RECORD
                   MOVE OPR-LEVEL TO SGN-LEVEL
                   MOVE OPR-NAME TO SGN-NAME
                   MOVE "00" TO SGN-RESULT
               WHEN OTHER
                   ADD 1 TO OPR-FAIL-COUNT
                   IF OPR-FAIL-COUNT >= WS-LOCKOUT-LIMIT
                       SET OPR-LOCKED TO TRUE
                       MOVE "LK" TO SGN-RESULT
                   ELSE
                       MOVE "BP" TO SGN-RESULT
                   END-IF
                   REWRITE OPERATOR-RECORD
           END-EVALUATE.

      *> dataset (see 0001-twosum.cob): one type-D detail record per
      *> target searched, carrying the run id, the target sequence
      *> number within the run, the TARGET value, the solution index
      *> pair with the NUM values found there, a found/not-found
      *> status and the number of index pairs reported for the
      *> target; one type-T trailer record per run carrying the
      *> totals and the pairing mode. In all-pairs mode the first
      *> pair found rides on the type-D record and every further
      *> pair reaching the same TARGET gets a type-P record of the
      *> detail layout, RSL-PAIR-SEQ numbering it within its target
      *> (2, 3, ...). In first-pair mode RSL-PAIR-COUNT is 1 for a
      *> found target and no type-P records are written; in either
      *> mode it is 0 for a target not found. Signed values use a
      *> leading separate sign so the records stay readable and
      *> reload cleanly from a LINE SEQUENTIAL dataset (see the
      *> note in NUMREC about zoned fields and space padding).
       02  RSL-REC-TYPE      PIC X(1).
       02  RSL-RUN-ID        PIC X(24).
       02  RSL-DETAIL.
           03  RSL-FOUND-STATUS  PIC X(1).
              88 RSL-FOUND           VALUE "F".
              88 RSL-NOT-FOUND       VALUE "N".
           03  RSL-PAIR-COUNT    PIC 9(8).
           03  RSL-PAIR-SEQ REDEFINES RSL-PAIR-COUNT PIC 9(8).
       02  RSL-TRAILER REDEFINES RSL-DETAIL.
           03  RSL-TOTAL-TARGETS PIC 9(8).
           03  RSL-TOTAL-FOUND   PIC 9(8).
           03  RSL-TOTAL-NOSOL   PIC 9(8).
           03  RSL-TOTAL-PAIRS   PIC 9(8).
           03  RSL-PAIR-MODE     PIC X(1).
              88 RSL-ALL-PAIRS       VALUE "A".
              88 RSL-FIRST-PAIR      VALUE "F".
           03  FILLER            PIC X(22).
